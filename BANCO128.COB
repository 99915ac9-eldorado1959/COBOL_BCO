       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO128.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Lote noturno: registro 00 e' a rodada   *
      * (LOT-PROG = quem disparou, LOTE quando  *
      * automatico; LOT-QTD = passo corrente),  *
      * 01 em diante os passos, na ordem.       *
      * Situacao: P pendente, E executando,     *
      * O ok, A ok c/aviso, F falhou,           *
      * N desativado.                           *
      *-----------------------------------------*
       FD LOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTE.DAT".
       01 REG-LOTE.
           03 LOT-PASSO        PIC 99.
           03 LOT-PROG         PIC X(08).
           03 LOT-ATIVO        PIC X(01).
           03 LOT-PARAM        PIC X(10).
           03 LOT-DATA-INI     PIC 9(08).
           03 LOT-HORA-INI     PIC 9(06).
           03 LOT-DATA-FIM     PIC 9(08).
           03 LOT-HORA-FIM     PIC 9(06).
           03 LOT-SIT          PIC X(01).
           03 LOT-TERM         PIC X(04).
           03 LOT-QTD          PIC 9(06).
           03 LOT-MSG          PIC X(40).

       FD SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SESSAO.DAT".
       01 REG-SESSAO.
           03 SES-TERM         PIC X(04).
           03 SES-NOME         PIC X(08).
           03 SES-NIVEL        PIC 9.
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS-LOTE              PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2.
       77 WS-AUTO              PIC X VALUE SPACES.
       88 AUTO-88                VALUE "S".
       77 WS-PASSO             PIC 99 VALUE ZEROS.
       77 WS-PASSO-ALT         PIC 99 VALUE ZEROS.
       77 WS-PROG              PIC X(08) VALUE SPACES.
       77 WS-CHAMA             PIC X(12) VALUE SPACES.
       77 WS-QTD-PASSOS        PIC 99 VALUE ZEROS.
       77 WS-QTD-AVISO         PIC 99 VALUE ZEROS.
       77 WS-FIM-LISTA         PIC X VALUE "N".
       88 FIM-LISTA-88           VALUE "S".
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-HORA              PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- cadeia padrao, gravada quando o LOTE.DAT nasce; o
      *----- retorno (54) precisa de conta+categoria no
      *----- parametro (CCTTT) e nasce desativado; o relatorio
      *----- do usuario (37) leva o nome da definicao
       77 WS-MAX-PASSOS        PIC 99 VALUE 10.
       01 WS-CADEIA.
           03 F                PIC X(09) VALUE "BANCO51 S".
           03 F                PIC X(09) VALUE "BANCO84 S".
           03 F                PIC X(09) VALUE "BANCO54 N".
           03 F                PIC X(09) VALUE "BANCO59 S".
           03 F                PIC X(09) VALUE "BANCO69 S".
           03 F                PIC X(09) VALUE "BANCO60 S".
           03 F                PIC X(09) VALUE "BANCO127S".
           03 F                PIC X(09) VALUE "RELBAN37N".
       01 WS-CADEIA-R REDEFINES WS-CADEIA.
           03 WS-CAD-PASSO     OCCURS 8.
               05 WS-CAD-PROG  PIC X(08).
               05 WS-CAD-ATIVO PIC X(01).
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " LOTE NOTURNO " BLINK.
           02 LINE 06 COLUMN 02 VALUE "Ps Programa A  Parametro".
           02 LINE 06 COLUMN 28 VALUE "Inicio      Fim   S Observacao".
           02 LINE 17 COLUMN 02 VALUE
              "S: P pendente E executando O ok A aviso F falhou".
           02 LINE 17 COLUMN 51 VALUE "N desativado".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           PERFORM P-ABRE-LOTE THRU P-ABRE-LOTE-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   DISPLAY (21 04) "!! LOTE.DAT SEM CABECALHO !!"
                   ACCEPT (23 01) WS-P
                   CLOSE LOTE
                   PERFORM P-RETORNA.
      *----- rodada em execucao neste terminal: e' um passo
      *----- voltando (ou um que caiu sem voltar)
           IF LOT-SIT = "E" AND LOT-TERM = WS-TERMID
               MOVE LOT-PROG TO WS-OPERADOR
               GO TO P10-VOLTA-PASSO.
      *----- BCOLOTE=S: disparo automatico (agenda da noite),
      *----- sem tela nem operador
           MOVE SPACES TO WS-AUTO.
           ACCEPT WS-AUTO FROM ENVIRONMENT "BCOLOTE".
           IF AUTO-88
               MOVE "LOTE" TO WS-OPERADOR
               GO TO P05-INICIA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR EXECUTA O LOTE !!"
               ACCEPT (23 01) WS-P
               CLOSE LOTE
               PERFORM P-RETORNA.
       P03-MOSTRA.
           PERFORM P-MOSTRA THRU P-MOSTRA-FIM.
       P04-OPCAO.
           DISPLAY (20 04)
               "1-Executa  2-Altera passo  0-Sai ....Opcao =".
           ACCEPT (20 49) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P04-OPCAO.
           DISPLAY (20 04) WS-LIMPA.
           IF WS-OPCAO = 0
               CLOSE LOTE
               PERFORM P-RETORNA.
           IF WS-OPCAO = 2
               PERFORM P-ALTERA THRU P-ALTERA-FIM
               GO TO P03-MOSTRA.
           DISPLAY (21 04) "Confirma a execucao do lote ?  < S/N >".
           ACCEPT (21 43) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P03-MOSTRA.

      *-----------------------------------------*
      * Inicio: rodada anterior que falhou      *
      * recomeca do passo que falhou (os ja     *
      * concluidos nao rodam de novo); senao    *
      * todos os passos voltam a pendente.      *
      *-----------------------------------------*
       P05-INICIA.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CLOSE LOTE
                   PERFORM P-RETORNA.
           IF LOT-SIT = "E"
               GO TO P06-OCUPADO.
           ACCEPT WS-HORA FROM TIME.
           IF LOT-SIT = "F"
               MOVE LOT-QTD TO WS-PASSO
               PERFORM P-REINICIA THRU P-REINICIA-FIM
               GO TO P07-CABECALHO.
           PERFORM P-ZERA-PASSOS THRU P-ZERA-PASSOS-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CLOSE LOTE
                   PERFORM P-RETORNA.
           MOVE WS-DATA TO LOT-DATA-INI.
           MOVE WS-HORA(1:6) TO LOT-HORA-INI.
           MOVE SPACES TO LOT-MSG.
           GO TO P07-CABECALHO.
      *----- rodada aberta em outro terminal: nao dispara
       P06-OCUPADO.
           IF AUTO-88
               CLOSE LOTE
               DISPLAY (01 01) ERASE
               STOP RUN.
           DISPLAY (21 04) "!! LOTE EM EXECUCAO NO TERMINAL "
               LOT-TERM " !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P03-MOSTRA.
       P07-CABECALHO.
           MOVE WS-OPERADOR TO LOT-PROG.
           MOVE "E" TO LOT-SIT.
           MOVE WS-TERMID TO LOT-TERM.
           MOVE ZEROS TO LOT-QTD LOT-DATA-FIM LOT-HORA-FIM.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           GO TO P20-PROXIMO.

      *-----------------------------------------*
      * Volta de um passo: o passo gravou a     *
      * situacao dele; ainda "E" quer dizer que *
      * caiu no meio e nao voltou.              *
      *-----------------------------------------*
       P10-VOLTA-PASSO.
           MOVE LOT-QTD TO WS-PASSO.
           MOVE WS-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P20-PROXIMO.
           IF LOT-SIT = "E"
               ACCEPT WS-HORA FROM TIME
               MOVE "F" TO LOT-SIT
               MOVE WS-DATA TO LOT-DATA-FIM
               MOVE WS-HORA(1:6) TO LOT-HORA-FIM
               MOVE "INTERROMPIDO - NAO VOLTOU AO LOTE" TO LOT-MSG
               REWRITE REG-LOTE
                   INVALID KEY
                       CONTINUE
               END-REWRITE.
           IF LOT-SIT NOT = "F"
               GO TO P20-PROXIMO.
      *----- passo falhou: a rodada para nele
       P15-FALHOU.
           MOVE LOT-PROG TO WS-PROG.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CONTINUE.
           MOVE "F" TO LOT-SIT.
           MOVE WS-PASSO TO LOT-QTD.
           MOVE WS-DATA TO LOT-DATA-FIM.
           MOVE WS-HORA(1:6) TO LOT-HORA-FIM.
           MOVE SPACES TO LOT-MSG.
           STRING "FALHOU PASSO " WS-PASSO " " WS-PROG
               DELIMITED BY SIZE INTO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           PERFORM P-ENCERRA.

      *-----------------------------------------*
      * Proximo passo pendente e ativo: marca   *
      * em execucao e passa o controle a ele    *
      * (o passo volta p/ca' ao terminar).      *
      *-----------------------------------------*
       P20-PROXIMO.
           PERFORM P-ACHA-PASSO THRU P-ACHA-PASSO-FIM.
           IF WS-PASSO = ZEROS
               GO TO P30-CONCLUI.
           ACCEPT WS-HORA FROM TIME.
           MOVE "E" TO LOT-SIT.
           MOVE WS-DATA TO LOT-DATA-INI.
           MOVE WS-HORA(1:6) TO LOT-HORA-INI.
           MOVE ZEROS TO LOT-DATA-FIM LOT-HORA-FIM LOT-QTD.
           MOVE WS-TERMID TO LOT-TERM.
           MOVE SPACES TO LOT-MSG.
           MOVE LOT-PROG TO WS-PROG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CONTINUE.
           MOVE WS-PASSO TO LOT-QTD.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           CLOSE LOTE.
           MOVE SPACES TO WS-CHAMA.
           STRING WS-PROG DELIMITED BY SPACE
               ".COM" DELIMITED BY SIZE INTO WS-CHAMA.
           DISPLAY (01 01) ERASE.
           CHAIN WS-CHAMA.

       P30-CONCLUI.
           PERFORM P-CONTA-PASSOS THRU P-CONTA-PASSOS-FIM.
           ACCEPT WS-HORA FROM TIME.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CONTINUE.
           MOVE "O" TO LOT-SIT.
           MOVE ZEROS TO LOT-QTD.
           MOVE WS-DATA TO LOT-DATA-FIM.
           MOVE WS-HORA(1:6) TO LOT-HORA-FIM.
           MOVE SPACES TO LOT-MSG.
           STRING "OK - " WS-QTD-PASSOS " PASSO(S), " WS-QTD-AVISO
               " C/AVISO" DELIMITED BY SIZE INTO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           PERFORM P-ENCERRA.

      *-----------------------------------------*
      * Fim da rodada: automatico so encerra;   *
      * com operador mostra como ficou.         *
      *-----------------------------------------*
       P-ENCERRA.
           IF LOT-PROG = "LOTE"
               CLOSE LOTE
               DISPLAY (01 01) ERASE
               STOP RUN.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           PERFORM P-MOSTRA THRU P-MOSTRA-FIM.
           CLOSE LOTE.
           IF LOT-SIT = "F"
               DISPLAY (21 04) "!! LOTE FALHOU NO PASSO " WS-PASSO
                   " - CORRIJA E EXECUTE DE NOVO !!"
           ELSE
               DISPLAY (21 04) "!! < Lote Concluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-RETORNA.

      *-----------------------------------------*
      * Cria o LOTE.DAT com a cadeia padrao.    *
      *-----------------------------------------*
       P-ABRE-LOTE.
           OPEN I-O LOTE.
           IF FS-LOTE = "00"
               GO TO P-ABRE-LOTE-NOVOS.
           IF FS-LOTE NOT = "30" AND FS-LOTE NOT = "35"
               DISPLAY (21 04) "!! ERRO ABERTURA LOTE.DAT - FS = "
                   FS-LOTE
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
           CLOSE LOTE.
           OPEN OUTPUT LOTE.
           CLOSE LOTE.
           OPEN I-O LOTE.
           MOVE ZEROS TO REG-LOTE.
           MOVE SPACES TO LOT-PROG LOT-ATIVO LOT-PARAM LOT-TERM
               LOT-MSG.
           MOVE "P" TO LOT-SIT.
           WRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           MOVE 1 TO WS-PASSO.
           PERFORM P-GRAVA-PADRAO UNTIL WS-PASSO > 8.
           GO TO P-ABRE-LOTE-FIM.
      *----- LOTE.DAT ja existente: entram so' os passos da cadeia
      *----- padrao que faltam; os gravados ficam como estao
       P-ABRE-LOTE-NOVOS.
           MOVE ZEROS TO REG-LOTE.
           MOVE SPACES TO LOT-PROG LOT-ATIVO LOT-PARAM LOT-TERM
               LOT-MSG.
           MOVE 1 TO WS-PASSO.
           PERFORM P-GRAVA-PADRAO UNTIL WS-PASSO > 8.
       P-ABRE-LOTE-FIM.
           EXIT.

       P-GRAVA-PADRAO.
           MOVE WS-PASSO TO LOT-PASSO.
           MOVE WS-CAD-PROG(WS-PASSO) TO LOT-PROG.
           MOVE WS-CAD-ATIVO(WS-PASSO) TO LOT-ATIVO.
           MOVE "P" TO LOT-SIT.
           IF LOT-ATIVO = "N"
               MOVE "N" TO LOT-SIT.
           WRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-PASSO.

      *-----------------------------------------*
      * Rodada nova: ativo -> P, desativado ->  *
      * N; horarios e observacoes limpos.       *
      *-----------------------------------------*
       P-ZERA-PASSOS.
           MOVE 1 TO LOT-PASSO.
           START LOTE KEY IS NOT LESS THAN LOT-PASSO
               INVALID KEY
                   GO TO P-ZERA-PASSOS-FIM.
       P-ZERA-PASSOS-LER.
           READ LOTE NEXT RECORD
               AT END GO TO P-ZERA-PASSOS-FIM.
           MOVE "P" TO LOT-SIT.
           IF LOT-ATIVO NOT = "S"
               MOVE "N" TO LOT-SIT.
           MOVE ZEROS TO LOT-DATA-INI LOT-HORA-INI LOT-DATA-FIM
               LOT-HORA-FIM LOT-QTD.
           MOVE SPACES TO LOT-TERM LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
           GO TO P-ZERA-PASSOS-LER.
       P-ZERA-PASSOS-FIM.
           EXIT.

      *----- reinicio: o passo que falhou volta a pendente (ou
      *----- fica N se o supervisor o desativou); o cabecalho
      *----- guarda o inicio original da rodada
       P-REINICIA.
           MOVE WS-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-REINICIA-CAB.
           MOVE "P" TO LOT-SIT.
           IF LOT-ATIVO NOT = "S"
               MOVE "N" TO LOT-SIT.
           MOVE ZEROS TO LOT-DATA-FIM LOT-HORA-FIM LOT-QTD.
           MOVE SPACES TO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-REINICIA-CAB.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   CONTINUE.
           MOVE SPACES TO LOT-MSG.
           STRING "REINICIADO NO PASSO " WS-PASSO " EM " DIA "/" MES
               " " WS-HORA(1:2) ":" WS-HORA(3:2)
               DELIMITED BY SIZE INTO LOT-MSG.
       P-REINICIA-FIM.
           EXIT.

      *----- primeiro passo pendente e ativo (zero = acabou)
       P-ACHA-PASSO.
           MOVE ZEROS TO WS-PASSO.
           MOVE 1 TO LOT-PASSO.
           START LOTE KEY IS NOT LESS THAN LOT-PASSO
               INVALID KEY
                   GO TO P-ACHA-PASSO-FIM.
       P-ACHA-PASSO-LER.
           READ LOTE NEXT RECORD
               AT END GO TO P-ACHA-PASSO-FIM.
           IF LOT-SIT NOT = "P" OR LOT-ATIVO NOT = "S"
               GO TO P-ACHA-PASSO-LER.
           MOVE LOT-PASSO TO WS-PASSO.
       P-ACHA-PASSO-FIM.
           EXIT.

       P-CONTA-PASSOS.
           MOVE ZEROS TO WS-QTD-PASSOS WS-QTD-AVISO.
           MOVE 1 TO LOT-PASSO.
           START LOTE KEY IS NOT LESS THAN LOT-PASSO
               INVALID KEY
                   GO TO P-CONTA-PASSOS-FIM.
       P-CONTA-PASSOS-LER.
           READ LOTE NEXT RECORD
               AT END GO TO P-CONTA-PASSOS-FIM.
           IF LOT-SIT = "O" OR LOT-SIT = "A"
               ADD 1 TO WS-QTD-PASSOS.
           IF LOT-SIT = "A"
               ADD 1 TO WS-QTD-AVISO.
           GO TO P-CONTA-PASSOS-LER.
       P-CONTA-PASSOS-FIM.
           EXIT.

      *-----------------------------------------*
      * Tela: passos da ultima rodada e o       *
      * cabecalho dela.                         *
      *-----------------------------------------*
       P-MOSTRA.
           MOVE 07 TO LIN.
           MOVE 1 TO LOT-PASSO.
           START LOTE KEY IS NOT LESS THAN LOT-PASSO
               INVALID KEY
                   GO TO P-MOSTRA-CAB.
       P-MOSTRA-LER.
           READ LOTE NEXT RECORD
               AT END GO TO P-MOSTRA-CAB.
           IF LIN > 16
               GO TO P-MOSTRA-CAB.
           DISPLAY (LIN , 01) WS-LIMPA.
           DISPLAY (LIN , 51) WS-LIMPA(1:29).
           DISPLAY (LIN , 02) LOT-PASSO.
           DISPLAY (LIN , 05) LOT-PROG.
           DISPLAY (LIN , 14) LOT-ATIVO.
           DISPLAY (LIN , 17) LOT-PARAM.
           IF LOT-DATA-INI NOT = ZEROS
               DISPLAY (LIN , 28) LOT-DATA-INI(7:2) "/"
                   LOT-DATA-INI(5:2) " " LOT-HORA-INI(1:2) ":"
                   LOT-HORA-INI(3:2).
           IF LOT-DATA-FIM NOT = ZEROS
               DISPLAY (LIN , 40) LOT-HORA-FIM(1:2) ":"
                   LOT-HORA-FIM(3:2).
           DISPLAY (LIN , 46) LOT-SIT.
           DISPLAY (LIN , 48) LOT-MSG(1:32).
           ADD 1 TO LIN.
           GO TO P-MOSTRA-LER.
       P-MOSTRA-CAB.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-MOSTRA-FIM.
           DISPLAY (18 02) WS-LIMPA.
           DISPLAY (19 02) WS-LIMPA.
           IF LOT-DATA-INI = ZEROS
               DISPLAY (18 02) "Lote ainda nao executado."
               GO TO P-MOSTRA-FIM.
           DISPLAY (18 02) "Ultima rodada: " LOT-DATA-INI(7:2) "/"
               LOT-DATA-INI(5:2) "/" LOT-DATA-INI(1:4) " "
               LOT-HORA-INI(1:2) ":" LOT-HORA-INI(3:2)
               "  por " LOT-PROG "  Sit " LOT-SIT.
           IF LOT-DATA-FIM NOT = ZEROS
               DISPLAY (18 62) "fim " LOT-HORA-FIM(1:2) ":"
                   LOT-HORA-FIM(3:2).
           DISPLAY (19 02) LOT-MSG.
       P-MOSTRA-FIM.
           EXIT.

      *-----------------------------------------*
      * Altera um passo: ativo S/N e parametro. *
      * Programa e ordem da cadeia sao fixos.   *
      *-----------------------------------------*
       P-ALTERA.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-ALTERA-FIM.
           IF LOT-SIT = "E"
               DISPLAY (21 04) "!! LOTE EM EXECUCAO - NAO ALTERA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-FIM.
           DISPLAY (20 04) "Passo :".
           ACCEPT (20 12) WS-PASSO-ALT WITH PROMPT AUTO-SKIP.
           DISPLAY (20 04) WS-LIMPA.
           IF WS-PASSO-ALT = ZEROS
               GO TO P-ALTERA-FIM.
           MOVE WS-PASSO-ALT TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   DISPLAY (21 04) "!! < Passo Inexistente > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ALTERA-FIM.
           COMPUTE LIN = WS-PASSO-ALT + 6.
       P-ALTERA-ATIVO.
           ACCEPT (LIN , 14) LOT-ATIVO WITH UPDATE PROMPT AUTO-SKIP.
           IF LOT-ATIVO = "s"
               MOVE "S" TO LOT-ATIVO.
           IF LOT-ATIVO = "n"
               MOVE "N" TO LOT-ATIVO.
           IF LOT-ATIVO NOT = "S" AND LOT-ATIVO NOT = "N"
               GO TO P-ALTERA-ATIVO.
           ACCEPT (LIN , 17) LOT-PARAM WITH UPDATE PROMPT AUTO-SKIP.
      *----- vale ja p/o reinicio de uma rodada que falhou
           IF LOT-ATIVO = "S" AND LOT-SIT = "N"
               MOVE "P" TO LOT-SIT.
           IF LOT-ATIVO = "N" AND LOT-SIT = "P"
               MOVE "N" TO LOT-SIT.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-ALTERA-FIM.
           EXIT.

      *-----------------------------------------*
      * Operador da sessao (gravado pelo login  *
      * do menu); pede na tela se nao houver.   *
      *-----------------------------------------*
       P-LE-OPERADOR.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN I-O SESSAO.
           IF FS-OPER NOT = "00"
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE WS-TERMID TO SES-TERM.
           READ SESSAO
               INVALID KEY
                   CLOSE SESSAO
                   GO TO P-LE-OPERADOR-PEDE.
      *----- sessao de outro dia ou encerrada nao vale
           ACCEPT WS-DATA-OP FROM DATE YYYYMMDD.
           IF SES-DATA NOT = WS-DATA-OP OR SES-SIT NOT = "A"
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
      *----- sessao parada ha mais de 2 horas expira sozinha
           ACCEPT WS-HORA-SES FROM TIME.
           MOVE WS-HORA-SES(1:4) TO WS-HORA-MIN.
           COMPUTE WS-MIN-AGORA = WS-SES-HH * 60 + WS-SES-MM.
           MOVE SES-HORA(1:4) TO WS-HORA-MIN.
           COMPUTE WS-MIN-ULT = WS-SES-HH * 60 + WS-SES-MM.
           COMPUTE WS-MIN-DIF = WS-MIN-AGORA - WS-MIN-ULT.
           IF WS-MIN-DIF > 120
               MOVE "E" TO SES-SIT
               REWRITE REG-SESSAO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE SES-NOME TO WS-OPERADOR.
           MOVE SES-NIVEL TO WS-NIVEL.
      *----- toque de atividade p/controle da expiracao
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           REWRITE REG-SESSAO
               INVALID KEY
                   CONTINUE.
           CLOSE SESSAO.
           IF WS-OPERADOR NOT = SPACES
               GO TO P-LE-OPERADOR-FIM.
       P-LE-OPERADOR-PEDE.
           DISPLAY (20 04) "Operador :".
           ACCEPT (20 15) WS-OPERADOR WITH PROMPT AUTO-SKIP.
           DISPLAY (20 04) WS-LIMPA.
       P-LE-OPERADOR-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
