       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO123.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARIFNEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAN-CHAVE
                  FILE STATUS IS FS.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Tarifa negociada c/o banco por conta e  *
      * servico, a partir da vigencia: C cheque *
      * compensado, T TED, P PIX, B boleto pago,*
      * G guia/conta consumo, R remessa enviada.*
      * Franquia = qtde/mes sem cobranca.       *
      *-----------------------------------------*
       FD TARIFNEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TARIFNEG.DAT".
       01 REG-TARIFNEG.
           03 TAN-CHAVE.
               05 TAN-CONTA    PIC 99.
               05 TAN-SERV     PIC X(01).
               05 TAN-VIG      PIC 9(08).
           03 TAN-VALOR        PIC 9(05)V99.
           03 TAN-FRANQUIA     PIC 9(05).
           03 TAN-POR          PIC X(08).
           03 TAN-GRAVADO      PIC 9(08).

       FD CONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTA.DAT".
       01 REG-CONTA.
           03 COD-CONTA        PIC 99.
           03 NOME-CONTA       PIC X(10).
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

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
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

      *----- vigencia digitada dd/mm/aaaa, gravada aaaammdd
       01 WS-DATA-VIG.
           03 ANO-VIG          PIC 9(04).
           03 MES-VIG          PIC 99.
           03 DIA-VIG          PIC 99.
       01 WS-DATA-VIG-N REDEFINES WS-DATA-VIG PIC 9(08).

       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-CONTA             PIC 99 VALUE ZEROS.
       77 WS-SERV              PIC X VALUE SPACES.
       88 SERV-88                VALUE "C" "T" "P" "B" "G" "R".
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZ9,99.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " TARIFAS NEGOCIADAS " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "<C>heque <T>ED <P>IX <B>oleto <G>uia/consumo <R>emessa".
           02 LINE 08 COLUMN 04 VALUE "Conta (Cad.)...........=".
           02 LINE 09 COLUMN 04 VALUE "Servico................=".
           02 LINE 10 COLUMN 04 VALUE "Vigencia (dd/mm/aaaa)..=".
           02 LINE 10 COLUMN 31 VALUE "/  /".
           02 LINE 11 COLUMN 04 VALUE "Tarifa unitaria.....R$ =".
           02 LINE 12 COLUMN 04 VALUE "Franquia (qtde/mes)....=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O TARIFNEG.
           IF FS = "30" OR FS = "35"
               CLOSE TARIFNEG
               OPEN OUTPUT TARIFNEG
               CLOSE TARIFNEG
               OPEN I-O TARIFNEG.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE TARIFNEG
               STOP RUN.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-CONTA.
           DISPLAY (22 14) "<CONTA = 00 , Sai do Cadastro".
           MOVE ZEROS TO WS-CONTA.
           ACCEPT (08 29) WS-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-CONTA = ZEROS
               PERFORM P-FIM.
           MOVE WS-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CONTA.
           DISPLAY (08 33) NOME-CONTA " " BANCO-CONTA.
       P05-SERV.
           PERFORM P-LISTA THRU P-LISTA-FIM.
           PERFORM P-LIMPA-CAMPOS.
           DISPLAY (22 14) "<SERVICO EM BRANCO , Volta p/ Conta    ".
           MOVE SPACES TO WS-SERV.
           ACCEPT (09 29) WS-SERV WITH PROMPT AUTO-SKIP.
           IF WS-SERV = SPACES
               GO TO P01-TELA-1.
           IF WS-SERV = "c"
               MOVE "C" TO WS-SERV.
           IF WS-SERV = "t"
               MOVE "T" TO WS-SERV.
           IF WS-SERV = "p"
               MOVE "P" TO WS-SERV.
           IF WS-SERV = "b"
               MOVE "B" TO WS-SERV.
           IF WS-SERV = "g"
               MOVE "G" TO WS-SERV.
           IF WS-SERV = "r"
               MOVE "R" TO WS-SERV.
           IF NOT SERV-88
               GO TO P05-SERV.
       P06-VIG.
           MOVE WS-DATA-N TO WS-DATA-VIG-N.
           MOVE 01 TO DIA-VIG.
           ACCEPT (10 29) DIA-VIG WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 32) MES-VIG WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 35) ANO-VIG WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-VIG < 1 OR DIA-VIG > 31 OR MES-VIG < 1
              OR MES-VIG > 12 OR ANO-VIG < 2000
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DE VIGENCIA INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P06-VIG.
           MOVE WS-CONTA TO TAN-CONTA.
           MOVE WS-SERV TO TAN-SERV.
           MOVE WS-DATA-VIG-N TO TAN-VIG.
           READ TARIFNEG
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-SERV.

      *-----------------------------------------*
      * Nova vigencia: a anterior continua      *
      * valendo p/os meses de antes desta data. *
      *-----------------------------------------*
       P-NOVO.
           DISPLAY (21 04) "!! < Tarifa Nao Cadastrada > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (21 45) "                    ".
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-SERV.
           MOVE ZEROS TO TAN-VALOR TAN-FRANQUIA.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-CONTA TO TAN-CONTA.
           MOVE WS-SERV TO TAN-SERV.
           MOVE WS-DATA-VIG-N TO TAN-VIG.
           WRITE REG-TARIFNEG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE TARIFNEG CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Tarifa Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-SERV.

       P-LIMPA-CAMPOS.
           DISPLAY (09 29) " ".
           DISPLAY (10 29) "  ".
           DISPLAY (10 32) "  ".
           DISPLAY (10 35) "    ".
           DISPLAY (11 29) "            ".
           DISPLAY (12 29) "      ".

       P-MOSTRA-ATUAL.
           MOVE TAN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (11 29) WS-MOSTRA-VALOR.
           DISPLAY (12 29) TAN-FRANQUIA.

      *-----------------------------------------*
      * Tarifa (pode ser zero: servico isento)  *
      * e franquia mensal.                      *
      *-----------------------------------------*
       P-DIGITA.
           ACCEPT (11 29) TAN-VALOR WITH UPDATE PROMPT.
           MOVE TAN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (11 29) WS-MOSTRA-VALOR.
           ACCEPT (12 29) TAN-FRANQUIA WITH UPDATE PROMPT AUTO-SKIP.
           MOVE WS-OPERADOR TO TAN-POR.
           MOVE WS-DATA-N TO TAN-GRAVADO.
       P-DIGITA-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P-ALTERA-EXCLUI-FIM.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           REWRITE REG-TARIFNEG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE TARIFNEG CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Tarifa Alterada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
       P-EXCLUI.
           DELETE TARIFNEG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE TARIFNEG CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Tarifa Excluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Tabela ja cadastrada da conta, por      *
      * servico e vigencia.                     *
      *-----------------------------------------*
       P-LISTA.
           MOVE 14 TO LIN.
           PERFORM P-LISTA-LIMPA UNTIL LIN > 20.
           DISPLAY (14 04) "Serv Vigencia      Tarifa R$  Franquia".
           MOVE 15 TO LIN.
           MOVE WS-CONTA TO TAN-CONTA.
           MOVE SPACES TO TAN-SERV.
           MOVE ZEROS TO TAN-VIG.
           START TARIFNEG KEY IS NOT LESS THAN TAN-CHAVE
               INVALID KEY GO TO P-LISTA-FIM.
       P-LISTA-LER.
           READ TARIFNEG NEXT RECORD
               AT END GO TO P-LISTA-FIM.
           IF TAN-CONTA NOT = WS-CONTA OR LIN > 20
               GO TO P-LISTA-FIM.
           MOVE TAN-VIG TO WS-DATA-VIG-N.
           MOVE TAN-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 05) TAN-SERV.
           DISPLAY (LIN , 09) DIA-VIG.
           DISPLAY (LIN , 11) "/".
           DISPLAY (LIN , 12) MES-VIG.
           DISPLAY (LIN , 14) "/".
           DISPLAY (LIN , 15) ANO-VIG.
           DISPLAY (LIN , 22) WS-MOSTRA-VALOR.
           DISPLAY (LIN , 35) TAN-FRANQUIA.
           ADD 1 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-FIM.
           EXIT.

       P-LISTA-LIMPA.
           DISPLAY (LIN , 04) WS-LIMPA.
           ADD 1 TO LIN.

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

       P-FIM.
           CLOSE TARIFNEG CONTA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

      *-----------------------------------------*
      * Empresa do login (SESSAO.DAT deste      *
      * terminal): so' os registros dela sao    *
      * tratados e os novos saem com o codigo.  *
      *-----------------------------------------*
       P-EMPRESA-SESSAO.
           MOVE ZEROS TO WS-EMPR-SES.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN INPUT SESSAO.
           IF FS-OPER NOT = "00"
               GO TO P-EMPRESA-SESSAO-FIM.
           MOVE WS-TERMID TO SES-TERM.
           READ SESSAO
               INVALID KEY
                   MOVE ZEROS TO SES-EMPR.
           MOVE SES-EMPR TO WS-EMPR-SES.
           CLOSE SESSAO.
       P-EMPRESA-SESSAO-FIM.
           EXIT.
