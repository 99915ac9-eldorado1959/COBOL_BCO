       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO122.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
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
      * Bloqueio judicial na conta: o que ainda *
      * esta bloqueado (valor - liberado, sit.  *
      * A aberto ou P parcial) sai do saldo     *
      * disponivel no 44, 91, 111 e 112.        *
      * BLJ-SIT = A aberto, P parcial, L livre  *
      *-----------------------------------------*
       FD BLOQJUD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 BLJ-CHAVE.
               05 BLJ-CONTA    PIC 99.
               05 BLJ-SEQ      PIC 9(04).
           03 BLJ-NOME-CONTA   PIC X(10).
           03 BLJ-PROCESSO     PIC X(25).
           03 BLJ-VARA         PIC X(30).
           03 BLJ-DATA         PIC 9(08).
           03 BLJ-VALOR        PIC 9(10)V99.
           03 BLJ-LIBERADO     PIC 9(10)V99.
           03 BLJ-DATA-LIB     PIC 9(08).
           03 BLJ-SIT          PIC X(01).
           03 BLJ-POR          PIC X(08).
           03 BLJ-GRAVADO      PIC 9(08).

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

      *----- datas digitadas dd/mm/aaaa, gravadas aaaammdd
       01 WS-DATA-BLQ.
           03 ANO-BLQ          PIC 9(04).
           03 MES-BLQ          PIC 99.
           03 DIA-BLQ          PIC 99.
       01 WS-DATA-BLQ-N REDEFINES WS-DATA-BLQ PIC 9(08).
       01 WS-DATA-LIB.
           03 ANO-LIB          PIC 9(04).
           03 MES-LIB          PIC 99.
           03 DIA-LIB          PIC 99.
       01 WS-DATA-LIB-N REDEFINES WS-DATA-LIB PIC 9(08).

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
       77 WS-SEQ               PIC 9(04) VALUE ZEROS.
       77 WS-ULT-SEQ           PIC 9(04) VALUE ZEROS.
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-LIBERA            PIC 9(10)V99 VALUE ZEROS.
       77 WS-ABERTO            PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO        PIC 9(11)V99 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.
       77 WS-SITUACAO          PIC X(08) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " BLOQUEIO JUDICIAL " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Valor bloqueado sai do saldo disponivel da conta".
           02 LINE 08 COLUMN 04 VALUE "Conta (Cad.)...........=".
           02 LINE 09 COLUMN 04 VALUE "Sequencia..............=".
           02 LINE 10 COLUMN 04 VALUE "Processo...............=".
           02 LINE 11 COLUMN 04 VALUE "Vara / Juizo...........=".
           02 LINE 12 COLUMN 04 VALUE "Bloqueio (dd/mm/aaaa)..=".
           02 LINE 12 COLUMN 31 VALUE "/  /".
           02 LINE 13 COLUMN 04 VALUE "Valor bloqueado.....R$ =".
           02 LINE 14 COLUMN 04 VALUE "Ja liberado.........R$ =".
           02 LINE 15 COLUMN 04 VALUE "Ult.liberacao..........=".
           02 LINE 15 COLUMN 31 VALUE "/  /".
           02 LINE 16 COLUMN 04 VALUE "Situacao...............=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BLOQJUD.
           IF FS = "30" OR FS = "35"
               CLOSE BLOQJUD
               OPEN OUTPUT BLOQJUD
               CLOSE BLOQJUD
               OPEN I-O BLOQJUD.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BLOQJUD
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
           DISPLAY (08 33) NOME-CONTA.
       P05-SEQ.
           PERFORM P-LISTA THRU P-LISTA-FIM.
           PERFORM P-LIMPA-CAMPOS.
           DISPLAY (22 14) "<SEQ 0000 = Volta , 9999 = Novo Bloqueio>".
           MOVE ZEROS TO WS-SEQ.
           ACCEPT (09 29) WS-SEQ WITH PROMPT AUTO-SKIP.
           IF WS-SEQ = ZEROS
               GO TO P01-TELA-1.
           IF WS-SEQ = 9999
               GO TO P-NOVO.
           MOVE WS-CONTA TO BLJ-CONTA.
           MOVE WS-SEQ TO BLJ-SEQ.
           READ BLOQJUD
               INVALID KEY
                   DISPLAY (21 04) "!! < Bloqueio Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-SEQ.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-SEQ.

      *-----------------------------------------*
      * Novo bloqueio: proxima sequencia da     *
      * conta (a ultima + 1).                   *
      *-----------------------------------------*
       P-NOVO.
           PERFORM P-ULT-SEQ THRU P-ULT-SEQ-FIM.
           IF WS-ULT-SEQ = 9998
               DISPLAY (21 04) "!! CONTA SEM SEQUENCIA LIVRE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P05-SEQ.
           COMPUTE WS-SEQ = WS-ULT-SEQ + 1.
           DISPLAY (09 29) WS-SEQ.
           MOVE SPACES TO BLJ-PROCESSO BLJ-VARA.
           MOVE ZEROS TO BLJ-VALOR BLJ-LIBERADO BLJ-DATA-LIB.
           MOVE WS-DATA-N TO BLJ-DATA.
           MOVE "A" TO BLJ-SIT.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           DISPLAY (21 04) "Confirma o bloqueio ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-SEQ.
           MOVE WS-CONTA TO BLJ-CONTA.
           MOVE WS-SEQ TO BLJ-SEQ.
           MOVE NOME-CONTA TO BLJ-NOME-CONTA.
           MOVE WS-OPERADOR TO BLJ-POR.
           MOVE WS-DATA-N TO BLJ-GRAVADO.
           WRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BLOQJUD CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Bloqueio Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-SEQ.

       P-ULT-SEQ.
           MOVE ZEROS TO WS-ULT-SEQ.
           MOVE WS-CONTA TO BLJ-CONTA.
           MOVE ZEROS TO BLJ-SEQ.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-ULT-SEQ-FIM.
       P-ULT-SEQ-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-ULT-SEQ-FIM.
           IF BLJ-CONTA NOT = WS-CONTA
               GO TO P-ULT-SEQ-FIM.
           MOVE BLJ-SEQ TO WS-ULT-SEQ.
           GO TO P-ULT-SEQ-LER.
       P-ULT-SEQ-FIM.
           EXIT.

       P-LIMPA-CAMPOS.
           DISPLAY (09 29) "    ".
           DISPLAY (10 29) "                         ".
           DISPLAY (11 29) "                              ".
           DISPLAY (12 29) "  ".
           DISPLAY (12 32) "  ".
           DISPLAY (12 35) "    ".
           DISPLAY (13 29) "                 ".
           DISPLAY (14 29) "                 ".
           DISPLAY (15 29) "  ".
           DISPLAY (15 32) "  ".
           DISPLAY (15 35) "    ".
           DISPLAY (16 29) "                    ".

       P-MOSTRA-ATUAL.
           MOVE BLJ-DATA TO WS-DATA-BLQ-N.
           MOVE BLJ-DATA-LIB TO WS-DATA-LIB-N.
           DISPLAY (09 29) BLJ-SEQ.
           DISPLAY (10 29) BLJ-PROCESSO.
           DISPLAY (11 29) BLJ-VARA.
           DISPLAY (12 29) DIA-BLQ.
           DISPLAY (12 32) MES-BLQ.
           DISPLAY (12 35) ANO-BLQ.
           MOVE BLJ-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (13 29) WS-MOSTRA-VALOR.
           MOVE BLJ-LIBERADO TO WS-MOSTRA-VALOR.
           DISPLAY (14 29) WS-MOSTRA-VALOR.
           DISPLAY (15 29) DIA-LIB.
           DISPLAY (15 32) MES-LIB.
           DISPLAY (15 35) ANO-LIB.
           PERFORM P-SITUACAO.
           DISPLAY (16 29) WS-SITUACAO.

       P-SITUACAO.
           MOVE "ABERTO  " TO WS-SITUACAO.
           IF BLJ-SIT = "P"
               MOVE "PARCIAL " TO WS-SITUACAO.
           IF BLJ-SIT = "L"
               MOVE "LIBERADO" TO WS-SITUACAO.

      *-----------------------------------------*
      * Processo, vara, data e valor (inclusao  *
      * e alteracao enquanto nada foi liberado).*
      *-----------------------------------------*
       P-DIGITA.
           ACCEPT (10 29) BLJ-PROCESSO WITH UPDATE PROMPT.
           IF BLJ-PROCESSO = SPACES
               GO TO P-DIGITA.
       P-DIGITA-VARA.
           ACCEPT (11 29) BLJ-VARA WITH UPDATE PROMPT.
           IF BLJ-VARA = SPACES
               GO TO P-DIGITA-VARA.
       P-DIGITA-DATA.
           MOVE BLJ-DATA TO WS-DATA-BLQ-N.
           ACCEPT (12 29) DIA-BLQ WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 32) MES-BLQ WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 35) ANO-BLQ WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-BLQ < 1 OR DIA-BLQ > 31 OR MES-BLQ < 1
              OR MES-BLQ > 12 OR ANO-BLQ < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-BLQ-N > WS-DATA-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DO BLOQUEIO INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-DATA.
           MOVE WS-DATA-BLQ-N TO BLJ-DATA.
       P-DIGITA-VALOR.
           ACCEPT (13 29) BLJ-VALOR WITH UPDATE PROMPT.
           IF BLJ-VALOR = ZEROS
               GO TO P-DIGITA-VALOR.
           MOVE BLJ-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (13 29) WS-MOSTRA-VALOR.
       P-DIGITA-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04)
               "<L>iberar, <A>lterar, <E>xcluir ou <ENTER> p/nada".
           ACCEPT (21 56) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "L" OR "l"
               GO TO P-LIBERA.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P-ALTERA-EXCLUI-FIM.
      *----- depois da primeira liberacao o bloqueio so' se move
      *----- por liberacao: o valor original fica como veio do juizo
           IF BLJ-LIBERADO NOT = ZEROS
               DISPLAY (21 04) "!! JA HOUVE LIBERACAO: SO' LIBERAR !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-OPERADOR TO BLJ-POR.
           MOVE WS-DATA-N TO BLJ-GRAVADO.
           REWRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BLOQJUD CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Bloqueio Alterado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.

      *-----------------------------------------*
      * Liberacao (alvara / desbloqueio): parte *
      * ou todo o que ainda esta bloqueado.     *
      * Liberado tudo, a situacao vira L.       *
      *-----------------------------------------*
       P-LIBERA.
           IF BLJ-SIT = "L"
               DISPLAY (21 04) "!! BLOQUEIO JA TOTALMENTE LIBERADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           COMPUTE WS-ABERTO = BLJ-VALOR - BLJ-LIBERADO.
           MOVE WS-ABERTO TO WS-LIBERA.
           DISPLAY (18 04) "Liberar agora......R$ =".
       P-LIBERA-VALOR.
           ACCEPT (18 29) WS-LIBERA WITH UPDATE PROMPT.
           IF WS-LIBERA = ZEROS
               DISPLAY (18 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           IF WS-LIBERA > WS-ABERTO
               DISPLAY (21 04) "!! LIBERACAO MAIOR QUE O BLOQUEADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-LIBERA-VALOR.
           MOVE WS-DATA-N TO WS-DATA-LIB-N.
       P-LIBERA-DATA.
           ACCEPT (15 29) DIA-LIB WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (15 32) MES-LIB WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (15 35) ANO-LIB WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-LIB < 1 OR DIA-LIB > 31 OR MES-LIB < 1
              OR MES-LIB > 12 OR ANO-LIB < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-LIB-N < BLJ-DATA OR WS-DATA-LIB-N > WS-DATA-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DA LIBERACAO INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-LIBERA-DATA.
           DISPLAY (21 04) "Confirma a liberacao ?  < S/N >".
           ACCEPT (21 37) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ALTERA-EXCLUI-FIM.
           ADD WS-LIBERA TO BLJ-LIBERADO.
           MOVE WS-DATA-LIB-N TO BLJ-DATA-LIB.
           MOVE "P" TO BLJ-SIT.
           IF BLJ-LIBERADO = BLJ-VALOR
               MOVE "L" TO BLJ-SIT.
           MOVE WS-OPERADOR TO BLJ-POR.
           MOVE WS-DATA-N TO BLJ-GRAVADO.
           REWRITE REG-BLOQJUD
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BLOQJUD CONTA
                   STOP RUN.
           PERFORM P-MOSTRA-ATUAL.
           DISPLAY (21 04) "!! < Liberacao Registrada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.

      *----- bloqueio com liberacao fica p/historico do juridico
       P-EXCLUI.
           IF BLJ-LIBERADO NOT = ZEROS
               DISPLAY (21 04) "!! JA HOUVE LIBERACAO: NAO EXCLUI !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           DISPLAY (21 04) "Confirma a exclusao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ALTERA-EXCLUI-FIM.
           DELETE BLOQJUD
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE BLOQJUD CONTA
                   STOP RUN.
           DISPLAY (21 04) "!! < Bloqueio Excluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Bloqueios ainda abertos da conta e o    *
      * total que esta fora do disponivel.      *
      *-----------------------------------------*
       P-LISTA.
           MOVE 17 TO LIN.
           PERFORM P-LISTA-LIMPA UNTIL LIN > 20.
           MOVE ZEROS TO WS-TOT-ABERTO.
           DISPLAY (17 04) "Seq  Processo                  Em aberto".
           MOVE 18 TO LIN.
           MOVE WS-CONTA TO BLJ-CONTA.
           MOVE ZEROS TO BLJ-SEQ.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-LISTA-FIM.
       P-LISTA-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-LISTA-FIM.
           IF BLJ-CONTA NOT = WS-CONTA
               GO TO P-LISTA-FIM.
           IF BLJ-SIT = "L"
               GO TO P-LISTA-LER.
           COMPUTE WS-ABERTO = BLJ-VALOR - BLJ-LIBERADO.
           ADD WS-ABERTO TO WS-TOT-ABERTO.
           IF LIN > 20
               GO TO P-LISTA-LER.
           MOVE WS-ABERTO TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 04) BLJ-SEQ.
           DISPLAY (LIN , 09) BLJ-PROCESSO.
           DISPLAY (LIN , 35) WS-MOSTRA-VALOR.
           ADD 1 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-FIM.
           MOVE WS-TOT-ABERTO TO WS-MOSTRA-VALOR.
           DISPLAY (17 56) "Total" WS-MOSTRA-VALOR.

       P-LISTA-LIMPA.
           DISPLAY (LIN , 04) WS-LIMPA.
           DISPLAY (LIN , 54) "                          ".
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
           CLOSE BLOQJUD CONTA.
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
