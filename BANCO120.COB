       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO120.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ATESTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ATE-NUM
                  FILE STATUS IS FS.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE-GRP
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS-BCO.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Atesto do depto solicitante (OBS-CHE):  *
      * quem confirmou a entrega / o servico,   *
      * quando e quanto foi recebido.  Titulo   *
      * com NF so' vai p/bordero (64/111) com   *
      * 100% atestado.                          *
      * ATE-MEDIDA = Q quantidade, P percentual *
      *-----------------------------------------*
       FD ATESTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTO.DAT".
       01 REG-ATESTO.
           03 ATE-NUM          PIC X(06).
           03 ATE-DEPTO        PIC X(02).
           03 ATE-RESP         PIC X(20).
           03 ATE-DATA         PIC 9(08).
           03 ATE-MEDIDA       PIC X(01).
           03 ATE-QTD-PED      PIC 9(07)V99.
           03 ATE-QTD-REC      PIC 9(07)V99.
           03 ATE-PERC         PIC 9(03)V99.
           03 ATE-OBS          PIC X(30).
           03 ATE-OPERADOR     PIC X(08).
           03 ATE-GRAVADO      PIC 9(08).

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

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

      *----- data do atesto digitada dd/mm/aaaa, gravada aaaammdd
       01 WS-DATA-ATE.
           03 ANO-ATE          PIC 9(04).
           03 MES-ATE          PIC 99.
           03 DIA-ATE          PIC 99.
       01 WS-DATA-ATE-N REDEFINES WS-DATA-ATE PIC 9(08).

       77 FS                   PIC XX.
       77 FS-BCO               PIC XX.
       77 FS-DEPTO             PIC XX.
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
       77 WS-NUM               PIC X(06) VALUE SPACES.
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-MEDIDA            PIC X VALUE SPACES.
       88 MEDIDA-88              VALUE "Q" "P".
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       77 WS-MOSTRA-PERC       PIC ZZ9,99.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ATESTO DE RECEBIMENTO " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Depto que pediu confirma a entrega ou o servico".
           02 LINE 08 COLUMN 04 VALUE "Lancamento No..........=".
           02 LINE 09 COLUMN 04 VALUE "Favorecido.............=".
           02 LINE 10 COLUMN 04 VALUE "NF / Vcto / Valor......=".
           02 LINE 11 COLUMN 04 VALUE "Depto solicitante......=".
           02 LINE 13 COLUMN 04 VALUE "Atestado por (nome)....=".
           02 LINE 14 COLUMN 04 VALUE "Data (dd/mm/aaaa)......=".
           02 LINE 14 COLUMN 31 VALUE "/  /".
           02 LINE 15 COLUMN 04 VALUE "Medida <Q>tde <P>erc...=".
           02 LINE 16 COLUMN 04 VALUE "Qtde pedida............=".
           02 LINE 17 COLUMN 04 VALUE "Qtde recebida / %......=".
           02 LINE 18 COLUMN 04 VALUE "Observacao.............=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O ATESTO.
           IF FS = "30" OR FS = "35"
               CLOSE ATESTO
               OPEN OUTPUT ATESTO
               CLOSE ATESTO
               OPEN I-O ATESTO.
           OPEN INPUT BANCO.
           IF FS-BCO = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               CLOSE ATESTO
               STOP RUN.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-NUM.
           DISPLAY (22 14) "<NUMERO EM BRANCO , Sai do Atesto".
           MOVE SPACES TO WS-NUM.
           ACCEPT (08 29) WS-NUM WITH PROMPT AUTO-SKIP.
           IF WS-NUM = SPACES
               PERFORM P-FIM.
           MOVE WS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (21 04) "!! < Lancamento Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-NUM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Lancamento de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-NUM.
           IF DESCRI-CHE = "NULO "
               DISPLAY (21 04) "!! LANCAMENTO ANULADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-NUM.
           PERFORM P-MOSTRA-BCO.
      *----- so' titulo lancado a partir de NF exige atesto
           IF NF-CHE = SPACES
               DISPLAY (21 04) "!! SEM NF: NAO EXIGE ATESTO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           IF DATA-CONF NOT = ZEROS
               DISPLAY (21 04) "!! LANCAMENTO JA PAGO/CONFERIDO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           MOVE WS-NUM TO ATE-NUM.
           READ ATESTO
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P01-TELA-1.

       P-NOVO.
           DISPLAY (21 04) "!! < Atesto Nao Cadastrado > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           MOVE SPACES TO ATE-RESP ATE-OBS.
           MOVE "P" TO ATE-MEDIDA.
           MOVE ZEROS TO ATE-QTD-PED ATE-QTD-REC.
           MOVE 100 TO ATE-PERC.
           MOVE WS-DATA-N TO ATE-DATA.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-NUM TO ATE-NUM.
           WRITE REG-ATESTO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE ATESTO BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Atesto Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

       P-MOSTRA-BCO.
           DISPLAY (09 29) DESCRI-CHE-GRP.
           DISPLAY (10 29) NF-CHE.
           DISPLAY (10 41) DIA-CHE "/" MES-CHE "/" ANO-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (10 53) WS-MOSTRA-VALOR.
           DISPLAY (11 29) OBS-CHE(1:2).
           IF DEPTO-OK-88 AND OBS-CHE(1:2) NUMERIC
               MOVE OBS-CHE(1:2) TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       DISPLAY (11 33) NOME-DEPTO.

       P-MOSTRA-ATUAL.
           MOVE ATE-DATA TO WS-DATA-ATE-N.
           DISPLAY (13 29) ATE-RESP.
           DISPLAY (14 29) DIA-ATE.
           DISPLAY (14 32) MES-ATE.
           DISPLAY (14 35) ANO-ATE.
           DISPLAY (15 29) ATE-MEDIDA.
           DISPLAY (16 29) ATE-QTD-PED.
           DISPLAY (17 29) ATE-QTD-REC.
           DISPLAY (18 29) ATE-OBS.
           PERFORM P-MOSTRA-PERC.

      *-----------------------------------------*
      * Percentual recebido e a situacao p/o    *
      * bordero: so' 100% libera o pagamento.   *
      *-----------------------------------------*
       P-MOSTRA-PERC.
           MOVE ATE-PERC TO WS-MOSTRA-PERC.
           DISPLAY (19 04) "Recebido " WS-MOSTRA-PERC " %".
           IF ATE-PERC = 100
               DISPLAY (19 24) "- LIBERADO P/PAGAMENTO     "
           ELSE
               DISPLAY (19 24) "- PARCIAL: FORA DO BORDERO ".

      *-----------------------------------------*
      * Digitacao (inclusao e alteracao).  Por  *
      * quantidade o % sai de recebida/pedida;  *
      * entrega acima do pedido conta como 100%.*
      *-----------------------------------------*
       P-DIGITA.
           ACCEPT (13 29) ATE-RESP WITH UPDATE PROMPT.
           IF ATE-RESP = SPACES
               GO TO P-DIGITA.
       P-DIGITA-DATA.
           MOVE ATE-DATA TO WS-DATA-ATE-N.
           ACCEPT (14 29) DIA-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (14 32) MES-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (14 35) ANO-ATE WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-ATE < 1 OR DIA-ATE > 31 OR MES-ATE < 1
              OR MES-ATE > 12 OR ANO-ATE < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-ATE-N > WS-DATA-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DO ATESTO INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-DATA.
           MOVE WS-DATA-ATE-N TO ATE-DATA.
       P-DIGITA-MEDIDA.
           MOVE ATE-MEDIDA TO WS-MEDIDA.
           ACCEPT (15 29) WS-MEDIDA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-MEDIDA = "q"
               MOVE "Q" TO WS-MEDIDA.
           IF WS-MEDIDA = "p"
               MOVE "P" TO WS-MEDIDA.
           IF NOT MEDIDA-88
               GO TO P-DIGITA-MEDIDA.
           MOVE WS-MEDIDA TO ATE-MEDIDA.
           IF ATE-MEDIDA = "P"
               GO TO P-DIGITA-PERC.
       P-DIGITA-PED.
           ACCEPT (16 29) ATE-QTD-PED WITH UPDATE PROMPT.
           IF ATE-QTD-PED = ZEROS
               GO TO P-DIGITA-PED.
           ACCEPT (17 29) ATE-QTD-REC WITH UPDATE PROMPT.
           IF ATE-QTD-REC NOT < ATE-QTD-PED
               MOVE 100 TO ATE-PERC
           ELSE
               COMPUTE ATE-PERC ROUNDED =
                   ATE-QTD-REC * 100 / ATE-QTD-PED.
           GO TO P-DIGITA-OBS.
       P-DIGITA-PERC.
           MOVE ZEROS TO ATE-QTD-PED ATE-QTD-REC.
           DISPLAY (16 29) "            ".
           ACCEPT (17 29) ATE-PERC WITH UPDATE PROMPT.
           IF ATE-PERC > 100
               DISPLAY (21 04) "!! PERCENTUAL ACIMA DE 100 !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-PERC.
       P-DIGITA-OBS.
           ACCEPT (18 29) ATE-OBS WITH UPDATE PROMPT.
           PERFORM P-MOSTRA-PERC.
           MOVE OBS-CHE(1:2) TO ATE-DEPTO.
           MOVE WS-OPERADOR TO ATE-OPERADOR.
           MOVE WS-DATA-N TO ATE-GRAVADO.
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
           REWRITE REG-ATESTO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE ATESTO BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Atesto Alterado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
      *----- excluido o atesto, o titulo volta a ficar retido
       P-EXCLUI.
           DELETE ATESTO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE ATESTO BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Atesto Excluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

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

       P-FIM.
           CLOSE ATESTO BANCO.
           IF DEPTO-OK-88
               CLOSE DEPTO.
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
