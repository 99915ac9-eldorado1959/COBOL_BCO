                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

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

       FD LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOLOG.DAT".
       01 REG-LOG.
           03 LOG-DATA         PIC 9(08).
           03 LOG-HORA         PIC 9(06).
           03 LOG-OPERADOR     PIC X(08).
           03 LOG-ACAO         PIC X(01).
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).
      ***********************************

       WORKING-STORAGE SECTION.
       77 WS-OBS-BUSCA         PIC X(15) VALUE SPACES.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88             VALUE "S".
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
      *----- LGPD: CPF de pessoa fisica so sai inteiro p/nivel
      *----- WS-LGPD-NIVEL ou acima; abaixo sai ***.456.789-**
       77 WS-LGPD-NIVEL        PIC 9 VALUE 3.
       01 WS-LGPD-INSCR        PIC 9(14) VALUE ZEROS.
       01 WS-LGPD-INSCR-X REDEFINES WS-LGPD-INSCR PIC X(14).
       77 WS-LGPD-MASC         PIC X(14) VALUE SPACES.
       77 WS-LGPD-SIT          PIC X VALUE "N".
       88 LGPD-ABERTO-88         VALUE "S".
       88 LGPD-MASCARA-88        VALUE "M".
       77 WS-LGPD-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-LGPD-ACAO         PIC X VALUE SPACES.
       77 WS-LGPD-CHAVE        PIC X(06) VALUE SPACES.
       77 WS-LGPD-DATA         PIC 9(08) VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
       P-BUSCA-CONTA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-CONTA-LER.
           IF CONTA-CHE = WS-CONTA-BUSCA
               PERFORM P-MOSTRA-REG
               PERFORM P-MAIS.
       P-BUSCA-DESCRI-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-DESCRI-LER.
           IF DESCRI-CHE = WS-DESCRI-BUSCA
               PERFORM P-MOSTRA-REG
               PERFORM P-MAIS.
       P-BUSCA-DEPTO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-DEPTO-LER.
           IF OBS-CHE = WS-OBS-BUSCA
               PERFORM P-MOSTRA-REG
               PERFORM P-MAIS.
           DISPLAY (11 25) DIA-CHE "/" MES-CHE "/" ANO-CHE.
           DISPLAY (12 25) VALOR-CHE.
           DISPLAY (13 25) OBS-CHE.
           MOVE INSCR-CHE TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (14 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-CHE TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
           DISPLAY (15 25) DATA-CONF.
           IF PARC-TOT-CHE > ZEROS
               DISPLAY (16 25) PARC-NUM-CHE "/" PARC-TOT-CHE.

      *-----------------------------------------*
      * LGPD: CPF (ate 11 digitos) mascarado    *
      * abaixo do nivel WS-LGPD-NIVEL; CNPJ sai *
      * inteiro. LGPD-ABERTO-88 = CPF inteiro.  *
      *-----------------------------------------*
       P-LGPD-MASCARA.
           MOVE "N" TO WS-LGPD-SIT.
           MOVE WS-LGPD-INSCR-X TO WS-LGPD-MASC.
           IF WS-LGPD-INSCR = ZEROS OR WS-LGPD-INSCR > 99999999999
               GO TO P-LGPD-MASCARA-FIM.
           IF WS-NIVEL NOT < WS-LGPD-NIVEL
               MOVE "S" TO WS-LGPD-SIT
               ADD 1 TO WS-LGPD-QTD
               GO TO P-LGPD-MASCARA-FIM.
           MOVE "M" TO WS-LGPD-SIT.
           MOVE SPACES TO WS-LGPD-MASC.
           STRING "***." WS-LGPD-INSCR-X(7:3) "."
                  WS-LGPD-INSCR-X(10:3) "-**" DELIMITED BY SIZE
               INTO WS-LGPD-MASC.
       P-LGPD-MASCARA-FIM.
           EXIT.

      *-----------------------------------------*
      * LGPD: CPF mostrado inteiro vai p/o log  *
      * (X = tela, chave do registro; W =       *
      * relatorio/arquivo, qtde de CPFs).       *
      *-----------------------------------------*
       P-GRAVA-LOG-LGPD.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-LGPD-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO02" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-LGPD-FIM.
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
           CLOSE BANCO.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
