       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO131.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT SUSTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUS-NUM
                  FILE STATUS IS FS-SUS.
           SELECT TALAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-TALAO
                  FILE STATUS IS FS-TALAO.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT EXPORT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EXPORT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
      * cima da ultima geracao do backup (93).  *
      *-----------------------------------------*
       FD JRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOJRN.DAT".
       01 REG-JRN.
           03 JRN-DATA         PIC 9(08).
           03 JRN-HORA         PIC 9(06).
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAINEL.DAT".
       01 REG-PAINEL.
           03 PAN-DATA         PIC 9(08).
           03 PAN-QTD-HOJE     PIC 9(04).
           03 PAN-TOT-HOJE     PIC 9(10)V99.
           03 PAN-QTD-SEM      PIC 9(04).
           03 PAN-TOT-SEM      PIC 9(10)V99.
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

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

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
       01 REG-FECHA.
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Sustacao de cheque: o cheque (NUM-CHE)  *
      * fica com SITUACAO-CHE "S" em BCO.DAT e  *
      * aqui o pedido feito ao banco, a tarifa  *
      * e o cheque substituto, se emitido.      *
      *-----------------------------------------*
       FD SUSTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SUSTA.DAT".
       01 REG-SUSTA.
           03 SUS-NUM          PIC X(06).
           03 SUS-CONTA        PIC X(10).
           03 SUS-FOLHA        PIC 9(06).
           03 SUS-VALOR        PIC 9(08)V99.
           03 SUS-DATA         PIC 9(08).
           03 SUS-MOTIVO       PIC X(30).
           03 SUS-PROTOCOLO    PIC X(20).
           03 SUS-TARIFA       PIC 9(06)V99.
           03 SUS-LANC-TAR     PIC X(06).
           03 SUS-SUBST        PIC X(06).
           03 SUS-FOLHA-SUB    PIC 9(06).
           03 SUS-POR          PIC X(08).

       FD TALAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TALAO.DAT".
       01 REG-TALAO.
           03 COD-TALAO.
               05 TALAO-CONTA  PIC 99.
               05 TALAO-SEQ    PIC 9(03).
           03 NUMINI-TALAO     PIC 9(06).
           03 NUMFIM-TALAO     PIC 9(06).
           03 SIT-TALAO        PIC X(01).

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

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

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

      *-----------------------------------------*
      * Arquivo de cheques emitidos p/o banco   *
      * (PPAYcc.TXT, cc = conta 42), posicional,*
      * 80 bytes: 1 = conta, 2 = cheque valido, *
      * 3 = cheque sustado, 9 = totais.         *
      *-----------------------------------------*
       FD EXPORT             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-EXP.
       01 REG-EXPORT           PIC X(80).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER              PIC XX.
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
       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       01 WS-DATA-CONF          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-CONF-R REDEFINES WS-DATA-CONF.
           03 WS-DIA-CONF       PIC 99.
           03 WS-MES-CONF       PIC 99.
           03 WS-ANO-CONF       PIC 99.

       77 FS                   PIC XX.
       77 FS-SUS               PIC XX.
       77 FS-TALAO             PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CATEG             PIC XX.
       77 FS-LOG               PIC XX.
       77 FS-EXPORT            PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-TALAO-OK          PIC X VALUE "S".
       88 TALAO-OK-88            VALUE "S".
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".

      *----- pedido de sustacao
       77 WS-NUM               PIC X(06) VALUE SPACES.
       77 WS-NUM-ORIG          PIC X(06) VALUE SPACES.
       01 WS-REG-ORIG          PIC X(326) VALUE SPACES.
       77 WS-MOTIVO            PIC X(30) VALUE SPACES.
       77 WS-PROTOCOLO         PIC X(20) VALUE SPACES.
       77 WS-TARIFA            PIC 9(06)V99 VALUE ZEROS.
       77 WS-CATEG-TAR         PIC 9(03) VALUE ZEROS.
       77 WS-SUBST             PIC X VALUE "N".
       88 SUBST-88               VALUE "S".
       77 WS-NUM-SUBST         PIC X(06) VALUE SPACES.
       77 WS-NUM-TAR           PIC X(06) VALUE SPACES.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM-NOVO          PIC 9(06) VALUE ZEROS.

      *----- proxima folha livre do talao da conta
       77 WS-FOLHA-CONTA       PIC X(10) VALUE SPACES.
       77 WS-CONTA-COD         PIC 99 VALUE ZEROS.
       77 WS-CONTA-ACHOU       PIC X VALUE "N".
       88 CONTA-ACHOU-88         VALUE "S".
       77 WS-FOLHA-ACHOU       PIC X VALUE "N".
       88 FOLHA-ACHOU-88         VALUE "S".
       77 WS-FOLHA-PROX        PIC 9(06) VALUE ZEROS.
       77 WS-FOLHA-RESTAM      PIC 9(06) VALUE ZEROS.
       77 WS-NUMINI-T          PIC 9(06) VALUE ZEROS.
       77 WS-NUMFIM-T          PIC 9(06) VALUE ZEROS.
       01 WS-REG-SAVE2         PIC X(326) VALUE SPACES.

      *----- arquivo p/o banco
       77 WS-ARQ-EXP           PIC X(12) VALUE SPACES.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-NOME-CONTA        PIC X(10) VALUE SPACES.
       77 WS-QTD-VAL           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-VAL           PIC 9(12)V99 VALUE ZEROS.
       77 WS-QTD-SUS           PIC 9(06) VALUE ZEROS.
       77 WS-TOT-SUS           PIC 9(12)V99 VALUE ZEROS.
       77 WS-LINHA             PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 EXP-CONTA.
           02 F                PIC X(01) VALUE "1".
           02 EXC-BANCO        PIC X(15).
           02 EXC-AGENCIA      PIC X(06).
           02 EXC-CONTA        PIC X(12).
           02 EXC-DATA         PIC 9(08).
           02 F                PIC X(38) VALUE SPACES.

       01 EXP-CHEQUE.
      *----- 2 = emitido valido, 3 = sustado (nao pagar)
           02 EXQ-TIPO         PIC X(01).
           02 EXQ-FOLHA        PIC 9(06).
           02 EXQ-VALOR        PIC 9(10)V99.
           02 EXQ-EMISSAO      PIC 9(08).
           02 EXQ-FAVOR        PIC X(20).
           02 EXQ-SUSTADO      PIC 9(08).
           02 EXQ-PROTOCOLO    PIC X(20).
           02 F                PIC X(05) VALUE SPACES.

       01 EXP-TOTAL.
           02 F                PIC X(01) VALUE "9".
           02 EXT-QTD-VAL      PIC 9(06).
           02 EXT-TOT-VAL      PIC 9(12)V99.
           02 EXT-QTD-SUS      PIC 9(06).
           02 EXT-TOT-SUS      PIC 9(12)V99.
           02 F                PIC X(39) VALUE SPACES.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE "CHEQUES SUSTADOS".

       01 LINHA-CAB2.
           02 F PIC X(40) VALUE
              "LANCTO CONTA      FOLHA         VALOR SU".
           02 F PIC X(38) VALUE
              "STADO   PROTOCOLO        TARIFA SUBST.".

       01 LINHA-DET.
           02 NUM-DET PIC X(06).
           02 f pic x value spaces.
           02 CONTA-DET PIC X(10).
           02 f pic x value spaces.
           02 FOLHA-DET PIC 9(06).
           02 f pic x value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x value spaces.
           02 DSUS-DET PIC 99.
           02 f pic x value "/".
           02 MSUS-DET PIC 99.
           02 f pic x value "/".
           02 ASUS-DET PIC 99.
           02 f pic x value spaces.
           02 PROT-DET PIC X(15).
           02 TARIFA-DET PIC ZZ.ZZ9,99.
           02 f pic x value spaces.
           02 SUBST-DET PIC X(06).

       01 LINHA-MOT.
           02 f pic x(07) value spaces.
           02 F PIC X(08) VALUE "motivo: ".
           02 MOT-DET PIC X(30).
           02 F PIC X(05) VALUE " por ".
           02 POR-DET PIC X(08).

       01 LINHA-TOT.
           02 f pic x(02) value spaces.
           02 F PIC X(10) VALUE "Sustados: ".
           02 QTD-TOT PIC ZZZZ9.
           02 f pic x(04) value spaces.
           02 F PIC X(09) VALUE "Valor R$ ".
           02 VALOR-TOT PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " SUSTACAO DE CHEQUE " BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Sustar cheque".
           02 LINE 09 COLUMN 10 VALUE "2-Relacao de cheques sustados".
           02 LINE 10 COLUMN 10 VALUE "3-Arquivo de cheques p/o banco".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-SUS.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " SUSTACAO DE CHEQUE " BLINK.
           02 LINE 06 COLUMN 04 VALUE "No.Lancamento......=".
           02 LINE 07 COLUMN 04 VALUE "Conta..............=".
           02 LINE 08 COLUMN 04 VALUE "Favorecido.........=".
           02 LINE 09 COLUMN 04 VALUE "Vcto Lancamento....=".
           02 LINE 10 COLUMN 04 VALUE "Valor lancamento...=".
           02 LINE 11 COLUMN 04 VALUE "Folha do talao.....=".
           02 LINE 13 COLUMN 04 VALUE "Motivo.............=".
           02 LINE 14 COLUMN 04 VALUE "Protocolo do banco.=".
           02 LINE 15 COLUMN 04 VALUE "Tarifa.........R$..=".
           02 LINE 16 COLUMN 04 VALUE "Categ.tarifa (65)..=".
           02 LINE 17 COLUMN 04 VALUE "Emite substituto...=".
           02 LINE 17 COLUMN 27 VALUE "<S/N>".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN I-O SUSTA.
           IF FS-SUS = "30" OR FS-SUS = "35"
               CLOSE SUSTA
               OPEN OUTPUT SUSTA
               CLOSE SUSTA
               OPEN I-O SUSTA.
           OPEN INPUT TALAO.
           IF FS-TALAO = "35"
               MOVE "N" TO WS-TALAO-OK.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P02-OPCAO.
           ACCEPT (14 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-SUSTA THRU P-SUSTA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-LISTA THRU P-LISTA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-ARQUIVO THRU P-ARQUIVO-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Sustacao: so cheque ja emitido      *
      * (impresso ou com folha do talao) e nao  *
      * compensado.                             *
      *-----------------------------------------*
       P-SUSTA.
           DISPLAY TELA-SUS.
           PERFORM P-DATA.
       P-SUSTA-CODIGO.
           DISPLAY (22 14) "<CODIGO = 000000 ,Sai da Sustacao".
           ACCEPT (06 25) WS-NUM WITH PROMPT AUTO-SKIP.
           IF WS-NUM = ZEROS OR SPACES
               GO TO P-SUSTA-FIM.
           MOVE WS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (21 04) "!! < Lancamento Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-SUSTA-CODIGO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Lancamento de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           PERFORM P-MOSTRA-REG.
           IF CONTA-CHE = "TITULOS" OR
              (FORMA-CHE NOT = "C" AND FORMA-CHE NOT = SPACE)
               DISPLAY (21 04) "!! LANCAMENTO NAO E CHEQUE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           IF SITUACAO-CHE = "S"
               DISPLAY (21 04) "!! CHEQUE JA SUSTADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           IF SITUACAO-CHE = "C"
               DISPLAY (21 04) "!! LANCAMENTO CANCELADO (34) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           IF DATA-CONF NOT = ZEROS
               DISPLAY (21 04) "!! CHEQUE JA COMPENSADO - NAO SUSTA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           IF IMPRESSO-CHE NOT = "S" AND FOLHA-CHE = ZEROS
               DISPLAY (21 04) "!! CHEQUE AINDA NAO EMITIDO (45) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-CODIGO.
           MOVE NUM-CHE TO WS-NUM-ORIG.
           MOVE REG-BCO TO WS-REG-ORIG.
       P-SUSTA-MOTIVO.
           MOVE SPACES TO WS-MOTIVO.
           ACCEPT (13 25) WS-MOTIVO WITH PROMPT.
           IF WS-MOTIVO = SPACES
               GO TO P-SUSTA-MOTIVO.
       P-SUSTA-PROTOCOLO.
           MOVE SPACES TO WS-PROTOCOLO.
           ACCEPT (14 25) WS-PROTOCOLO WITH PROMPT.
           IF WS-PROTOCOLO = SPACES
               DISPLAY (21 04) "!! INFORME O PROTOCOLO DO BANCO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-SUSTA-PROTOCOLO.
           MOVE ZEROS TO WS-TARIFA WS-CATEG-TAR.
           ACCEPT (15 25) WS-TARIFA WITH PROMPT AUTO-SKIP.
           IF WS-TARIFA = ZEROS
               GO TO P-SUSTA-SUBST.
       P-SUSTA-CATEG.
           ACCEPT (16 25) WS-CATEG-TAR WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CATEG-TAR = ZEROS OR NOT CATEG-OK-88
               GO TO P-SUSTA-SUBST.
           MOVE WS-CATEG-TAR TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-SUSTA-CATEG.
           DISPLAY (16 30) NOME-CATEG.
       P-SUSTA-SUBST.
           MOVE "N" TO WS-SUBST.
           ACCEPT (17 25) WS-SUBST WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SUBST = "s"
               MOVE "S" TO WS-SUBST.
           IF WS-SUBST NOT = "S"
               MOVE "N" TO WS-SUBST.
           DISPLAY (21 04) "Confirma a sustacao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-SUSTA-FIM.
           MOVE SPACES TO WS-NUM-SUBST WS-NUM-TAR.
           MOVE ZEROS TO SUS-FOLHA-SUB.
           IF SUBST-88
               PERFORM P-GRAVA-SUBST THRU P-GRAVA-SUBST-EXIT.
           IF WS-TARIFA > ZEROS
               PERFORM P-GRAVA-TARIFA THRU P-GRAVA-TARIFA-EXIT.
      *----- o original fica sustado; o protocolo e o substituto
      *----- ficam no SUSTA.DAT (o LIGA-CHE so' se estiver livre,
      *----- p/nao perder a ligacao de baixa parcial do 05)
           MOVE WS-NUM-ORIG TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE LEITURA - FS = " FS
                   CLOSE BANCO SUSTA LOG
                   STOP RUN.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE "S" TO SITUACAO-CHE.
           MOVE "SUSTADO" TO MOTIVO-CHE.
           IF WS-NUM-SUBST NOT = SPACES AND LIGA-CHE = SPACES
               MOVE WS-NUM-SUBST TO LIGA-CHE.
      *----- ja foi p/contabilidade: marca p/re-exportar (67)
           IF EXPORT-CHE = "S"
               MOVE "R" TO EXPORT-CHE.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BANCO SUSTA LOG
                   STOP RUN.
           MOVE "A" TO LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE WS-NUM-ORIG TO SUS-NUM.
           MOVE CONTA-CHE TO SUS-CONTA.
           MOVE FOLHA-CHE TO SUS-FOLHA.
           MOVE VALOR-CHE TO SUS-VALOR.
           MOVE WS-DATA TO SUS-DATA.
           MOVE WS-MOTIVO TO SUS-MOTIVO.
           MOVE WS-PROTOCOLO TO SUS-PROTOCOLO.
           MOVE WS-TARIFA TO SUS-TARIFA.
           MOVE WS-NUM-TAR TO SUS-LANC-TAR.
           MOVE WS-NUM-SUBST TO SUS-SUBST.
           MOVE WS-OPERADOR TO SUS-POR.
           WRITE REG-SUSTA
               INVALID KEY
                   REWRITE REG-SUSTA
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS-SUS
                           CLOSE BANCO SUSTA LOG
                           STOP RUN.
           DISPLAY (21 04) "!! < Cheque Sustado > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
       P-SUSTA-FIM.
           EXIT.

       P-MOSTRA-REG.
           DISPLAY (07 25) CONTA-CHE.
           DISPLAY (08 25) DESCRI-CHE DESCRI2-CHE.
           DISPLAY (09 25) DIA-CHE "/" MES-CHE "/" ANO-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           DISPLAY (11 25) FOLHA-CHE.

      *-----------------------------------------*
      * Cheque substituto: copia do original,   *
      * proxima folha do talao, p/impressao     *
      * (45), ligado ao original pelo LIGA-CHE. *
      *-----------------------------------------*
       P-GRAVA-SUBST.
           MOVE WS-REG-ORIG TO REG-BCO.
           PERFORM P-PROXIMA-FOLHA THRU P-PROXIMA-FOLHA-EXIT.
           IF NOT FOLHA-ACHOU-88
               DISPLAY (18 04) "!! SEM FOLHA NO TALAO (48) - SUBSTITUTO"
                   " NAO EMITIDO !!"
               ACCEPT (23 01) WS-P
               GO TO P-GRAVA-SUBST-EXIT.
           PERFORM P-GERA-CODIGO.
           MOVE WS-REG-ORIG TO REG-BCO.
           MOVE WS-NUM-NOVO TO NUM-CHE.
           MOVE WS-FOLHA-PROX TO FOLHA-CHE.
      *----- cheque vencido sai com a data de hoje
           IF VCTO-CHE < WS-DATA-N
               MOVE DIA TO DIA-CHE
               MOVE MES TO MES-CHE
               MOVE ANO TO ANO-CHE.
           MOVE ZEROS TO DATA-CONF VALOR-PAGO-CHE.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           STRING "SUBSTITUI " WS-NUM-ORIG
               DELIMITED BY SIZE INTO MOTIVO-CHE.
           MOVE WS-NUM-ORIG TO LIGA-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE SPACE TO EXPORT-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
       P-GRAVA-SUBST-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-SUBST-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM-NOVO
               MOVE WS-NUM-NOVO TO NUM-CHE
               GO TO P-GRAVA-SUBST-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO SUSTA LOG
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-SUBST.
           MOVE FOLHA-CHE TO SUS-FOLHA-SUB.
           MOVE "I" TO LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           DISPLAY (18 04) "Substituto No. " WS-NUM-SUBST " folha "
               SUS-FOLHA-SUB " - imprimir pelo 45".
       P-GRAVA-SUBST-EXIT.
           EXIT.

      *-----------------------------------------*
      * Lancto da tarifa de sustacao: conta do  *
      * cheque, ja baixado hoje (como a tarifa  *
      * de cobranca do 102).                    *
      *-----------------------------------------*
       P-GRAVA-TARIFA.
           MOVE ANO TO WS-FCH-T-ANO.
           MOVE MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (19 04) "!! TARIFA NAO LANCADA: MES FECHADO (87)"
               ACCEPT (23 01) WS-P
               GO TO P-GRAVA-TARIFA-EXIT.
           PERFORM P-GERA-CODIGO.
           MOVE WS-REG-ORIG TO REG-BCO.
           MOVE WS-NUM-NOVO TO NUM-CHE.
           MOVE "TARIFA SUSTACAO     " TO DESCRI-CHE-GRP.
           MOVE DIA TO DIA-CHE WS-DIA-CONF.
           MOVE MES TO MES-CHE WS-MES-CONF.
           MOVE ANO TO ANO-CHE.
           MOVE ANO(3:2) TO WS-ANO-CONF.
           MOVE WS-TARIFA TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE WS-TARIFA TO VALOR-PAGO-CHE.
           MOVE SPACES TO OBS-CHE.
           STRING "SUST " WS-NUM-ORIG DELIMITED BY SIZE INTO OBS-CHE.
           MOVE ZEROS TO INSCR-CHE.
           MOVE WS-DATA-CONF TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE WS-NUM-ORIG TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACE TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE WS-CATEG-TAR TO CATEG-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE SPACE TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GRAVA-TARIFA-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-TARIFA-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM-NOVO
               MOVE WS-NUM-NOVO TO NUM-CHE
               GO TO P-GRAVA-TARIFA-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO SUSTA LOG
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-TAR.
           MOVE "I" TO LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-GRAVA-TARIFA-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2 - Relacao dos pedidos de sustacao.    *
      *-----------------------------------------*
       P-LISTA.
           DISPLAY (21 04) "Imprime a relacao ?  < S/N >".
           ACCEPT (21 34) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-LISTA-FIM.
           MOVE ZEROS TO WS-QTD-SUS WS-TOT-SUS.
           OPEN OUTPUT RELATO.
           PERFORM P-LISTA-CABEC.
           MOVE SPACES TO SUS-NUM.
           START SUSTA KEY IS NOT LESS THAN SUS-NUM
               INVALID KEY GO TO P-LISTA-TOTAL.
       P-LISTA-LER.
           READ SUSTA NEXT RECORD
               AT END GO TO P-LISTA-TOTAL.
           IF WS-LINHA > 56
               PERFORM P-LISTA-CABEC.
           MOVE SUS-NUM TO NUM-DET.
           MOVE SUS-CONTA TO CONTA-DET.
           MOVE SUS-FOLHA TO FOLHA-DET.
           MOVE SUS-VALOR TO VALOR-DET.
           MOVE SUS-DATA(7:2) TO DSUS-DET.
           MOVE SUS-DATA(5:2) TO MSUS-DET.
           MOVE SUS-DATA(3:2) TO ASUS-DET.
           MOVE SUS-PROTOCOLO TO PROT-DET.
           MOVE SUS-TARIFA TO TARIFA-DET.
           MOVE SUS-SUBST TO SUBST-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           MOVE SUS-MOTIVO TO MOT-DET.
           MOVE SUS-POR TO POR-DET.
           WRITE REG-RELATO FROM LINHA-MOT.
           ADD 2 TO WS-LINHA.
           ADD 1 TO WS-QTD-SUS.
           ADD SUS-VALOR TO WS-TOT-SUS.
           GO TO P-LISTA-LER.
       P-LISTA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD-SUS TO QTD-TOT.
           MOVE WS-TOT-SUS TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           CLOSE RELATO.
           DISPLAY (21 04) "!! < Relacao na Impressora > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-LISTA-FIM.
           EXIT.

       P-LISTA-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 6 TO WS-LINHA.

      *-----------------------------------------*
      * 3 - Cheques emitidos e nao compensados  *
      * da conta, p/o banco so pagar o que esta *
      * no arquivo: validos no registro 2,      *
      * sustados a parte no registro 3.         *
      *-----------------------------------------*
       P-ARQUIVO.
           DISPLAY (16 04) "Conta (Cad.42, 00=sai) :".
           MOVE ZEROS TO WS-CONTA-NUM.
           ACCEPT (16 29) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-ARQUIVO-FIM.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ARQUIVO.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ARQUIVO.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (16 33) WS-NOME-CONTA.
           MOVE SPACES TO WS-ARQ-EXP.
           STRING "PPAY" WS-CONTA-NUM ".TXT" DELIMITED BY SIZE
               INTO WS-ARQ-EXP.
           DISPLAY (21 04) "Gera o arquivo " WS-ARQ-EXP " ? < S/N >".
           ACCEPT (21 44) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ARQUIVO-FIM.
           MOVE ZEROS TO WS-QTD-VAL WS-TOT-VAL WS-QTD-SUS WS-TOT-SUS.
           OPEN OUTPUT EXPORT.
           MOVE BANCO-CONTA TO EXC-BANCO.
           MOVE AGENCIA-CONTA TO EXC-AGENCIA.
           MOVE NUMCONTA-CONTA TO EXC-CONTA.
           MOVE WS-DATA TO EXC-DATA.
           WRITE REG-EXPORT FROM EXP-CONTA.
           MOVE WS-NOME-CONTA TO CONTA-CHE.
           START BANCO KEY IS NOT LESS THAN CONTA-CHE
               INVALID KEY GO TO P-ARQUIVO-TOTAL.
       P-ARQUIVO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-ARQUIVO-TOTAL.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-ARQUIVO-LER.
           IF CONTA-CHE NOT = WS-NOME-CONTA
               GO TO P-ARQUIVO-TOTAL.
           IF FORMA-CHE NOT = "C" AND FORMA-CHE NOT = SPACE
               GO TO P-ARQUIVO-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-ARQUIVO-LER.
           IF DESCRI-CHE = "NULO " OR SITUACAO-CHE = "C"
               GO TO P-ARQUIVO-LER.
           IF IMPRESSO-CHE NOT = "S" AND FOLHA-CHE = ZEROS
               GO TO P-ARQUIVO-LER.
           MOVE SPACES TO EXQ-FAVOR EXQ-PROTOCOLO.
           MOVE ZEROS TO EXQ-SUSTADO.
           MOVE FOLHA-CHE TO EXQ-FOLHA.
           IF FOLHA-CHE = ZEROS AND NUM-CHE NUMERIC
               MOVE NUM-CHE TO EXQ-FOLHA.
           MOVE VALOR-CHE TO EXQ-VALOR.
           MOVE VCTO-CHE TO EXQ-EMISSAO.
           IF SITUACAO-CHE = "S"
               GO TO P-ARQUIVO-SUSTADO.
           MOVE "2" TO EXQ-TIPO.
           MOVE DESCRI-CHE-GRP TO EXQ-FAVOR.
           WRITE REG-EXPORT FROM EXP-CHEQUE.
           ADD 1 TO WS-QTD-VAL.
           ADD VALOR-CHE TO WS-TOT-VAL.
           GO TO P-ARQUIVO-LER.
       P-ARQUIVO-SUSTADO.
           MOVE "3" TO EXQ-TIPO.
           MOVE NUM-CHE TO SUS-NUM.
           READ SUSTA
               INVALID KEY
                   GO TO P-ARQUIVO-SUS-GRAVA.
           MOVE SUS-DATA TO EXQ-SUSTADO.
           MOVE SUS-PROTOCOLO TO EXQ-PROTOCOLO.
       P-ARQUIVO-SUS-GRAVA.
           WRITE REG-EXPORT FROM EXP-CHEQUE.
           ADD 1 TO WS-QTD-SUS.
           ADD VALOR-CHE TO WS-TOT-SUS.
           GO TO P-ARQUIVO-LER.
       P-ARQUIVO-TOTAL.
           MOVE WS-QTD-VAL TO EXT-QTD-VAL.
           MOVE WS-TOT-VAL TO EXT-TOT-VAL.
           MOVE WS-QTD-SUS TO EXT-QTD-SUS.
           MOVE WS-TOT-SUS TO EXT-TOT-SUS.
           WRITE REG-EXPORT FROM EXP-TOTAL.
           CLOSE EXPORT.
           DISPLAY (18 04) "Cheques validos.....:" WS-QTD-VAL.
           DISPLAY (19 04) "Cheques sustados....:" WS-QTD-SUS.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-ARQUIVO-FIM.
           EXIT.

      *-----------------------------------------*
      * Proxima folha livre do talao ativo da   *
      * conta do lancamento corrente.           *
      *-----------------------------------------*
       P-PROXIMA-FOLHA.
           MOVE "N" TO WS-FOLHA-ACHOU.
           IF NOT TALAO-OK-88
               GO TO P-PROXIMA-FOLHA-EXIT.
           MOVE CONTA-CHE TO WS-FOLHA-CONTA.
      *----- o talao (48) guarda o codigo da conta e o lancto
      *----- guarda o nome: resolve o codigo pelo cadastro 42
           PERFORM P-ACHA-CONTA-COD THRU P-ACHA-CONTA-COD-EXIT.
           IF NOT CONTA-ACHOU-88
               GO TO P-PROXIMA-FOLHA-EXIT.
           MOVE WS-CONTA-COD TO TALAO-CONTA.
           MOVE ZEROS TO TALAO-SEQ.
           START TALAO KEY IS NOT LESS THAN COD-TALAO
               INVALID KEY GO TO P-PROXIMA-FOLHA-EXIT.
       P-PROXIMA-FOLHA-TAL.
           READ TALAO NEXT RECORD
               AT END GO TO P-PROXIMA-FOLHA-EXIT.
           IF TALAO-CONTA NOT = WS-CONTA-COD
               GO TO P-PROXIMA-FOLHA-EXIT.
           IF SIT-TALAO NOT = "A"
               GO TO P-PROXIMA-FOLHA-TAL.
           MOVE NUMINI-TALAO TO WS-NUMINI-T.
           MOVE NUMFIM-TALAO TO WS-NUMFIM-T.
           PERFORM P-MAIOR-FOLHA-USADA.
           IF WS-FOLHA-PROX < WS-NUMINI-T
               MOVE WS-NUMINI-T TO WS-FOLHA-PROX
           ELSE
               ADD 1 TO WS-FOLHA-PROX.
           IF WS-FOLHA-PROX > WS-NUMFIM-T
               GO TO P-PROXIMA-FOLHA-TAL.
           MOVE "S" TO WS-FOLHA-ACHOU.
           COMPUTE WS-FOLHA-RESTAM = WS-NUMFIM-T - WS-FOLHA-PROX.
           IF WS-FOLHA-RESTAM < 10
               DISPLAY (21 04) "!! TALAO DA CONTA " WS-FOLHA-CONTA
                   " QUASE NO FIM !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
       P-PROXIMA-FOLHA-EXIT.
           EXIT.

      *----- codigo da conta (42) cujo nome esta no lancto
       P-ACHA-CONTA-COD.
           MOVE "N" TO WS-CONTA-ACHOU.
           MOVE ZEROS TO COD-CONTA.
           START CONTA KEY IS NOT LESS THAN COD-CONTA
               INVALID KEY GO TO P-ACHA-CONTA-COD-EXIT.
       P-ACHA-CONTA-COD-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-ACHA-CONTA-COD-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-ACHA-CONTA-COD-LER.
           IF NOME-CONTA NOT = WS-FOLHA-CONTA
               GO TO P-ACHA-CONTA-COD-LER.
           MOVE COD-CONTA TO WS-CONTA-COD.
           MOVE "S" TO WS-CONTA-ACHOU.
       P-ACHA-CONTA-COD-EXIT.
           EXIT.

      *----- maior folha ja usada nesta conta dentro do talao
       P-MAIOR-FOLHA-USADA.
           MOVE REG-BCO TO WS-REG-SAVE2.
           MOVE ZEROS TO WS-FOLHA-PROX.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-MAIOR-FOLHA-LER UNTIL FS = "10".
           MOVE WS-REG-SAVE2 TO REG-BCO.

       P-MAIOR-FOLHA-LER.
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
           IF FS = "10"
               NEXT SENTENCE
           ELSE
               IF CONTA-CHE = WS-FOLHA-CONTA
                   AND FOLHA-CHE NOT < WS-NUMINI-T
                   AND FOLHA-CHE NOT > WS-NUMFIM-T
                   AND FOLHA-CHE > WS-FOLHA-PROX
                   MOVE FOLHA-CHE TO WS-FOLHA-PROX.

      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
      * alternada de BCO.DAT.                   *
      *-----------------------------------------*
       P-MONTA-VCTO.
           MOVE ANO-CHE TO VCTO-CHE(1:4).
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-CONTA-CODIGO UNTIL FS = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM-NOVO.
           ADD 1 TO WS-NUM-NOVO.

       P-CONTA-CODIGO.
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-CHE > WS-CONTA-CODIGO
               AND (EMPR-CHE = WS-EMPR-SES OR NUM-CHE = WS-CODIGO-PROX)
               MOVE NUM-CHE TO WS-CONTA-CODIGO.

      *-----------------------------------------*
      * Mes/ano fechado (87) nao aceita         *
      * movimento.                              *
      *-----------------------------------------*
       P-TESTA-FECHADO.
           MOVE "N" TO WS-FECHADO.
           IF NOT FCH-OK-88
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           IF FCH-SIT = "F"
               MOVE "S" TO WS-FECHADO.
       P-TESTA-FECHADO-EXIT.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO131" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

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
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO CONTA SUSTA LOG.
           IF TALAO-OK-88
               CLOSE TALAO.
           IF CATEG-OK-88
               CLOSE CATEG.
           IF FCH-OK-88
               CLOSE FECHA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

      *-----------------------------------------*
      * Grava no journal a imagem antes/depois  *
      * da gravacao recem-feita em BCO.DAT.     *
      *-----------------------------------------*
       P-GRAVA-JRN.
           OPEN EXTEND JRN.
           IF FS-JRN = "35"
               OPEN OUTPUT JRN
               CLOSE JRN
               OPEN EXTEND JRN.
           IF FS-JRN NOT = "00"
               CLOSE JRN
               GO TO P-GRAVA-JRN-FIM.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO131" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * Marca o painel do menu p/recontagem     *
      * (houve gravacao em BCO.DAT).            *
      *-----------------------------------------*
       P-SUJA-PAINEL.
           OPEN I-O PAINEL.
           IF FS-PAN NOT = "00"
               CLOSE PAINEL
               GO TO P-SUJA-PAINEL-FIM.
           READ PAINEL
               AT END
                   CLOSE PAINEL
                   GO TO P-SUJA-PAINEL-FIM.
           MOVE "S" TO PAN-SUJO.
           REWRITE REG-PAINEL.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
           EXIT.

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
