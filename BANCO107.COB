
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO107.
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
           SELECT FATITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FTI-CHAVE
                  FILE STATUS IS FS-FTI.
           SELECT RATEIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RAT-CHAVE
                  FILE STATUS IS FS-RAT.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
           SELECT IMPORTA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-IMP.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT RELATO ASSIGN TO PRINTER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LIMITE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-LIM
                  FILE STATUS IS FS-LIM.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
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

       FD LIMITE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMITE.DAT".
       01 REG-LIMITE.
           03 COD-LIM          PIC 9.
           03 VALOR-LIM        PIC 9(08)V99.

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

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Linhas da fatura do cartao corporativo: *
      * uma por compra, presas ao titulo da     *
      * fatura em BCO.DAT (FTI-NUM = NUM-CHE).  *
      * FTI-SINAL "C" = estorno/credito.        *
      *-----------------------------------------*
       FD FATITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATITEM.DAT".
       01 REG-FATITEM.
           03 FTI-CHAVE.
               05 FTI-NUM      PIC X(06).
               05 FTI-SEQ      PIC 9(04).
           03 FTI-DATA         PIC 9(08).
           03 FTI-CARTAO       PIC X(04).
           03 FTI-PORTADOR     PIC X(15).
           03 FTI-DESCRI       PIC X(20).
           03 FTI-VALOR        PIC 9(08)V99.
           03 FTI-SINAL        PIC X(01).
           03 FTI-DEPTO        PIC 99.
           03 FTI-CATEG        PIC 9(03).
           03 FTI-POR          PIC X(08).
           03 FTI-ALT          PIC 9(08).

       FD RATEIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
       01 REG-RATEIO.
           03 RAT-CHAVE.
               05 RAT-NUM      PIC X(06).
               05 RAT-DEPTO    PIC 99.
           03 RAT-VALOR        PIC 9(08)V99.

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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

      *-----------------------------------------*
      * Extrato da fatura delimitado por "|":   *
      * dia|mes|ano|final do cartao|portador|   *
      * descricao|valor (10 dig,centavos        *
      * implicitos)|D/C (C = estorno)           *
      *-----------------------------------------*
       FD IMPORTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARTAO.TXT".
       01 REG-IMP              PIC X(100).

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
       77 WS-PAN-SUJO          PIC X VALUE "N".
       77 FS-LIM               PIC XX.
       77 WS-LIMITE            PIC 9(08)V99 VALUE ZEROS.
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

       77 FS                   PIC XX.
       77 FS-FTI               PIC XX.
       77 FS-RAT               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-CATEG             PIC XX.
       77 FS-IMP               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-ACAO          PIC X VALUE "I".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".
       77 WS-FASE              PIC 9 VALUE 1.
       88 FASE-GRAVA-88          VALUE 2.
       77 WS-LINHA             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-OK            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DEB           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-CRED          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-LIQ           PIC S9(10)V99 VALUE ZEROS.
       77 WS-ERRO-TXT          PIC X(30) VALUE SPACES.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-GERADO        PIC X(06) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.

      *----- cabecalho da fatura digitado na importacao
       77 WS-N-CONTA           PIC 99 VALUE ZEROS.
       77 WS-NOME-CONTA        PIC X(10) VALUE SPACES.
       77 WS-EMISSOR           PIC X(15) VALUE SPACES.
       77 WS-VC-DIA            PIC 99 VALUE ZEROS.
       77 WS-VC-MES            PIC 99 VALUE ZEROS.
       77 WS-VC-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-VCTO              PIC 9(08) VALUE ZEROS.
       77 WS-DEPTO             PIC 99 VALUE ZEROS.
       77 WS-CATEG             PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-FAT         PIC 9(08)V99 VALUE ZEROS.
       77 WS-DUPLICADA         PIC X VALUE "N".
       88 DUPLICADA-88           VALUE "S".

      *----- campos de uma linha do CARTAO.TXT
       77 WS-IMP-DIA           PIC X(02) VALUE SPACES.
       77 WS-IMP-MES           PIC X(02) VALUE SPACES.
       77 WS-IMP-ANO           PIC X(04) VALUE SPACES.
       77 WS-IMP-CARTAO        PIC X(04) VALUE SPACES.
       77 WS-IMP-PORTADOR      PIC X(15) VALUE SPACES.
       77 WS-IMP-DESCRI        PIC X(20) VALUE SPACES.
       77 WS-IMP-VALOR         PIC X(10) VALUE SPACES.
       77 WS-IMP-SINAL         PIC X(01) VALUE SPACES.
       77 WS-N-DIA             PIC 99 VALUE ZEROS.
       77 WS-N-MES             PIC 99 VALUE ZEROS.
       77 WS-N-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-N-VALOR           PIC 9(08)V99 VALUE ZEROS.

       77 WS-MAX-DIA           PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO          PIC 9 VALUE ZEROS.
       88 ANO-BISSEXTO-88        VALUE 1.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(04) VALUE ZEROS.

      *----- alocacao e rateio por depto das linhas
       77 WS-SEQ               PIC 9(04) VALUE ZEROS.
       77 WS-QTD-LIN           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PEND          PIC 9(04) VALUE ZEROS.
       77 WS-IDX               PIC 9(04) VALUE ZEROS.
       77 WS-MAIOR             PIC 9(10)V99 VALUE ZEROS.
       77 WS-MAIOR-DEP         PIC 99 VALUE ZEROS.
       77 WS-MAIOR-CAT         PIC 9(03) VALUE ZEROS.
       77 WS-DEP-NEG           PIC 99 VALUE ZEROS.
       77 WS-SOMA-RAT          PIC 9(10)V99 VALUE ZEROS.
       01 WS-TAB-DEP.
           03 WS-TD-ENT OCCURS 99.
               05 TD-DEB       PIC 9(10)V99.
               05 TD-CRED      PIC 9(10)V99.
       01 WS-TAB-CAT.
           03 TC-VALOR OCCURS 999 TIMES PIC 9(10)V99.
       77 WS-VAL-LIQ           PIC S9(10)V99 VALUE ZEROS.
       01 WS-DATA-FTI.
           03 ANO-FTI          PIC 9(04).
           03 MES-FTI          PIC 99.
           03 DIA-FTI          PIC 99.

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
           02 F PIC X(38) VALUE "IMPORTACAO FATURA CARTAO - REJEITADOS".

       01 LINHA-REJ.
           02 f pic x(02) value spaces.
           02 F PIC X(07) VALUE "LINHA ".
           02 LINHA-REJ-NUM PIC ZZZZ9.
           02 f pic x(02) value spaces.
           02 MOTIVO-REJ PIC X(30).
           02 f pic x(02) value spaces.
           02 TRECHO-REJ PIC X(30).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "VALIDAS....:".
           02 QTD-OK-TOT PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE " REJEITADAS..:".
           02 QTD-REJ-TOT PIC ZZ.ZZ9.
           02 F PIC X(10) VALUE " VALOR R$ ".
           02 VALOR-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FATURA CARTAO CORPORATIVO "
               BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Importa fatura (CARTAO.TXT)".
           02 LINE 09 COLUMN 10 VALUE "2-Aloca linhas da fatura".
           02 LINE 10 COLUMN 10 VALUE "3-Consulta fatura".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 15 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-IMPORTA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " IMPORTA FATURA CARTAO " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Arquivo de entrada : CARTAO.TXT".
           02 LINE 07 COLUMN 04 VALUE "Formato: dia|mes|ano|cartao|".
           02 LINE 07 COLUMN 32 VALUE "portador|descricao|valor|D/C".
           02 LINE 09 COLUMN 04 VALUE "Conta p/pagamento...=".
           02 LINE 10 COLUMN 04 VALUE "Emissor do cartao...=".
           02 LINE 11 COLUMN 04 VALUE "Vencimento..........=".
           02 LINE 11 COLUMN 25 VALUE "  /  /    ".
           02 LINE 12 COLUMN 04 VALUE "Depto responsavel...=".
           02 LINE 13 COLUMN 04 VALUE "Total da fatura R$..=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-ALOCA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ALOCA LINHAS DA FATURA " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Lancamento..........=".
           02 LINE 10 COLUMN 04 VALUE "Linha...............=".
           02 LINE 11 COLUMN 04 VALUE "Data da compra......=".
           02 LINE 12 COLUMN 04 VALUE "Final do cartao.....=".
           02 LINE 13 COLUMN 04 VALUE "Descricao...........=".
           02 LINE 14 COLUMN 04 VALUE "Valor R$............=".
           02 LINE 16 COLUMN 04 VALUE "Depto (Cad.38)......=".
           02 LINE 17 COLUMN 04 VALUE "Categoria (Cad.65)..=".
           02 LINE 18 COLUMN 04 VALUE "Portador............=".
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
           IF FS = "30"
               CLOSE BANCO
               OPEN OUTPUT BANCO
               CLOSE BANCO
               GO TO P03-ABERTURA.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN I-O FATITEM.
           IF FS-FTI = "30" OR FS-FTI = "35"
               CLOSE FATITEM
               OPEN OUTPUT FATITEM
               CLOSE FATITEM
               OPEN I-O FATITEM.
           OPEN I-O RATEIO.
           IF FS-RAT = "30" OR FS-RAT = "35"
               CLOSE RATEIO
               OPEN OUTPUT RATEIO
               CLOSE RATEIO
               OPEN I-O RATEIO.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN INPUT LIMITE.
           IF FS-LIM = "00"
               MOVE 1 TO COD-LIM
               READ LIMITE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE VALOR-LIM TO WS-LIMITE.
           IF FS-LIM NOT = "35"
               CLOSE LIMITE.
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
           ACCEPT (15 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-IMPORTA THRU P-IMPORTA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-ALOCA THRU P-ALOCA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Importa a fatura: cabecalho na tela,*
      * linhas do CARTAO.TXT.  Valida tudo      *
      * antes; qualquer linha rejeitada ou total*
      * que nao confere recusa a fatura inteira.*
      *-----------------------------------------*
       P-IMPORTA.
           DISPLAY TELA-IMPORTA.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CONTA = 00 , Sai da Importacao".
       P-IMPORTA-CONTA.
           MOVE ZEROS TO WS-N-CONTA.
           ACCEPT (09 25) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P-IMPORTA-FIM.
           MOVE WS-N-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-IMPORTA-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-CONTA.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (09 30) NOME-CONTA.
       P-IMPORTA-EMISSOR.
           MOVE SPACES TO WS-EMISSOR.
           ACCEPT (10 25) WS-EMISSOR WITH PROMPT.
           IF WS-EMISSOR = SPACES
               GO TO P-IMPORTA-EMISSOR.
       P-IMPORTA-VCTO.
           ACCEPT (11 25) WS-VC-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (11 28) WS-VC-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (11 31) WS-VC-ANO WITH PROMPT AUTO-SKIP.
           MOVE WS-VC-MES TO WS-N-MES.
           MOVE WS-VC-ANO TO WS-N-ANO.
           IF WS-N-MES = ZEROS OR WS-N-MES > 12 OR WS-N-ANO = ZEROS
               DISPLAY (21 04) "!! Data Invalida !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-VCTO.
           PERFORM P-VERIFICA-DIA.
           IF WS-VC-DIA = ZEROS OR WS-VC-DIA > WS-MAX-DIA
               DISPLAY (21 04) "!! Data Invalida !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-VCTO.
      *----- mes ja fechado (87) nao recebe a fatura
           MOVE WS-VC-ANO TO WS-FCH-T-ANO.
           MOVE WS-VC-MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (21 04) "!! MES JA FECHADO (87) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-VCTO.
           MOVE WS-VC-ANO TO WS-VCTO(1:4).
           MOVE WS-VC-MES TO WS-VCTO(5:2).
           MOVE WS-VC-DIA TO WS-VCTO(7:2).
       P-IMPORTA-DEPTO.
           MOVE ZEROS TO WS-DEPTO.
           ACCEPT (12 25) WS-DEPTO WITH PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               GO TO P-IMPORTA-DEPTO.
           PERFORM P-VALIDA-DEPTO THRU P-VALIDA-DEPTO-EXIT.
           IF WS-DEPTO = ZEROS
               GO TO P-IMPORTA-DEPTO.
       P-IMPORTA-TOTAL.
           MOVE ZEROS TO WS-TOTAL-FAT.
           ACCEPT (13 25) WS-TOTAL-FAT WITH PROMPT AUTO-SKIP.
           IF WS-TOTAL-FAT = ZEROS
               GO TO P-IMPORTA-TOTAL.
      *----- mesma conta, vencimento e valor ja entrou
           PERFORM P-JA-IMPORTADA THRU P-JA-IMPORTADA-EXIT.
           IF DUPLICADA-88
               DISPLAY (21 04) "!! FATURA JA IMPORTADA - LANCTO "
                   WS-NUM-GERADO " !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-IMPORTA-FIM.
           OPEN INPUT IMPORTA.
           IF FS-IMP = "35"
               DISPLAY (21 04) "!! ARQUIVO CARTAO.TXT INEXISTENTE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-IMPORTA-FIM.
           OPEN OUTPUT RELATO.
           PERFORM P-IMP-CABEC.

      *----- fase 1: so valida e lista rejeicoes
           MOVE 1 TO WS-FASE.
           DISPLAY (21 04) "Validando...".
           PERFORM P-PASSA THRU P-PASSA-FIM.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-QTD-OK TO QTD-OK-TOT.
           MOVE WS-QTD-REJ TO QTD-REJ-TOT.
           COMPUTE WS-TOT-LIQ = WS-TOT-DEB - WS-TOT-CRED.
           MOVE WS-TOT-LIQ TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (15 04) "Linhas validas.....:".
           DISPLAY (15 25) WS-QTD-OK.
           DISPLAY (16 04) "Linhas rejeitadas..:".
           DISPLAY (16 25) WS-QTD-REJ.
           MOVE WS-TOT-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Liquido das linhas.:".
           DISPLAY (17 25) WS-MOSTRA-VALOR.
           IF WS-QTD-REJ > ZEROS
               DISPLAY (21 04) "!! LINHAS REJEITADAS - VEJA A LISTA !!"
               GO TO P-IMPORTA-RECUSA.
           IF WS-QTD-OK = ZEROS
               DISPLAY (21 04) "!! NADA A IMPORTAR !!"
               GO TO P-IMPORTA-RECUSA.
           IF WS-QTD-OK > 9999
               DISPLAY (21 04) "!! FATURA COM MAIS DE 9999 LINHAS !!"
               GO TO P-IMPORTA-RECUSA.
           IF WS-TOT-LIQ NOT = WS-TOTAL-FAT
               DISPLAY (21 04) "!! LINHAS NAO FECHAM COM O TOTAL !!"
               GO TO P-IMPORTA-RECUSA.
           DISPLAY (21 04) "Confirma a gravacao da fatura ? < S/N >".
           ACCEPT (21 45) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               DISPLAY (21 04) "!! IMPORTACAO CANCELADA - NADA GRAVADO"
               GO TO P-IMPORTA-RECUSA.

      *----- fase 2: titulo unico em BCO.DAT + linhas
           PERFORM P-GRAVA-TITULO THRU P-GRAVA-TITULO-EXIT.
           MOVE 2 TO WS-FASE.
           CLOSE IMPORTA.
           OPEN INPUT IMPORTA.
           DISPLAY (21 04) "Gravando...".
           PERFORM P-PASSA THRU P-PASSA-FIM.
           CLOSE IMPORTA.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (19 04) "Linhas gravadas....:".
           DISPLAY (19 25) WS-QTD-OK.
           DISPLAY (21 04) "!! < Fatura Lancada No." WS-NUM-GERADO
               " - aloque as linhas (2) > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-IMPORTA-FIM.
       P-IMPORTA-RECUSA.
           CLOSE IMPORTA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-IMPORTA-FIM.
           EXIT.

      *-----------------------------------------*
      * Passa o CARTAO.TXT inteiro; o que fazer *
      * com cada linha depende de WS-FASE.      *
      *-----------------------------------------*
       P-PASSA.
           MOVE ZEROS TO WS-LINHA WS-QTD-OK WS-QTD-REJ.
           MOVE ZEROS TO WS-TOT-DEB WS-TOT-CRED.
       P-PASSA-LER.
           READ IMPORTA
               AT END GO TO P-PASSA-FIM.
           ADD 1 TO WS-LINHA.
           IF REG-IMP = SPACES
               GO TO P-PASSA-LER.
           PERFORM P-VALIDA-LINHA THRU P-VALIDA-LINHA-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               ADD 1 TO WS-QTD-REJ
               IF NOT FASE-GRAVA-88
                   MOVE WS-LINHA TO LINHA-REJ-NUM
                   MOVE WS-ERRO-TXT TO MOTIVO-REJ
                   MOVE REG-IMP(1:30) TO TRECHO-REJ
                   WRITE REG-RELATO FROM LINHA-REJ
                   GO TO P-PASSA-LER
               ELSE
                   GO TO P-PASSA-LER.
           ADD 1 TO WS-QTD-OK.
           IF WS-IMP-SINAL = "C"
               ADD WS-N-VALOR TO WS-TOT-CRED
           ELSE
               ADD WS-N-VALOR TO WS-TOT-DEB.
           IF FASE-GRAVA-88
               PERFORM P-GRAVA-LINHA.
           GO TO P-PASSA-LER.
       P-PASSA-FIM.
           EXIT.

      *-----------------------------------------*
      * Valida uma linha; WS-ERRO-TXT = spaces  *
      * quando a linha esta boa.                *
      *-----------------------------------------*
       P-VALIDA-LINHA.
           MOVE SPACES TO WS-ERRO-TXT.
           MOVE SPACES TO WS-IMP-DIA WS-IMP-MES WS-IMP-ANO
               WS-IMP-CARTAO WS-IMP-PORTADOR WS-IMP-DESCRI
               WS-IMP-VALOR WS-IMP-SINAL.
           UNSTRING REG-IMP DELIMITED BY "|"
               INTO WS-IMP-DIA WS-IMP-MES WS-IMP-ANO WS-IMP-CARTAO
                    WS-IMP-PORTADOR WS-IMP-DESCRI WS-IMP-VALOR
                    WS-IMP-SINAL.
           IF WS-IMP-DIA NOT NUMERIC OR WS-IMP-MES NOT NUMERIC
                                     OR WS-IMP-ANO NOT NUMERIC
               MOVE "DATA NAO NUMERICA" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-DIA TO WS-N-DIA.
           MOVE WS-IMP-MES TO WS-N-MES.
           MOVE WS-IMP-ANO TO WS-N-ANO.
           IF WS-N-MES = ZEROS OR WS-N-MES > 12 OR WS-N-ANO = ZEROS
               MOVE "MES INVALIDO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           PERFORM P-VERIFICA-DIA.
           IF WS-N-DIA = ZEROS OR WS-N-DIA > WS-MAX-DIA
               MOVE "DIA INVALIDO P/ O MES" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-DESCRI = SPACES
               MOVE "DESCRICAO EM BRANCO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-VALOR NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-VALOR TO WS-N-VALOR(1:10).
           IF WS-N-VALOR = ZEROS
               MOVE "VALOR ZERADO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-SINAL = "c"
               MOVE "C" TO WS-IMP-SINAL.
           IF WS-IMP-SINAL = "d" OR WS-IMP-SINAL = SPACE
               MOVE "D" TO WS-IMP-SINAL.
           IF WS-IMP-SINAL NOT = "D" AND WS-IMP-SINAL NOT = "C"
               MOVE "SINAL DIFERENTE DE D/C" TO WS-ERRO-TXT.
       P-VALIDA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha da fatura, ainda sem depto e sem  *
      * categoria (alocacao na opcao 2).        *
      *-----------------------------------------*
       P-GRAVA-LINHA.
           MOVE WS-NUM-GERADO TO FTI-NUM.
           MOVE WS-QTD-OK TO FTI-SEQ.
           MOVE WS-N-ANO TO FTI-DATA(1:4).
           MOVE WS-N-MES TO FTI-DATA(5:2).
           MOVE WS-N-DIA TO FTI-DATA(7:2).
           MOVE WS-IMP-CARTAO TO FTI-CARTAO.
           MOVE WS-IMP-PORTADOR TO FTI-PORTADOR.
           MOVE WS-IMP-DESCRI TO FTI-DESCRI.
           MOVE WS-N-VALOR TO FTI-VALOR.
           MOVE WS-IMP-SINAL TO FTI-SINAL.
           MOVE ZEROS TO FTI-DEPTO FTI-CATEG.
           MOVE WS-OPERADOR TO FTI-POR.
           MOVE WS-DATA TO FTI-ALT.
           WRITE REG-FATITEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-FTI
                   CLOSE BANCO FATITEM RATEIO IMPORTA LOG
                   STOP RUN.

      *-----------------------------------------*
      * Titulo unico da fatura em BCO.DAT.  Vai *
      * c/TIPO-CHE "F" e sem rateio: fica fora  *
      * do bordero (64) ate alocar as linhas.   *
      *-----------------------------------------*
       P-GRAVA-TITULO.
           PERFORM P-GERA-CODIGO.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-NOME-CONTA TO CONTA-CHE.
           MOVE "CART " TO DESCRI-CHE.
           MOVE WS-EMISSOR TO DESCRI2-CHE.
           MOVE WS-VC-DIA TO DIA-CHE.
           MOVE WS-VC-MES TO MES-CHE.
           MOVE WS-VC-ANO TO ANO-CHE.
           MOVE WS-TOTAL-FAT TO VALOR-CHE.
           MOVE SPACES TO OBS-CHE.
           MOVE WS-DEPTO TO OBS-CHE(1:2).
           MOVE ZEROS TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE SPACES TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE "F" TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE ZEROS TO CATEG-CHE.
           MOVE "C" TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GRAVA-TITULO-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-TITULO-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GRAVA-TITULO-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO FATITEM RATEIO IMPORTA LOG
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-GERADO.
           MOVE "I" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "S" TO WS-PAN-SUJO.
       P-GRAVA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Fatura ja lancada: mesma conta, mesmo   *
      * vencimento, mesmo valor e TIPO "F".     *
      *-----------------------------------------*
       P-JA-IMPORTADA.
           MOVE "N" TO WS-DUPLICADA.
           MOVE WS-VCTO TO VCTO-CHE.
           START BANCO KEY IS NOT LESS THAN VCTO-CHE
               INVALID KEY GO TO P-JA-IMPORTADA-EXIT.
       P-JA-IMPORTADA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-JA-IMPORTADA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-JA-IMPORTADA-LER.
           IF VCTO-CHE NOT = WS-VCTO
               GO TO P-JA-IMPORTADA-EXIT.
           IF TIPO-CHE = "F" AND CONTA-CHE = WS-NOME-CONTA
                             AND VALOR-CHE = WS-TOTAL-FAT
                             AND DESCRI-CHE NOT = "NULO "
               MOVE "S" TO WS-DUPLICADA
               MOVE NUM-CHE TO WS-NUM-GERADO
               GO TO P-JA-IMPORTADA-EXIT.
           GO TO P-JA-IMPORTADA-LER.
       P-JA-IMPORTADA-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2 - Aloca depto, categoria e portador   *
      * linha a linha.  Com todas alocadas a    *
      * fatura vira rateio (RATEIO.DAT) por     *
      * depto e fica liberada p/bordero (64).   *
      *-----------------------------------------*
       P-ALOCA.
           DISPLAY TELA-ALOCA.
           PERFORM P-DATA.
           DISPLAY (22 14) "<LANCTO = 000000 , Sai da Alocacao".
           MOVE ZEROS TO WS-NUM.
           ACCEPT (06 25) WS-NUM WITH PROMPT AUTO-SKIP.
           IF WS-NUM = ZEROS
               GO TO P-ALOCA-FIM.
           PERFORM P-LE-FATURA THRU P-LE-FATURA-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               GO TO P-ALOCA-ERRO.
           IF DATA-CONF NOT = ZEROS
               MOVE "FATURA JA PAGA - NAO REALOCA" TO WS-ERRO-TXT
               GO TO P-ALOCA-ERRO.
           IF EXPORT-CHE = "S"
               MOVE "FATURA JA EXPORTADA (67)" TO WS-ERRO-TXT
               GO TO P-ALOCA-ERRO.
           MOVE ANO-CHE TO WS-FCH-T-ANO.
           MOVE MES-CHE TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               MOVE "MES JA FECHADO (87)" TO WS-ERRO-TXT
               GO TO P-ALOCA-ERRO.
           PERFORM P-MOSTRA-FATURA.
           DISPLAY (08 04) "Comecar na linha....=".
           MOVE ZEROS TO WS-SEQ.
           ACCEPT (08 25) WS-SEQ WITH PROMPT AUTO-SKIP.
           IF WS-SEQ = ZEROS
               MOVE 1 TO WS-SEQ.
           DISPLAY (22 14) "<DEPTO = 00 , Encerra a Alocacao ".
       P-ALOCA-LINHA.
           MOVE NUM-CHE TO FTI-NUM.
           MOVE WS-SEQ TO FTI-SEQ.
           START FATITEM KEY IS NOT LESS THAN FTI-CHAVE
               INVALID KEY GO TO P-ALOCA-FECHA.
           READ FATITEM NEXT RECORD
               AT END GO TO P-ALOCA-FECHA.
           IF FTI-NUM NOT = NUM-CHE
               GO TO P-ALOCA-FECHA.
           MOVE FTI-SEQ TO WS-SEQ.
           PERFORM P-MOSTRA-LINHA.
       P-ALOCA-DEPTO.
           MOVE FTI-DEPTO TO WS-DEPTO.
           ACCEPT (16 25) WS-DEPTO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               GO TO P-ALOCA-FECHA.
           PERFORM P-VALIDA-DEPTO THRU P-VALIDA-DEPTO-EXIT.
           IF WS-DEPTO = ZEROS
               GO TO P-ALOCA-DEPTO.
           IF DEPTO-OK-88
               DISPLAY (16 30) NOME-DEPTO.
       P-ALOCA-CATEG.
           MOVE FTI-CATEG TO WS-CATEG.
           IF NOT CATEG-OK-88
               GO TO P-ALOCA-PORTADOR.
           ACCEPT (17 25) WS-CATEG WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CATEG = ZEROS
               GO TO P-ALOCA-CATEG.
           MOVE WS-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ALOCA-CATEG.
           DISPLAY (17 30) NOME-CATEG.
       P-ALOCA-PORTADOR.
           ACCEPT (18 25) FTI-PORTADOR WITH UPDATE PROMPT.
           IF FTI-PORTADOR = SPACES
               GO TO P-ALOCA-PORTADOR.
           MOVE WS-DEPTO TO FTI-DEPTO.
           MOVE WS-CATEG TO FTI-CATEG.
           MOVE WS-OPERADOR TO FTI-POR.
           MOVE WS-DATA TO FTI-ALT.
           REWRITE REG-FATITEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-FTI
                   CLOSE BANCO FATITEM RATEIO LOG
                   STOP RUN.
           ADD 1 TO WS-SEQ.
           GO TO P-ALOCA-LINHA.
       P-ALOCA-FECHA.
           PERFORM P-MONTA-RATEIO THRU P-MONTA-RATEIO-EXIT.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-ALOCA-FIM.
       P-ALOCA-ERRO.
           DISPLAY (21 04) "!! " WS-ERRO-TXT " !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-ALOCA-FIM.
           EXIT.

      *-----------------------------------------*
      * Refaz o rateio da fatura pelas linhas:  *
      * depto = liquido (compras - estornos) das*
      * linhas dele.  Linha pendente, depto c/  *
      * estorno maior que o gasto ou soma que   *
      * nao fecha c/VALOR-CHE deixam a fatura   *
      * sem rateio, fora do bordero.  O depto e *
      * a categoria de maior valor vao p/OBS-CHE*
      * e CATEG-CHE do titulo.                  *
      *-----------------------------------------*
       P-MONTA-RATEIO.
           MOVE ZEROS TO WS-TAB-DEP WS-TAB-CAT.
           MOVE ZEROS TO WS-QTD-LIN WS-QTD-PEND WS-DEP-NEG.
           MOVE SPACES TO WS-ERRO-TXT.
           MOVE NUM-CHE TO FTI-NUM.
           MOVE ZEROS TO FTI-SEQ.
           START FATITEM KEY IS NOT LESS THAN FTI-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-FTI.
           PERFORM P-SOMA-LINHA UNTIL FS-FTI = "10".
           IF WS-QTD-PEND > ZEROS
               MOVE "LINHAS PENDENTES DE ALOCACAO" TO WS-ERRO-TXT
               GO TO P-MONTA-RATEIO-SEM.
           MOVE ZEROS TO WS-SOMA-RAT WS-MAIOR WS-MAIOR-DEP.
           MOVE 1 TO WS-IDX.
           PERFORM P-CONFERE-DEPTO UNTIL WS-IDX > 99.
           IF WS-DEP-NEG > ZEROS
               MOVE "ESTORNO MAIOR QUE O GASTO DEPTO"
                   TO WS-ERRO-TXT
               GO TO P-MONTA-RATEIO-SEM.
           IF WS-SOMA-RAT NOT = VALOR-CHE
               MOVE "LINHAS NAO FECHAM C/O LANCTO" TO WS-ERRO-TXT
               GO TO P-MONTA-RATEIO-SEM.
           MOVE ZEROS TO WS-MAIOR WS-MAIOR-CAT.
           MOVE 1 TO WS-IDX.
           PERFORM P-MAIOR-CATEG UNTIL WS-IDX > 999.
           PERFORM P-APAGA-RATEIO THRU P-APAGA-RATEIO-EXIT.
           MOVE 1 TO WS-IDX.
           PERFORM P-GRAVA-RATEIO UNTIL WS-IDX > 99.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE WS-MAIOR-DEP TO OBS-CHE(1:2).
           MOVE WS-MAIOR-CAT TO CATEG-CHE.
           MOVE "S" TO RATEIO-CHE.
           PERFORM P-REGRAVA-TITULO.
           DISPLAY (21 04) "!! < Fatura Rateada - Liberada p/Bordero"
               " > !!".
           GO TO P-MONTA-RATEIO-EXIT.
       P-MONTA-RATEIO-SEM.
           IF RATEIO-CHE = "S"
               PERFORM P-APAGA-RATEIO THRU P-APAGA-RATEIO-EXIT
               MOVE REG-BCO TO WS-JRN-ANTES
               MOVE SPACE TO RATEIO-CHE
               PERFORM P-REGRAVA-TITULO.
           DISPLAY (20 04) "!! " WS-ERRO-TXT " !!".
           IF WS-QTD-PEND > ZEROS
               DISPLAY (20 40) WS-QTD-PEND " de " WS-QTD-LIN.
           IF WS-DEP-NEG > ZEROS
               DISPLAY (20 40) WS-DEP-NEG.
           DISPLAY (21 04) "!! Fatura fica fora do bordero (64) !!".
       P-MONTA-RATEIO-EXIT.
           EXIT.

       P-SOMA-LINHA.
           READ FATITEM NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-FTI = "10"
               NEXT SENTENCE
           ELSE
               IF FTI-NUM NOT = NUM-CHE
                   MOVE "10" TO FS-FTI
               ELSE
                   ADD 1 TO WS-QTD-LIN
                   IF FTI-DEPTO = ZEROS OR FTI-PORTADOR = SPACES
                      OR (CATEG-OK-88 AND FTI-CATEG = ZEROS)
                       ADD 1 TO WS-QTD-PEND
                   ELSE
                       IF FTI-SINAL = "C"
                           ADD FTI-VALOR TO TD-CRED(FTI-DEPTO)
                       ELSE
                           ADD FTI-VALOR TO TD-DEB(FTI-DEPTO)
                           IF FTI-CATEG > ZEROS
                               ADD FTI-VALOR TO TC-VALOR(FTI-CATEG).

       P-CONFERE-DEPTO.
           COMPUTE WS-VAL-LIQ = TD-DEB(WS-IDX) - TD-CRED(WS-IDX).
           IF WS-VAL-LIQ < ZEROS
               MOVE WS-IDX TO WS-DEP-NEG.
           IF WS-VAL-LIQ > ZEROS
               ADD WS-VAL-LIQ TO WS-SOMA-RAT.
           IF WS-VAL-LIQ > WS-MAIOR
               MOVE WS-VAL-LIQ TO WS-MAIOR
               MOVE WS-IDX TO WS-MAIOR-DEP.
           ADD 1 TO WS-IDX.

       P-MAIOR-CATEG.
           IF TC-VALOR(WS-IDX) > WS-MAIOR
               MOVE TC-VALOR(WS-IDX) TO WS-MAIOR
               MOVE WS-IDX TO WS-MAIOR-CAT.
           ADD 1 TO WS-IDX.

       P-GRAVA-RATEIO.
           COMPUTE WS-VAL-LIQ = TD-DEB(WS-IDX) - TD-CRED(WS-IDX).
           IF WS-VAL-LIQ > ZEROS
               MOVE NUM-CHE TO RAT-NUM
               MOVE WS-IDX TO RAT-DEPTO
               MOVE WS-VAL-LIQ TO RAT-VALOR
               WRITE REG-RATEIO
                   INVALID KEY
                       REWRITE REG-RATEIO
                           INVALID KEY
                               CONTINUE.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Tira de RATEIO.DAT as parcelas antigas  *
      * da fatura antes de refazer.             *
      *-----------------------------------------*
       P-APAGA-RATEIO.
           MOVE NUM-CHE TO RAT-NUM.
           MOVE ZEROS TO RAT-DEPTO.
           START RATEIO KEY IS NOT LESS THAN RAT-CHAVE
               INVALID KEY GO TO P-APAGA-RATEIO-EXIT.
       P-APAGA-RATEIO-LER.
           READ RATEIO NEXT RECORD
               AT END GO TO P-APAGA-RATEIO-EXIT.
           IF RAT-NUM NOT = NUM-CHE
               GO TO P-APAGA-RATEIO-EXIT.
           DELETE RATEIO RECORD
               INVALID KEY
                   CONTINUE.
           GO TO P-APAGA-RATEIO-LER.
       P-APAGA-RATEIO-EXIT.
           EXIT.

       P-REGRAVA-TITULO.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BANCO FATITEM RATEIO LOG
                   STOP RUN.
           MOVE "A" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "S" TO WS-PAN-SUJO.

      *-----------------------------------------*
      * 3 - Consulta as linhas de uma fatura.   *
      *-----------------------------------------*
       P-CONSULTA.
           DISPLAY (17 04) "Lancamento (000000=sai) :".
           MOVE ZEROS TO WS-NUM.
           ACCEPT (17 30) WS-NUM WITH PROMPT AUTO-SKIP.
           DISPLAY (17 04) WS-LIMPA.
           IF WS-NUM = ZEROS
               GO TO P-CONSULTA-FIM.
           PERFORM P-LE-FATURA THRU P-LE-FATURA-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               DISPLAY (21 04) "!! " WS-ERRO-TXT " !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONSULTA.
           DISPLAY (01 01) ERASE.
           PERFORM P-MOSTRA-FATURA.
           DISPLAY (09 02) "LIN  DATA       PORTADOR        DESCRICAO"
               "                VALOR R$  DP CAT".
           MOVE 9 TO LIN.
           MOVE ZEROS TO WS-QTD-LIN WS-QTD-PEND.
           MOVE NUM-CHE TO FTI-NUM.
           MOVE ZEROS TO FTI-SEQ.
           START FATITEM KEY IS NOT LESS THAN FTI-CHAVE
               INVALID KEY GO TO P-CONSULTA-PARA.
       P-CONSULTA-LER.
           READ FATITEM NEXT RECORD
               AT END GO TO P-CONSULTA-PARA.
           IF FTI-NUM NOT = NUM-CHE
               GO TO P-CONSULTA-PARA.
           ADD 1 TO LIN.
           ADD 1 TO WS-QTD-LIN.
           IF FTI-DEPTO = ZEROS OR FTI-PORTADOR = SPACES
              OR (CATEG-OK-88 AND FTI-CATEG = ZEROS)
               ADD 1 TO WS-QTD-PEND.
           MOVE FTI-DATA TO WS-DATA-FTI.
           DISPLAY (LIN , 02) FTI-SEQ.
           DISPLAY (LIN , 07) DIA-FTI "/" MES-FTI "/" ANO-FTI.
           DISPLAY (LIN , 18) FTI-PORTADOR.
           DISPLAY (LIN , 34) FTI-DESCRI.
           MOVE FTI-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 54) WS-MOSTRA-VALOR.
           DISPLAY (LIN , 70) FTI-SINAL.
           DISPLAY (LIN , 72) FTI-DEPTO.
           DISPLAY (LIN , 75) FTI-CATEG.
           IF LIN > 18
               DISPLAY (20 25) "< ENTER > Continua"
               ACCEPT (20 45) WS-P
               DISPLAY (10 01) ERASE
               MOVE 9 TO LIN.
           GO TO P-CONSULTA-LER.
       P-CONSULTA-PARA.
           DISPLAY (20 04) "Linhas: " WS-QTD-LIN
               "  pendentes de alocacao: " WS-QTD-PEND.
           IF RATEIO-CHE = "S"
               DISPLAY (21 04) "Rateada por depto - liberada p/bordero"
           ELSE
               DISPLAY (21 04) "SEM RATEIO - fora do bordero (64)".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------*
      * Le o titulo WS-NUM e confere que e uma  *
      * fatura de cartao (TIPO-CHE "F").        *
      *-----------------------------------------*
       P-LE-FATURA.
           MOVE SPACES TO WS-ERRO-TXT.
           MOVE WS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   MOVE "LANCAMENTO NAO CADASTRADO" TO WS-ERRO-TXT
                   GO TO P-LE-FATURA-EXIT.
           IF TIPO-CHE NOT = "F" OR DESCRI-CHE = "NULO "
               MOVE "LANCTO NAO E FATURA DE CARTAO" TO WS-ERRO-TXT.
       P-LE-FATURA-EXIT.
           EXIT.

       P-MOSTRA-FATURA.
           DISPLAY (06 25) NUM-CHE.
           DISPLAY (06 33) DESCRI-CHE-GRP.
           DISPLAY (07 04) "Vencimento " DIA-CHE "/" MES-CHE "/"
               ANO-CHE "  Conta " CONTA-CHE.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (07 50) "R$ " WS-MOSTRA-VALOR.

       P-MOSTRA-LINHA.
           DISPLAY (10 25) FTI-SEQ.
           MOVE FTI-DATA TO WS-DATA-FTI.
           DISPLAY (11 25) DIA-FTI "/" MES-FTI "/" ANO-FTI.
           DISPLAY (12 25) FTI-CARTAO.
           DISPLAY (13 25) FTI-DESCRI.
           MOVE FTI-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (14 25) WS-MOSTRA-VALOR.
           IF FTI-SINAL = "C"
               DISPLAY (14 43) "ESTORNO"
           ELSE
               DISPLAY (14 43) "       ".
           DISPLAY (16 30) "          ".
           DISPLAY (17 30) "                    ".

      *-----------------------------------------*

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
           MOVE WS-CONTA-CODIGO TO WS-NUM.

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

       P-VALIDA-DEPTO.
           IF NOT DEPTO-OK-88
               GO TO P-VALIDA-DEPTO-EXIT.
           MOVE WS-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! Depto Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   MOVE ZEROS TO WS-DEPTO.
       P-VALIDA-DEPTO-EXIT.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO107" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-IMP-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.

       P-VERIFICA-DIA.
           MOVE 31 TO WS-MAX-DIA.
           IF WS-N-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-MAX-DIA.
           IF WS-N-MES = 02
               PERFORM P-VERIFICA-BISSEXTO
               MOVE 28 TO WS-MAX-DIA
               IF ANO-BISSEXTO-88
                   MOVE 29 TO WS-MAX-DIA.
       P-VERIFICA-BISSEXTO.
           MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 100 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 400 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.

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
           IF WS-PAN-SUJO = "S"
               PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO FATITEM RATEIO CONTA LOG.
           IF DEPTO-OK-88
               CLOSE DEPTO.
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
           MOVE "BANCO107" TO JRN-PROGRAMA.
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
