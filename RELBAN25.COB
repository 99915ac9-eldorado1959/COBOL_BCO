       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN25.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
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
                  FILE STATUS IS FS.
           SELECT RECEB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  FILE STATUS IS FS-REC.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  FILE STATUS IS FS-OPER.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Empresas da instalacao (118): todas nos *
      * mesmos arquivos, separadas pelo codigo  *
      * em cada registro; EMP-LOCAL "S" marca a *
      * empresa padrao.                         *
      *-----------------------------------------*
       FD EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 REG-EMP.
           03 EMP-COD          PIC 99.
           03 EMP-RAZAO        PIC X(30).
           03 EMP-CNPJ         PIC 9(14).
           03 EMP-LOCAL        PIC X(01).

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

       FD RECEB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECEB.DAT".
       01 REG-RECEB.
           03 NUM-REC          PIC X(06).
           03 CONTA-REC        PIC X(10).
           03 CLIENTE-REC      PIC X(20).
           03 DIA-REC          PIC 99.
           03 MES-REC          PIC 99.
           03 ANO-REC          PIC 9(04).
           03 VALOR-REC        PIC 9(08)V99.
           03 OBS-REC          PIC X(15).
           03 INSCR-REC        PIC 9(14).
           03 DATA-DEP-REC     PIC 9(06).
           03 VALOR-DEP-REC    PIC 9(08)V99.
           03 SITUACAO-REC     PIC X(01).
           03 CRIADO-POR-REC   PIC X(08).
           03 CRIADO-DATA-REC  PIC 9(08).
           03 ALTERADO-POR-REC PIC X(08).
           03 ALTERADO-DATA-REC PIC 9(08).
           03 CLI-REC          PIC X(05).
           03 EMPR-REC         PIC 99.

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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

      *----- vencimento do lancamento (aaaammdd) p/comparar
       01 WS-DATA-V.
           03 ANO-V            PIC 9(04).
           03 MES-V            PIC 99.
           03 DIA-V            PIC 99.

      *----- mes de referencia (pagos/recebidos no mes)
       01 WS-DATA-R.
           03 MES-R            PIC 99.
           03 ANO-R            PIC 9(04).
       01 WS-DATA-R-X REDEFINES WS-DATA-R.
           03 F                PIC 99.
           03 F                PIC 99.
           03 ANO-R-2          PIC 99.

       77 FS                   PIC XX.
       77 FS-REC               PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-NIVEL-LOGADO      PIC 9 VALUE 3.
       77 WS-SEM-EMP           PIC 9(06) VALUE ZEROS.

      *----- por empresa: a pagar (BCO) e a receber (RECEB)
       77 WS-EMP-QTD           PIC 99 VALUE ZEROS.
       77 WS-EMP-IDX           PIC 99 VALUE ZEROS.
       77 WS-EMP-COD           PIC 99 VALUE ZEROS.
       01 WS-TAB-EMP.
           03 WS-EMP-ENT OCCURS 20.
               05 TE-COD       PIC 99.
               05 TE-RAZAO     PIC X(30).
               05 TE-PAG-ABE   PIC 9(10)V99.
               05 TE-PAG-VEN   PIC 9(10)V99.
               05 TE-PAG-MES   PIC 9(10)V99.
               05 TE-REC-ABE   PIC 9(10)V99.
               05 TE-REC-VEN   PIC 9(10)V99.
               05 TE-REC-MES   PIC 9(10)V99.

       77 WS-TOT-ABE           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-VEN           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-MES           PIC 9(10)V99 VALUE ZEROS.

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
           02 F PIC X(36) VALUE "CONSOLIDADO POR EMPRESA - REFERENCIA".
           02 f pic x(01) value spaces.
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-CAB2.
           02 f pic x(28) value spaces.
           02 F PIC X(26) VALUE "EM ABERTO        VENCIDO  ".
           02 MOV-CAB PIC X(13).

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 COD-DET PIC 99 BLANK WHEN ZERO.
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(20).
           02 ABE-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 VEN-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 MOV-DET PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(30).

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CONSOLIDADO POR EMPRESA "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "A pagar e a receber de todas as empresas (118)".
           02 LINE 08 COLUMN 04 VALUE "Mes/Ano de Referencia..=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
      *----- visao de todas as empresas: so' o supervisor
           PERFORM P-LE-NIVEL THRU P-LE-NIVEL-FIM.
           IF WS-NIVEL-LOGADO < 3
               DISPLAY (10 10) "!! RELATORIO RESTRITO AO SUPERVISOR !!"
               ACCEPT (23 01) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MRELBAN.COM".
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               DISPLAY (10 10) "!! ARQUIVO EMPRESA.DAT INEXISTENTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MRELBAN.COM".
           PERFORM P-CARREGA-EMP THRU P-CARREGA-EMP-FIM.
           CLOSE EMPRESA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<MES = 00 , Sai do Relatorio".
       P04-REFERENCIA.
           MOVE MES TO MES-R.
           MOVE ANO TO ANO-R.
           ACCEPT (08 29) MES-R WITH UPDATE PROMPT AUTO-SKIP.
           IF MES-R = ZEROS
               PERFORM P-FIM.
           IF MES-R > 12
               GO TO P04-REFERENCIA.
           ACCEPT (08 32) ANO-R WITH UPDATE PROMPT AUTO-SKIP.
           DISPLAY (21 04) "Apurando as empresas...".
           MOVE ZEROS TO WS-SEM-EMP.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM P-ZERA-EMP UNTIL WS-EMP-IDX > WS-EMP-QTD.
           PERFORM P-APURA-PAG THRU P-APURA-PAG-FIM.
           PERFORM P-APURA-REC THRU P-APURA-REC-FIM.
           GO TO P06-IMPRIME.

      *-----------------------------------------*
      * Tabela das empresas cadastradas.        *
      *-----------------------------------------*
       P-CARREGA-EMP.
           MOVE ZEROS TO WS-EMP-QTD.
           MOVE ZEROS TO EMP-COD.
           START EMPRESA KEY IS NOT LESS THAN EMP-COD
               INVALID KEY GO TO P-CARREGA-EMP-FIM.
       P-CARREGA-EMP-LER.
           READ EMPRESA NEXT RECORD
               AT END GO TO P-CARREGA-EMP-FIM.
           IF WS-EMP-QTD = 20
               GO TO P-CARREGA-EMP-FIM.
           ADD 1 TO WS-EMP-QTD.
           MOVE EMP-COD TO TE-COD(WS-EMP-QTD).
           MOVE EMP-RAZAO TO TE-RAZAO(WS-EMP-QTD).
           GO TO P-CARREGA-EMP-LER.
       P-CARREGA-EMP-FIM.
           EXIT.

       P-ZERA-EMP.
           MOVE ZEROS TO TE-PAG-ABE(WS-EMP-IDX) TE-PAG-VEN(WS-EMP-IDX)
                         TE-PAG-MES(WS-EMP-IDX) TE-REC-ABE(WS-EMP-IDX)
                         TE-REC-VEN(WS-EMP-IDX) TE-REC-MES(WS-EMP-IDX).
           ADD 1 TO WS-EMP-IDX.

      *-----------------------------------------*
      * Posicao da empresa WS-EMP-COD na tabela *
      * (zero se nao cadastrada no 118).        *
      *-----------------------------------------*
       P-ACHA-EMP.
           MOVE 1 TO WS-EMP-IDX.
       P-ACHA-EMP-LER.
           IF WS-EMP-IDX > WS-EMP-QTD
               MOVE ZEROS TO WS-EMP-IDX
               GO TO P-ACHA-EMP-FIM.
           IF TE-COD(WS-EMP-IDX) = WS-EMP-COD
               GO TO P-ACHA-EMP-FIM.
           ADD 1 TO WS-EMP-IDX.
           GO TO P-ACHA-EMP-LER.
       P-ACHA-EMP-FIM.
           EXIT.

      *-----------------------------------------*
      * BCO.DAT numa passada so', cada registro *
      * somado na empresa do seu EMPR-CHE.      *
      * Nulos e transferencias entre contas     *
      * ficam de fora.                          *
      *-----------------------------------------*
       P-APURA-PAG.
           OPEN INPUT BANCO.
           IF FS NOT = "00"
               GO TO P-APURA-PAG-FIM.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-APURA-PAG-FECHA.
       P-APURA-PAG-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-APURA-PAG-FECHA.
           IF DESCRI-CHE = "NULO "
               GO TO P-APURA-PAG-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-APURA-PAG-LER.
      *----- empresa fora do cadastro: so' conta na tela
           MOVE EMPR-CHE TO WS-EMP-COD.
           PERFORM P-ACHA-EMP THRU P-ACHA-EMP-FIM.
           IF WS-EMP-IDX = ZEROS
               ADD 1 TO WS-SEM-EMP
               GO TO P-APURA-PAG-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-APURA-PAG-PAGO.
           ADD VALOR-CHE TO TE-PAG-ABE(WS-EMP-IDX).
           MOVE ANO-CHE TO ANO-V.
           MOVE MES-CHE TO MES-V.
           MOVE DIA-CHE TO DIA-V.
           IF WS-DATA-V < WS-DATA
               ADD VALOR-CHE TO TE-PAG-VEN(WS-EMP-IDX).
           GO TO P-APURA-PAG-LER.
      *----- baixa (ddmmaa) no mes de referencia
       P-APURA-PAG-PAGO.
           IF DATA-CONF(3:2) = MES-R AND DATA-CONF(5:2) = ANO-R-2
               ADD VALOR-CHE TO TE-PAG-MES(WS-EMP-IDX).
           GO TO P-APURA-PAG-LER.
       P-APURA-PAG-FECHA.
           CLOSE BANCO.
       P-APURA-PAG-FIM.
           EXIT.

      *----- RECEB.DAT do mesmo modo, pelo EMPR-REC
       P-APURA-REC.
           OPEN INPUT RECEB.
           IF FS-REC NOT = "00"
               GO TO P-APURA-REC-FIM.
           MOVE SPACES TO NUM-REC.
           START RECEB KEY IS NOT LESS THAN NUM-REC
               INVALID KEY GO TO P-APURA-REC-FECHA.
       P-APURA-REC-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-APURA-REC-FECHA.
           MOVE EMPR-REC TO WS-EMP-COD.
           PERFORM P-ACHA-EMP THRU P-ACHA-EMP-FIM.
           IF WS-EMP-IDX = ZEROS
               ADD 1 TO WS-SEM-EMP
               GO TO P-APURA-REC-LER.
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-APURA-REC-BAIXADO.
           ADD VALOR-REC TO TE-REC-ABE(WS-EMP-IDX).
           MOVE ANO-REC TO ANO-V.
           MOVE MES-REC TO MES-V.
           MOVE DIA-REC TO DIA-V.
           IF WS-DATA-V < WS-DATA
               ADD VALOR-REC TO TE-REC-VEN(WS-EMP-IDX).
           GO TO P-APURA-REC-LER.
       P-APURA-REC-BAIXADO.
           IF DATA-DEP-REC(3:2) = MES-R
               AND DATA-DEP-REC(5:2) = ANO-R-2
               ADD VALOR-DEP-REC TO TE-REC-MES(WS-EMP-IDX).
           GO TO P-APURA-REC-LER.
       P-APURA-REC-FECHA.
           CLOSE RECEB.
       P-APURA-REC-FIM.
           EXIT.

      *-----------------------------------------*
       P06-IMPRIME.
           DISPLAY (21 04) WS-LIMPA.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE MES-R TO MES-TIT.
           MOVE ANO-R TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "CONTAS A PAGAR" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE "  PAGO NO MES" TO MOV-CAB.
           WRITE REG-RELATO FROM LINHA-CAB2.
           MOVE ZEROS TO WS-TOT-ABE WS-TOT-VEN WS-TOT-MES.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM P-IMPRIME-PAG UNTIL WS-EMP-IDX > WS-EMP-QTD.
           PERFORM P-IMPRIME-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "CONTAS A RECEBER" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE "RECEB. NO MES" TO MOV-CAB.
           WRITE REG-RELATO FROM LINHA-CAB2.
           MOVE ZEROS TO WS-TOT-ABE WS-TOT-VEN WS-TOT-MES.
           MOVE 1 TO WS-EMP-IDX.
           PERFORM P-IMPRIME-REC UNTIL WS-EMP-IDX > WS-EMP-QTD.
           PERFORM P-IMPRIME-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (12 04) "Empresas apuradas.....:" WS-EMP-QTD.
           IF WS-SEM-EMP > ZEROS
               DISPLAY (13 04) "Lanc. sem empresa.....:" WS-SEM-EMP.
           DISPLAY (14 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-IMPRIME-PAG.
           PERFORM P-IMPRIME-NOME.
           MOVE TE-PAG-ABE(WS-EMP-IDX) TO ABE-DET.
           MOVE TE-PAG-VEN(WS-EMP-IDX) TO VEN-DET.
           MOVE TE-PAG-MES(WS-EMP-IDX) TO MOV-DET.
           ADD TE-PAG-ABE(WS-EMP-IDX) TO WS-TOT-ABE.
           ADD TE-PAG-VEN(WS-EMP-IDX) TO WS-TOT-VEN.
           ADD TE-PAG-MES(WS-EMP-IDX) TO WS-TOT-MES.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-EMP-IDX.

       P-IMPRIME-REC.
           PERFORM P-IMPRIME-NOME.
           MOVE TE-REC-ABE(WS-EMP-IDX) TO ABE-DET.
           MOVE TE-REC-VEN(WS-EMP-IDX) TO VEN-DET.
           MOVE TE-REC-MES(WS-EMP-IDX) TO MOV-DET.
           ADD TE-REC-ABE(WS-EMP-IDX) TO WS-TOT-ABE.
           ADD TE-REC-VEN(WS-EMP-IDX) TO WS-TOT-VEN.
           ADD TE-REC-MES(WS-EMP-IDX) TO WS-TOT-MES.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-EMP-IDX.

       P-IMPRIME-NOME.
           MOVE TE-COD(WS-EMP-IDX) TO COD-DET.
           MOVE TE-RAZAO(WS-EMP-IDX) TO NOME-DET.

       P-IMPRIME-TOTAL.
           MOVE ZEROS TO COD-DET.
           MOVE "CONSOLIDADO" TO NOME-DET.
           MOVE WS-TOT-ABE TO ABE-DET.
           MOVE WS-TOT-VEN TO VEN-DET.
           MOVE WS-TOT-MES TO MOV-DET.
           WRITE REG-RELATO FROM LINHA-DET.

       P-LE-NIVEL.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN INPUT SESSAO.
           IF FS-OPER NOT = "00"
               MOVE 3 TO WS-NIVEL-LOGADO
               GO TO P-LE-NIVEL-FIM.
           MOVE WS-TERMID TO SES-TERM.
           READ SESSAO
               INVALID KEY
                   MOVE 0 TO SES-NIVEL.
      *----- sessao de outro dia ou encerrada nao vale
           ACCEPT WS-DATA-OP FROM DATE YYYYMMDD.
           IF SES-DATA NOT = WS-DATA-OP OR SES-SIT NOT = "A"
               MOVE 0 TO SES-NIVEL.
           MOVE SES-NIVEL TO WS-NIVEL-LOGADO.
           CLOSE SESSAO.
       P-LE-NIVEL-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".
