       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN23.
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
                  FILE STATUS IS FS.
           SELECT TITDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDS-NUM
                  FILE STATUS IS FS-TDS.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT RELATO ASSIGN TO PRINTER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
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
      * Desconto p/pagamento antecipado (21):   *
      * A aberto, B abatido no bordero (64),    *
      * C capturado na baixa, P perdido.        *
      *-----------------------------------------*
       FD TITDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITDESC.DAT".
       01 REG-TITDESC.
           03 TDS-NUM          PIC X(06).
           03 TDS-TIPO         PIC X(01).
           03 TDS-PERC         PIC 99V99.
           03 TDS-VALOR        PIC 9(08)V99.
           03 TDS-DATA-LIM     PIC 9(08).
           03 TDS-SIT          PIC X(01).
           03 TDS-TOMADO       PIC 9(08)V99.
           03 TDS-DATA-TOM     PIC 9(08).

       FD FORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORN.DAT".
       01 REG-FORN.
           03 COD-FORN         PIC X(05).
           03 NOME-FORN        PIC X(20).
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-TDS               PIC XX.
       77 FS-FORN              PIC XX.
       77 FS-DEPTO             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".

       01 WS-MESANO-C.
           03 WS-ANO-C         PIC 9(04).
           03 WS-MES-C         PIC 99.
       77 WS-FORN-NOME         PIC X(20) VALUE SPACES.
       77 WS-DEPTO-N           PIC 99 VALUE ZEROS.
       77 WS-TIPO-DSC          PIC X VALUE SPACES.
       88 DSC-CAPTURADO-88       VALUE "C".
       88 DSC-PERDIDO-88         VALUE "P".
       77 WS-VALOR-DSC         PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(05) VALUE ZEROS.

      *----- capturado x perdido por fornecedor e por depto
       77 WS-QTD-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC 9(03) VALUE ZEROS.
       01 WS-TAB-FORN.
           03 WS-TF OCCURS 200.
               05 TF-NOME      PIC X(20).
               05 TF-QTD-CAP   PIC 9(04).
               05 TF-VAL-CAP   PIC 9(10)V99.
               05 TF-QTD-PER   PIC 9(04).
               05 TF-VAL-PER   PIC 9(10)V99.
       01 WS-TAB-DEPTO.
           03 WS-TD OCCURS 99.
               05 TD-QTD-CAP   PIC 9(04).
               05 TD-VAL-CAP   PIC 9(10)V99.
               05 TD-QTD-PER   PIC 9(04).
               05 TD-VAL-PER   PIC 9(10)V99.

       77 WS-G-QTD-CAP         PIC 9(05) VALUE ZEROS.
       77 WS-G-VAL-CAP         PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-QTD-PER         PIC 9(05) VALUE ZEROS.
       77 WS-G-VAL-PER         PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA            PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTD        PIC ZZ.ZZ9 VALUE ZEROS.

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
           02 F PIC X(37) VALUE
              "DESCONTOS CAPTURADOS X PERDIDOS - MES".
           02 f pic x(01) value spaces.
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(40).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE SPACES.
           02 F PIC X(38) VALUE
              "  QTD  CAPTURADO R$   QTD   PERDIDO R$".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NOME-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 QCAP-DET PIC ZZZ9.
           02 f pic x(01) value spaces.
           02 VCAP-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 QPER-DET PIC ZZZ9.
           02 f pic x(01) value spaces.
           02 VPER-DET PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "CAPTURADO PELA DATA DA BAIXA, PERDIDO ".
           02 F PIC X(30) VALUE
              "PELO ULTIMO DIA DO DESCONTO".

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " DESCONTOS CAPTURADOS/PERDIDOS "
               BLINK.
           02 LINE 08 COLUMN 04 VALUE "Mes/ano (mm/aaaa)..........=".
           02 LINE 08 COLUMN 35 VALUE "/".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT TITDESC.
           IF FS-TDS = "35"
               DISPLAY (10 10) "!! NENHUM TITULO COM DESCONTO (21) !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "MRELBAN.COM".
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<MES = 00 , Sai do Relatorio".
       P04-DADOS.
           MOVE ZEROS TO WS-MESANO-C.
           ACCEPT (08 33) WS-MES-C WITH PROMPT AUTO-SKIP.
           IF WS-MES-C = ZEROS
               PERFORM P-FIM.
           IF WS-MES-C > 12
               GO TO P04-DADOS.
           MOVE ANO TO WS-ANO-C.
           ACCEPT (08 36) WS-ANO-C WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-ANO-C < 2000 OR WS-ANO-C > ANO
               GO TO P04-DADOS.
           DISPLAY (21 04) "Somando o mes...".
           MOVE ZEROS TO WS-QTD-FORN WS-QTD-FORA WS-TAB-DEPTO.
           MOVE ZEROS TO WS-G-QTD-CAP WS-G-VAL-CAP.
           MOVE ZEROS TO WS-G-QTD-PER WS-G-VAL-PER.
           PERFORM P-SOMA THRU P-SOMA-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-G-QTD-CAP = ZEROS AND WS-G-QTD-PER = ZEROS
               DISPLAY (21 04) "!! NENHUM DESCONTO NO MES !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           MOVE WS-G-QTD-CAP TO WS-MOSTRA-QTD.
           DISPLAY (10 04) "Descontos capturados.......:".
           DISPLAY (10 33) WS-MOSTRA-QTD.
           MOVE WS-G-VAL-CAP TO WS-MOSTRA.
           DISPLAY (10 41) "R$".
           DISPLAY (10 44) WS-MOSTRA.
           MOVE WS-G-QTD-PER TO WS-MOSTRA-QTD.
           DISPLAY (11 04) "Descontos perdidos.........:".
           DISPLAY (11 33) WS-MOSTRA-QTD.
           MOVE WS-G-VAL-PER TO WS-MOSTRA.
           DISPLAY (11 41) "R$".
           DISPLAY (11 44) WS-MOSTRA.
           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO WS-MOSTRA-QTD
               DISPLAY (12 04) "Fornec. fora (tabela cheia):"
               DISPLAY (12 33) WS-MOSTRA-QTD.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Capturado: baixado com desconto no mes. *
      * Perdido: ultimo dia do desconto no mes  *
      * e titulo pago sem ele ou ainda aberto   *
      * com o prazo vencido.                    *
      *-----------------------------------------*
       P-SOMA.
           MOVE SPACES TO TDS-NUM.
           START TITDESC KEY IS NOT LESS THAN TDS-NUM
               INVALID KEY GO TO P-SOMA-EXIT.
       P-SOMA-LER.
           READ TITDESC NEXT RECORD
               AT END GO TO P-SOMA-EXIT.
           MOVE SPACES TO WS-TIPO-DSC.
           IF TDS-SIT = "C" AND TDS-DATA-TOM(1:6) = WS-MESANO-C
               MOVE "C" TO WS-TIPO-DSC
               MOVE TDS-TOMADO TO WS-VALOR-DSC.
           IF TDS-DATA-LIM(1:6) = WS-MESANO-C
               IF TDS-SIT = "P" OR
                  (TDS-SIT = "A" AND TDS-DATA-LIM < WS-DATA)
                   MOVE "P" TO WS-TIPO-DSC
                   MOVE TDS-VALOR TO WS-VALOR-DSC.
           IF WS-TIPO-DSC = SPACES
               GO TO P-SOMA-LER.
           MOVE TDS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-SOMA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-SOMA-LER.
           IF DSC-CAPTURADO-88
               ADD 1 TO WS-G-QTD-CAP
               ADD WS-VALOR-DSC TO WS-G-VAL-CAP
           ELSE
               ADD 1 TO WS-G-QTD-PER
               ADD WS-VALOR-DSC TO WS-G-VAL-PER.
      *----- por depto (OBS)
           IF OBS-CHE(1:2) NUMERIC
               MOVE OBS-CHE(1:2) TO WS-DEPTO-N
               IF WS-DEPTO-N > ZEROS
                   PERFORM P-SOMA-DEPTO.
      *----- por fornecedor
           PERFORM P-NOME-FORN THRU P-NOME-FORN-EXIT.
           PERFORM P-ACHA-FORN THRU P-ACHA-FORN-EXIT.
           IF WS-ACHOU = ZEROS
               ADD 1 TO WS-QTD-FORA
               GO TO P-SOMA-LER.
           IF DSC-CAPTURADO-88
               ADD 1 TO TF-QTD-CAP(WS-ACHOU)
               ADD WS-VALOR-DSC TO TF-VAL-CAP(WS-ACHOU)
           ELSE
               ADD 1 TO TF-QTD-PER(WS-ACHOU)
               ADD WS-VALOR-DSC TO TF-VAL-PER(WS-ACHOU).
           GO TO P-SOMA-LER.
       P-SOMA-EXIT.
           EXIT.

       P-SOMA-DEPTO.
           IF DSC-CAPTURADO-88
               ADD 1 TO TD-QTD-CAP(WS-DEPTO-N)
               ADD WS-VALOR-DSC TO TD-VAL-CAP(WS-DEPTO-N)
           ELSE
               ADD 1 TO TD-QTD-PER(WS-DEPTO-N)
               ADD WS-VALOR-DSC TO TD-VAL-PER(WS-DEPTO-N).

      *-----------------------------------------*
      * Fornecedor do cadastro (37) quando o    *
      * lancto tem vinculo; senao, o favorecido.*
      *-----------------------------------------*
       P-NOME-FORN.
           MOVE DESCRI-CHE-GRP TO WS-FORN-NOME.
           IF NOT FORN-OK-88 OR FORN-CHE = SPACES
               GO TO P-NOME-FORN-EXIT.
           MOVE FORN-CHE TO COD-FORN.
           READ FORN
               INVALID KEY
                   GO TO P-NOME-FORN-EXIT.
           MOVE NOME-FORN TO WS-FORN-NOME.
       P-NOME-FORN-EXIT.
           EXIT.

       P-ACHA-FORN.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
       P-ACHA-FORN-LOOP.
           IF WS-IDX > WS-QTD-FORN
               GO TO P-ACHA-FORN-NOVO.
           IF TF-NOME(WS-IDX) = WS-FORN-NOME
               MOVE WS-IDX TO WS-ACHOU
               GO TO P-ACHA-FORN-EXIT.
           ADD 1 TO WS-IDX.
           GO TO P-ACHA-FORN-LOOP.
       P-ACHA-FORN-NOVO.
           IF WS-QTD-FORN = 200
               GO TO P-ACHA-FORN-EXIT.
           ADD 1 TO WS-QTD-FORN.
           MOVE WS-FORN-NOME TO TF-NOME(WS-QTD-FORN).
           MOVE ZEROS TO TF-QTD-CAP(WS-QTD-FORN).
           MOVE ZEROS TO TF-VAL-CAP(WS-QTD-FORN).
           MOVE ZEROS TO TF-QTD-PER(WS-QTD-FORN).
           MOVE ZEROS TO TF-VAL-PER(WS-QTD-FORN).
           MOVE WS-QTD-FORN TO WS-ACHOU.
       P-ACHA-FORN-EXIT.
           EXIT.

      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           MOVE WS-MES-C TO MES-TIT.
           MOVE WS-ANO-C TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-NOTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "POR FORNECEDOR" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-FORN UNTIL WS-IDX > WS-QTD-FORN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "POR DEPARTAMENTO" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-DEPTO THRU P-IMPRIME-DEPTO-EXIT
               UNTIL WS-IDX > 99.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL GERAL" TO NOME-DET.
           MOVE WS-G-QTD-CAP TO QCAP-DET.
           MOVE WS-G-VAL-CAP TO VCAP-DET.
           MOVE WS-G-QTD-PER TO QPER-DET.
           MOVE WS-G-VAL-PER TO VPER-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
       P06-IMPRIME-EXIT.
           EXIT.

       P-IMPRIME-FORN.
           MOVE TF-NOME(WS-IDX) TO NOME-DET.
           MOVE TF-QTD-CAP(WS-IDX) TO QCAP-DET.
           MOVE TF-VAL-CAP(WS-IDX) TO VCAP-DET.
           MOVE TF-QTD-PER(WS-IDX) TO QPER-DET.
           MOVE TF-VAL-PER(WS-IDX) TO VPER-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-IDX.

       P-IMPRIME-DEPTO.
           MOVE WS-IDX TO WS-DEPTO-N.
           IF TD-QTD-CAP(WS-DEPTO-N) = ZEROS AND
              TD-QTD-PER(WS-DEPTO-N) = ZEROS
               GO TO P-IMPRIME-DEPTO-PROX.
           MOVE SPACES TO NOME-DET.
           MOVE WS-DEPTO-N TO NOME-DET(1:2).
           PERFORM P-NOME-DEPTO.
           MOVE TD-QTD-CAP(WS-DEPTO-N) TO QCAP-DET.
           MOVE TD-VAL-CAP(WS-DEPTO-N) TO VCAP-DET.
           MOVE TD-QTD-PER(WS-DEPTO-N) TO QPER-DET.
           MOVE TD-VAL-PER(WS-DEPTO-N) TO VPER-DET.
           WRITE REG-RELATO FROM LINHA-DET.
       P-IMPRIME-DEPTO-PROX.
           ADD 1 TO WS-IDX.
       P-IMPRIME-DEPTO-EXIT.
           EXIT.

       P-NOME-DEPTO.
           IF DEPTO-OK-88
               MOVE WS-DEPTO-N TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE NOME-DEPTO TO NOME-DET(4:10).

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO TITDESC.
           IF FORN-OK-88
               CLOSE FORN.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".

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
