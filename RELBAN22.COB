       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN22.
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
           SELECT TITMOE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TME-NUM
                  FILE STATUS IS FS-TME.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
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
      * Titulo em moeda estrangeira: valor em   *
      * reais lancado (21) e pago pelo contrato *
      * de cambio na baixa (05).                *
      *-----------------------------------------*
       FD TITMOE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITMOE.DAT".
       01 REG-TITMOE.
           03 TME-NUM          PIC X(06).
           03 TME-MOEDA        PIC X(03).
           03 TME-VALOR-ME     PIC 9(08)V99.
           03 TME-TAXA-LANC    PIC 9(03)V9(4).
           03 TME-VALOR-LANC   PIC 9(08)V99.
           03 TME-TAXA-PAG     PIC 9(03)V9(4).
           03 TME-VALOR-PAG    PIC 9(08)V99.
           03 TME-DATA-PAG     PIC 9(08).

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
       77 FS-TME               PIC XX.
       77 FS-FORN              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".

       77 WS-ANO-C             PIC 9(04) VALUE ZEROS.
       77 WS-MES-PAG           PIC 99 VALUE ZEROS.
       77 WS-FORN-NOME         PIC X(20) VALUE SPACES.
       77 WS-QTD-TIT           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(05) VALUE ZEROS.

      *----- fornecedores do ano x mes do pagamento
       77 WS-QTD-FORN          PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC 9(03) VALUE ZEROS.
       77 WS-MES-I             PIC 99 VALUE ZEROS.
       01 WS-TAB-FORN.
           03 WS-TF OCCURS 200.
               05 TF-NOME      PIC X(20).
               05 TF-MES OCCURS 12.
                   07 TF-QTD   PIC 9(04).
                   07 TF-LANC  PIC 9(10)V99.
                   07 TF-PAGO  PIC 9(10)V99.

       77 WS-T-LANC            PIC 9(11)V99 VALUE ZEROS.
       77 WS-T-PAGO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-LANC            PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-PAGO            PIC 9(11)V99 VALUE ZEROS.
       77 WS-VARIACAO          PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA            PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTD        PIC ZZ.ZZ9 VALUE ZEROS.

       01 WS-NOMES-MES-V.
           03 F PIC X(27) VALUE "JANFEVMARABRMAIJUNJULAGOSET".
           03 F PIC X(09) VALUE "OUTNOVDEZ".
       01 WS-NOMES-MES-R REDEFINES WS-NOMES-MES-V.
           03 WS-NOME-MES OCCURS 12 TIMES PIC X(03).

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
           02 F PIC X(38) VALUE
              "VARIACAO CAMBIAL REALIZADA - PAGTOS DE".
           02 f pic x(01) value spaces.
           02 ANO-TIT PIC 9(04).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "MES  QTD     LANCADO R$        PAGO R$".
           02 F PIC X(24) VALUE
              "      VARIACAO R$".

       01 LINHA-FORN.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "FORNECEDOR: ".
           02 NOME-FORN-DET PIC X(20).

       01 LINHA-MES.
           02 f pic x(02) value spaces.
           02 MES-LIN PIC X(03).
           02 f pic x(01) value spaces.
           02 QTD-LIN PIC ZZZ9.
           02 f pic x(01) value spaces.
           02 LANC-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 PAGO-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 VAR-LIN PIC -ZZ.ZZZ.ZZ9,99.

       01 LINHA-TOT-FORN.
           02 f pic x(02) value spaces.
           02 F PIC X(09) VALUE "TOTAL    ".
           02 LANC-TOT PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 PAGO-TOT PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 VAR-TOT PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "VARIACAO = PAGO - LANCADO (+ PASSIVA, ".
           02 F PIC X(12) VALUE
              "- ATIVA)".

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " VARIACAO CAMBIAL REALIZADA "
               BLINK.
           02 LINE 08 COLUMN 04 VALUE "Ano do pagamento (aaaa)....=".
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
           OPEN INPUT TITMOE.
           IF FS-TME = "35"
               DISPLAY (10 10) "!! NENHUM TITULO EM MOEDA (21) !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "MRELBAN.COM".
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<ANO = 0000 , Sai do Relatorio".
       P04-DADOS.
           MOVE ZEROS TO WS-ANO-C.
           ACCEPT (08 33) WS-ANO-C WITH PROMPT AUTO-SKIP.
           IF WS-ANO-C = ZEROS
               PERFORM P-FIM.
           IF WS-ANO-C < 2000 OR WS-ANO-C > ANO
               GO TO P04-DADOS.
           DISPLAY (21 04) "Somando o ano...".
           MOVE ZEROS TO WS-QTD-FORN WS-QTD-TIT WS-QTD-FORA.
           MOVE ZEROS TO WS-G-LANC WS-G-PAGO.
           PERFORM P-SOMA THRU P-SOMA-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-QTD-FORN = ZEROS
               DISPLAY (21 04) "!! NENHUM PAGTO EM MOEDA NO ANO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           MOVE WS-QTD-TIT TO WS-MOSTRA-QTD.
           DISPLAY (10 04) "Titulos pagos em moeda.....:".
           DISPLAY (10 33) WS-MOSTRA-QTD.
           MOVE WS-G-LANC TO WS-MOSTRA.
           DISPLAY (11 04) "Total lancado..........R$..:".
           DISPLAY (11 33) WS-MOSTRA.
           MOVE WS-G-PAGO TO WS-MOSTRA.
           DISPLAY (12 04) "Total pago.............R$..:".
           DISPLAY (12 33) WS-MOSTRA.
           COMPUTE WS-VARIACAO = WS-G-PAGO - WS-G-LANC.
           MOVE WS-VARIACAO TO WS-MOSTRA.
           DISPLAY (13 04) "Variacao realizada.....R$..:".
           DISPLAY (13 33) WS-MOSTRA.
           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO WS-MOSTRA-QTD
               DISPLAY (14 04) "Pagtos fora (tabela cheia).:"
               DISPLAY (14 33) WS-MOSTRA-QTD.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Titulos em moeda baixados no ano: soma  *
      * lancado x pago por fornecedor e mes do  *
      * pagamento.                              *
      *-----------------------------------------*
       P-SOMA.
           MOVE SPACES TO TME-NUM.
           START TITMOE KEY IS NOT LESS THAN TME-NUM
               INVALID KEY GO TO P-SOMA-EXIT.
       P-SOMA-LER.
           READ TITMOE NEXT RECORD
               AT END GO TO P-SOMA-EXIT.
           IF TME-DATA-PAG = ZEROS
               GO TO P-SOMA-LER.
           IF TME-DATA-PAG(1:4) NOT = WS-ANO-C
               GO TO P-SOMA-LER.
           MOVE TME-DATA-PAG(5:2) TO WS-MES-PAG.
           PERFORM P-NOME-FORN THRU P-NOME-FORN-EXIT.
           PERFORM P-ACHA-FORN THRU P-ACHA-FORN-EXIT.
           IF WS-ACHOU = ZEROS
               ADD 1 TO WS-QTD-FORA
               GO TO P-SOMA-LER.
           ADD 1 TO TF-QTD(WS-ACHOU WS-MES-PAG).
           ADD TME-VALOR-LANC TO TF-LANC(WS-ACHOU WS-MES-PAG).
           ADD TME-VALOR-PAG TO TF-PAGO(WS-ACHOU WS-MES-PAG).
           ADD TME-VALOR-LANC TO WS-G-LANC.
           ADD TME-VALOR-PAG TO WS-G-PAGO.
           ADD 1 TO WS-QTD-TIT.
           GO TO P-SOMA-LER.
       P-SOMA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Fornecedor do cadastro (37) quando o    *
      * lancto tem vinculo; senao, o favorecido.*
      *-----------------------------------------*
       P-NOME-FORN.
           MOVE "LANCTO NAO LOCALIZ." TO WS-FORN-NOME.
           MOVE TME-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-NOME-FORN-EXIT.
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
           MOVE 1 TO WS-MES-I.
           PERFORM P-ZERA-MES UNTIL WS-MES-I > 12.
           MOVE WS-QTD-FORN TO WS-ACHOU.
       P-ACHA-FORN-EXIT.
           EXIT.

       P-ZERA-MES.
           MOVE ZEROS TO TF-QTD(WS-QTD-FORN WS-MES-I).
           MOVE ZEROS TO TF-LANC(WS-QTD-FORN WS-MES-I).
           MOVE ZEROS TO TF-PAGO(WS-QTD-FORN WS-MES-I).
           ADD 1 TO WS-MES-I.

      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           MOVE WS-ANO-C TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-NOTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-FORN THRU P-IMPRIME-FORN-EXIT
               UNTIL WS-IDX > WS-QTD-FORN.
           MOVE "TOTAL GERAL" TO NOME-FORN-DET.
           WRITE REG-RELATO FROM LINHA-FORN.
           MOVE WS-G-LANC TO LANC-TOT.
           MOVE WS-G-PAGO TO PAGO-TOT.
           COMPUTE WS-VARIACAO = WS-G-PAGO - WS-G-LANC.
           MOVE WS-VARIACAO TO VAR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT-FORN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
       P06-IMPRIME-EXIT.
           EXIT.

       P-IMPRIME-FORN.
           MOVE TF-NOME(WS-IDX) TO NOME-FORN-DET.
           WRITE REG-RELATO FROM LINHA-FORN.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE ZEROS TO WS-T-LANC WS-T-PAGO.
           MOVE 1 TO WS-MES-I.
           PERFORM P-IMPRIME-MES UNTIL WS-MES-I > 12.
           MOVE WS-T-LANC TO LANC-TOT.
           MOVE WS-T-PAGO TO PAGO-TOT.
           COMPUTE WS-VARIACAO = WS-T-PAGO - WS-T-LANC.
           MOVE WS-VARIACAO TO VAR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT-FORN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           ADD 1 TO WS-IDX.
       P-IMPRIME-FORN-EXIT.
           EXIT.

       P-IMPRIME-MES.
           IF TF-QTD(WS-IDX WS-MES-I) > ZEROS
               MOVE WS-NOME-MES(WS-MES-I) TO MES-LIN
               MOVE TF-QTD(WS-IDX WS-MES-I) TO QTD-LIN
               MOVE TF-LANC(WS-IDX WS-MES-I) TO LANC-LIN
               MOVE TF-PAGO(WS-IDX WS-MES-I) TO PAGO-LIN
               COMPUTE WS-VARIACAO = TF-PAGO(WS-IDX WS-MES-I)
                   - TF-LANC(WS-IDX WS-MES-I)
               MOVE WS-VARIACAO TO VAR-LIN
               WRITE REG-RELATO FROM LINHA-MES
               ADD TF-LANC(WS-IDX WS-MES-I) TO WS-T-LANC
               ADD TF-PAGO(WS-IDX WS-MES-I) TO WS-T-PAGO.
           ADD 1 TO WS-MES-I.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO TITMOE.
           IF FORN-OK-88
               CLOSE FORN.
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
