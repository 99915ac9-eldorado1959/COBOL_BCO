       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN32.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROTCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ROT-CHAVE
                  FILE STATUS IS FS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Controle da rotacao (127): um registro  *
      * por arquivo (LOG/JRN) e periodo aaaamm. *
      * Situacao A = arquivado, P = purgado.    *
      *-----------------------------------------*
       FD ROTCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROTCTL.DAT".
       01 REG-ROTCTL.
           03 ROT-CHAVE.
               05 ROT-ARQ      PIC X(03).
               05 ROT-PERIODO  PIC 9(06).
           03 ROT-NOME-ARQ     PIC X(13).
           03 ROT-QTD          PIC 9(07).
           03 ROT-DATA         PIC 9(08).
           03 ROT-HORA         PIC 9(06).
           03 ROT-OPERADOR     PIC X(08).
           03 ROT-GER          PIC 9.
           03 ROT-SIT          PIC X(01).
           03 ROT-DATA-PURGA   PIC 9(08).
           03 ROT-PURGA-POR    PIC X(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       01 WS-DATA-DE.
           03 ANO-DE           PIC 9(04).
           03 MES-DE           PIC 99.
           03 DIA-DE           PIC 99.
       01 WS-DATA-DE-N REDEFINES WS-DATA-DE PIC 9(08).

       01 WS-DATA-ATE.
           03 ANO-ATE          PIC 9(04).
           03 MES-ATE          PIC 99.
           03 DIA-ATE          PIC 99.
       01 WS-DATA-ATE-N REDEFINES WS-DATA-ATE PIC 9(08).

       77 FS                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-ROTOU             PIC X VALUE "N".
       88 ROTOU-88               VALUE "S".
       77 WS-PURGOU            PIC X VALUE "N".
       88 PURGOU-88              VALUE "S".
       77 WS-PER-LOG           PIC 9(04) VALUE ZEROS.
       77 WS-PER-JRN           PIC 9(04) VALUE ZEROS.
       77 WS-REG-LOG           PIC 9(09) VALUE ZEROS.
       77 WS-REG-JRN           PIC 9(09) VALUE ZEROS.
       77 WS-PER-PRG           PIC 9(04) VALUE ZEROS.
       77 WS-REG-PRG           PIC 9(09) VALUE ZEROS.
       77 WS-QTD-LIN           PIC 9(04) VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(22) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(33) VALUE
              "ROTACAO LOG/JOURNAL - RODADAS DE ".
           02 DIA-TIT1 PIC 99.
           02 f pic x value "/".
           02 MES-TIT1 PIC 99.
           02 f pic x value "/".
           02 ANO-TIT1 PIC 9(04).
           02 F PIC X(03) VALUE " a ".
           02 DIA-TIT2 PIC 99.
           02 f pic x value "/".
           02 MES-TIT2 PIC 99.
           02 f pic x value "/".
           02 ANO-TIT2 PIC 9(04).

       01 LINHA-CAB2.
           02 F PIC X(40) VALUE
              " ARQ PERIODO ARQUIVO       REGISTROS ROT".
           02 F PIC X(36) VALUE
              "ACAO    OPERADOR G S PURGA".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 ARQ-DET PIC X(03).
           02 f pic x(01) value spaces.
           02 PER-DET PIC X(07).
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(13).
           02 f pic x(01) value spaces.
           02 QTD-DET PIC Z.ZZZ.ZZ9.
           02 f pic x(01) value spaces.
           02 DATA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 OPER-DET PIC X(08).
           02 f pic x(01) value spaces.
           02 GER-DET PIC X(01).
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(01).
           02 f pic x(01) value spaces.
           02 PURGA-DET PIC X(10).

       01 LINHA-PURGA-POR.
           02 f pic x(48) value spaces.
           02 F PIC X(13) VALUE "purgado por: ".
           02 PRG-POR-DET PIC X(08).

       01 LINHA-RESUMO.
           02 f pic x(02) value spaces.
           02 RESUMO-TXT PIC X(24).
           02 RESUMO-PER PIC ZZZ9.
           02 F PIC X(16) VALUE " periodo(s)    ".
           02 RESUMO-REG PIC ZZZ.ZZZ.ZZ9.
           02 F PIC X(10) VALUE " registros".

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "S: A arquivado em LOG/JRNaaaamm.DAT  P p".
           02 F PIC X(36) VALUE
              "urgado.  G: geracao do backup (JRN)".

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ROTACAO LOG/JOURNAL " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Periodos arquivados e purgados pela rotacao (127)".
           02 LINE 07 COLUMN 04 VALUE
              "nas rodadas do intervalo.".
           02 LINE 09 COLUMN 04 VALUE "Rodadas de (dd/mm/aaaa)=".
           02 LINE 09 COLUMN 31 VALUE "/  /".
           02 LINE 10 COLUMN 04 VALUE "Rodadas ate(dd/mm/aaaa)=".
           02 LINE 10 COLUMN 31 VALUE "/  /".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT ROTCTL.
           IF FS = "35"
               DISPLAY (10 10) "!! NENHUMA ROTACAO FEITA (127) !!"
               STOP RUN.
           PERFORM P-DATA.
           MOVE WS-DATA TO WS-DATA-DE WS-DATA-ATE.
           MOVE 01 TO DIA-DE.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-DATAS.
           DISPLAY (22 14) "<DIA = 00 , Sai do Relatorio".
           ACCEPT (09 29) DIA-DE WITH UPDATE PROMPT AUTO-SKIP.
           IF DIA-DE = ZEROS
               PERFORM P-FIM.
           ACCEPT (09 32) MES-DE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (09 35) ANO-DE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 29) DIA-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 32) MES-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 35) ANO-ATE WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DATA-ATE-N < WS-DATA-DE-N
               DISPLAY (21 04) "!! DATA FINAL MENOR QUE A INICIAL !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATAS.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           MOVE ZEROS TO WS-PER-LOG WS-PER-JRN WS-REG-LOG WS-REG-JRN
               WS-PER-PRG WS-REG-PRG WS-QTD-LIN.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE DIA-DE TO DIA-TIT1.
           MOVE MES-DE TO MES-TIT1.
           MOVE ANO-DE TO ANO-TIT1.
           MOVE DIA-ATE TO DIA-TIT2.
           MOVE MES-ATE TO MES-TIT2.
           MOVE ANO-ATE TO ANO-TIT2.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE LOW-VALUES TO ROT-CHAVE.
           START ROTCTL KEY IS NOT LESS THAN ROT-CHAVE
               INVALID KEY GO TO P07-TOTAIS.
       P06-LER.
           READ ROTCTL NEXT RECORD
               AT END GO TO P07-TOTAIS.
      *----- entra o periodo arquivado ou purgado no intervalo
           MOVE "N" TO WS-ROTOU WS-PURGOU.
           IF ROT-DATA NOT < WS-DATA-DE-N AND
              ROT-DATA NOT > WS-DATA-ATE-N
               MOVE "S" TO WS-ROTOU.
           IF ROT-SIT = "P" AND
              ROT-DATA-PURGA NOT < WS-DATA-DE-N AND
              ROT-DATA-PURGA NOT > WS-DATA-ATE-N
               MOVE "S" TO WS-PURGOU.
           IF NOT ROTOU-88 AND NOT PURGOU-88
               GO TO P06-LER.
           IF ROTOU-88 AND ROT-ARQ = "LOG"
               ADD 1 TO WS-PER-LOG
               ADD ROT-QTD TO WS-REG-LOG.
           IF ROTOU-88 AND ROT-ARQ = "JRN"
               ADD 1 TO WS-PER-JRN
               ADD ROT-QTD TO WS-REG-JRN.
           IF PURGOU-88
               ADD 1 TO WS-PER-PRG
               ADD ROT-QTD TO WS-REG-PRG.
           MOVE ROT-ARQ TO ARQ-DET.
           MOVE SPACES TO PER-DET.
           STRING ROT-PERIODO(5:2) "/" ROT-PERIODO(1:4)
               DELIMITED BY SIZE INTO PER-DET.
           MOVE ROT-NOME-ARQ TO NOME-DET.
           MOVE ROT-QTD TO QTD-DET.
           MOVE SPACES TO DATA-DET.
           STRING ROT-DATA(7:2) "/" ROT-DATA(5:2) "/" ROT-DATA(1:4)
               DELIMITED BY SIZE INTO DATA-DET.
           MOVE ROT-OPERADOR TO OPER-DET.
           MOVE SPACES TO GER-DET.
           IF ROT-ARQ = "JRN"
               MOVE ROT-GER TO GER-DET.
           MOVE ROT-SIT TO SIT-DET.
           MOVE SPACES TO PURGA-DET.
           IF ROT-SIT = "P"
               STRING ROT-DATA-PURGA(7:2) "/" ROT-DATA-PURGA(5:2) "/"
                   ROT-DATA-PURGA(1:4) DELIMITED BY SIZE
                   INTO PURGA-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-QTD-LIN.
           IF ROT-SIT = "P"
               MOVE ROT-PURGA-POR TO PRG-POR-DET
               WRITE REG-RELATO FROM LINHA-PURGA-POR.
           GO TO P06-LER.

      *-----------------------------------------*
      * Resumo: arquivado do log, do journal e  *
      * purgado nas rodadas do intervalo.       *
      *-----------------------------------------*
       P07-TOTAIS.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Log arquivado.........:" TO RESUMO-TXT.
           MOVE WS-PER-LOG TO RESUMO-PER.
           MOVE WS-REG-LOG TO RESUMO-REG.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE "Journal arquivado.....:" TO RESUMO-TXT.
           MOVE WS-PER-JRN TO RESUMO-PER.
           MOVE WS-REG-JRN TO RESUMO-REG.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE "Purgado...............:" TO RESUMO-TXT.
           MOVE WS-PER-PRG TO RESUMO-PER.
           MOVE WS-REG-PRG TO RESUMO-REG.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-NOTA.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (13 04) "Periodos listados.......:" WS-QTD-LIN.
           DISPLAY (14 04) "Purgados................:" WS-PER-PRG.
           DISPLAY (16 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE ROTCTL.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".
