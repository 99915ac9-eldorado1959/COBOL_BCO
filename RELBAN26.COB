       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN26.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-CHAVE
                  FILE STATUS IS FS.
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

      *-----------------------------------------*
      * Certidoes do fornecedor (119): C CND    *
      * federal, F FGTS, T trabalhista, E       *
      * estadual, M municipal.                  *
      *-----------------------------------------*
       FD CERTFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CERTFORN.DAT".
       01 REG-CERT.
           03 CER-CHAVE.
               05 CER-FORN     PIC X(05).
               05 CER-TIPO     PIC X(01).
           03 CER-NUMERO       PIC X(20).
           03 CER-EMISSAO      PIC 9(08).
           03 CER-VALIDADE.
               05 CER-VAL-ANO  PIC 9(04).
               05 CER-VAL-MES  PIC 99.
               05 CER-VAL-DIA  PIC 99.

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
       77 FS-FORN              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 WS-DIAS-FRENTE       PIC 9(03) VALUE 30.

       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-FALTAM            PIC S9(06) VALUE ZEROS.

       77 WS-QTD-VENCE         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VENCIDA       PIC 9(05) VALUE ZEROS.

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
           02 F PIC X(38) VALUE "CERTIDOES DE FORNECEDOR A VENCER ATE ".
           02 DIAS-TIT PIC ZZ9.
           02 F PIC X(05) VALUE " DIAS".

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "FORN. NOME                 T NUMERO     ".
           02 F PIC X(30) VALUE
              "          VALIDADE   SITUACAO".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 FORN-DET PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 TIPO-DET PIC X(01).
           02 f pic x(01) value spaces.
           02 NUMERO-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 VAL-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(14).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "A vencer...:".
           02 VENCE-TOT PIC ZZ.ZZ9.
           02 f pic x(04) value spaces.
           02 F PIC X(12) VALUE "Vencidas...:".
           02 VENCIDA-TOT PIC ZZ.ZZ9.

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CERTIDOES A VENCER " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Lista as certidoes (119) vencidas e as que vencem".
           02 LINE 07 COLUMN 04 VALUE
              "nos proximos dias, p/Compras pedir as novas.".
           02 LINE 09 COLUMN 04 VALUE "Dias a frente..........=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT CERTFORN.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO CERTFORN.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<DIAS = 000 , Sai do Relatorio".
       P04-DIAS.
           MOVE 30 TO WS-DIAS-FRENTE.
           ACCEPT (09 29) WS-DIAS-FRENTE WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DIAS-FRENTE = ZEROS
               PERFORM P-FIM.
           MOVE DIA TO WS-UD-DIA.
           MOVE MES TO WS-UD-MES.
           MOVE ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-HOJE.
           MOVE ZEROS TO WS-QTD-VENCE WS-QTD-VENCIDA.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-DIAS-FRENTE TO DIAS-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE LOW-VALUES TO CER-CHAVE.
           START CERTFORN KEY IS NOT LESS THAN CER-CHAVE
               INVALID KEY GO TO P06-TOTAL.
       P05-LER.
           READ CERTFORN NEXT RECORD
               AT END GO TO P06-TOTAL.
      *----- dias que faltam p/vencer (negativo = vencida)
           MOVE CER-VAL-DIA TO WS-UD-DIA.
           MOVE CER-VAL-MES TO WS-UD-MES.
           MOVE CER-VAL-ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           COMPUTE WS-FALTAM = WS-JDN - WS-JDN-HOJE.
           IF WS-FALTAM > WS-DIAS-FRENTE
               GO TO P05-LER.
           MOVE CER-FORN TO FORN-DET.
           MOVE SPACES TO NOME-DET.
           PERFORM P-NOME-FORN.
           MOVE CER-TIPO TO TIPO-DET.
           MOVE CER-NUMERO TO NUMERO-DET.
           MOVE SPACES TO VAL-DET.
           STRING CER-VAL-DIA "/" CER-VAL-MES "/" CER-VAL-ANO
               DELIMITED BY SIZE INTO VAL-DET.
           IF WS-FALTAM < ZEROS
               MOVE "** VENCIDA **" TO SIT-DET
               ADD 1 TO WS-QTD-VENCIDA
           ELSE
               MOVE "a vencer" TO SIT-DET
               ADD 1 TO WS-QTD-VENCE.
           WRITE REG-RELATO FROM LINHA-DET.
           GO TO P05-LER.

       P06-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD-VENCE TO VENCE-TOT.
           MOVE WS-QTD-VENCIDA TO VENCIDA-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (12 04) "A vencer...............:" WS-QTD-VENCE.
           DISPLAY (13 04) "Vencidas...............:" WS-QTD-VENCIDA.
           DISPLAY (14 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-NOME-FORN.
           IF FORN-OK-88
               MOVE CER-FORN TO COD-FORN
               READ FORN
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE NOME-FORN TO NOME-DET.

      *-----------------------------------------*
      * Dia juliano a partir de dd/mm/aaaa.     *
      *-----------------------------------------*
       P-JDN-CALC.
           COMPUTE WS-JD-T1 = (WS-UD-MES - 14) / 12.
           COMPUTE WS-JD-T2 =
               (1461 * (WS-UD-ANO + 4800 + WS-JD-T1)) / 4.
           COMPUTE WS-JD-T3 =
               (367 * (WS-UD-MES - 2 - 12 * WS-JD-T1)) / 12.
           COMPUTE WS-JD-L = (WS-UD-ANO + 4900 + WS-JD-T1) / 100.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-UD-DIA - 32075.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE CERTFORN.
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
