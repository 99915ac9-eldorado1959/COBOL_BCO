                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
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
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

      *----- codigo incorporado por fusao (115) -> sobrevivente
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

       FD DEPTO
           LABEL RECORD IS STANDARD
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       88 OPCAO-88               VALUE 0 1 2 3 4.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 FS-SUC               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-EMP-ULT           PIC 9(06) VALUE ZEROS.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O EMPENHO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
                       GO TO P-INCLUI-FORN
                   NOT INVALID KEY
                       DISPLAY (09 32) NOME-FORN.
           IF FORN-OK-88
               PERFORM P-FORN-SUCESSOR THRU P-FORN-SUCESSOR-FIM
               MOVE COD-FORN TO EMP-FORN
               DISPLAY (09 25) EMP-FORN
               DISPLAY (09 32) NOME-FORN.
       P-INCLUI-DEPTO.
           MOVE ZEROS TO EMP-DEPTO.
           ACCEPT (10 25) EMP-DEPTO WITH PROMPT AUTO-SKIP.
       P-SOMA-LANCADO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-SOMA-LANCADO-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-SOMA-LANCADO-LER.
           IF EMPENHO-CHE NOT = WS-EMP-NUM
               GO TO P-SOMA-LANCADO-LER.
           IF DESCRI-CHE = "NULO "
           IF FS NOT = "10" AND EMP-NUM > WS-EMP-NUM
               MOVE EMP-NUM TO WS-EMP-NUM.

      *-----------------------------------------*
      * Codigo incorporado por fusao (115) e'   *
      * ponteiro inativo: troca p/o sobrevivente*
      * e deixa REG-FORN com o cadastro dele.   *
      *-----------------------------------------*
       P-FORN-SUCESSOR.
           IF NOT SUC-OK-88
               GO TO P-FORN-SUCESSOR-FIM.
           MOVE COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P-FORN-SUCESSOR-FIM.
           DISPLAY (21 04) "Codigo " SUC-COD " incorporado ao "
               SUC-NOVO " - usado o " SUC-NOVO.
           MOVE SUC-NOVO TO COD-FORN.
           READ FORN
               INVALID KEY
                   MOVE SUC-COD TO COD-FORN.
           IF COD-FORN = SUC-COD
               READ FORN
                   INVALID KEY
                       CONTINUE.
       P-FORN-SUCESSOR-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           CLOSE EMPENHO.
           IF FORN-OK-88
               CLOSE FORN.
           IF SUC-OK-88
               CLOSE FORNSUC.
           IF DEPTO-OK-88
               CLOSE DEPTO.
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
