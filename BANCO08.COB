                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
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
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
       P-BUSCA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-LER.
           MOVE ANO-CHE TO WS-ANO-REG.
           MOVE MES-CHE TO WS-MES-REG.
           MOVE DIA-CHE TO WS-DIA-REG.
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
