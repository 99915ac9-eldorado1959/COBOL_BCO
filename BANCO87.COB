           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD FECHA
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.
       P03-ABERTURA.
           OPEN I-O FECHA.
           IF FS = "61" OR FS = "91"
               GO TO P-FECHA-FIM.
           MOVE WS-ANO-F TO FCH-ANO.
           MOVE WS-MES-F TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-FECHA-GRAVA.
               GO TO P-FECHA-FIM.
           MOVE WS-ANO-F TO FCH-ANO.
           MOVE WS-MES-F TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           MOVE "F" TO FCH-SIT.
           MOVE WS-OPERADOR TO FCH-POR.
           MOVE WS-DATA TO FCH-DATA.
               GO TO P-REABRE-FIM.
           MOVE WS-ANO-F TO FCH-ANO.
           MOVE WS-MES-F TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   DISPLAY (21 04) "!! MES NAO ESTA FECHADO !!"
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "MES/ANO   SIT  POR       EM".
           MOVE 3 TO LIN.
           MOVE ZEROS TO FCH-ANO FCH-MES FCH-EMPR.
           START FECHA KEY IS NOT LESS THAN FCH-CHAVE
               INVALID KEY GO TO P-LISTA-PARA.
       P-LISTA-LER.
           READ FECHA NEXT RECORD
               AT END GO TO P-LISTA-PARA.
           IF FCH-EMPR NOT = WS-EMPR-SES
               GO TO P-LISTA-LER.
           ADD 1 TO LIN.
           DISPLAY (LIN , 04) FCH-MES "/" FCH-ANO.
           DISPLAY (LIN , 14) FCH-SIT.
           CLOSE FECHA LOG.
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
