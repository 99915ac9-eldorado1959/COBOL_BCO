           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.



      * Imagem sequencial do registro de BCO.DAT*
      * (mesmo leiaute de BCOREC.CPY).          *
      *-----------------------------------------*
       01 REG-BKP                  PIC X(326).

       FD LOG
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

      ***********************************

       77 FS-OPER               PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 WS-CONTA-FECHADOS     PIC 9(05) VALUE ZEROS.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
      ***********************************
      * * * * * * * * * * * * * * * * * * * * * * * * * * * 
       PROCEDURE DIVISION.
       
       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P01-TELA-1.
           DISPLAY TELA-INIC.
           ACCEPT WS-CONT.
               ACCEPT (21 40) WS-CONT
               DISPLAY (21 05) WS-LIMPA
               GO TO P06-CONTA.
           IF FS NOT = "10" AND EMPR-CHE NOT = WS-EMPR-SES
               GO TO P06-CONTA.
           IF FS NOT = "10"
               IF MODO-SETOR-88
                   IF OBS-CHE(1:2) = WS-SETOR
                   ACCEPT (21 40) WS-CONT
                   DISPLAY (21 05) WS-LIMPA
                   GO TO P05-LER.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P05-LER.
           IF MODO-SETOR-88
               IF OBS-CHE(1:2) = WS-SETOR
                   DISPLAY (15 10) "DESCRICAO :" DESCRI-CHE
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           DISPLAY (20 04) WS-LIMPA.
       P-LE-OPERADOR-FIM.
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
