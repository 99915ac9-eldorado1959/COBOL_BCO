           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD LIMITE
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.
       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
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
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
                   ACCEPT (23 30) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CODIGO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Lancamento de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           MOVE REG-BCO TO WS-JRN-ANTES.
      *----- mes ja fechado (87) nao aceita alteracao
           MOVE ANO-CHE TO WS-FCH-T-ANO.
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P04-CODIGO.
      *----- fatura de cartao (107): valor e rateio vem das
      *----- linhas da fatura, realocar la e nao aqui
           IF TIPO-CHE = "F"
               DISPLAY (19 04)
                   "!! FATURA CARTAO - VALOR/RATEIO PELAS LINHAS (107)"
           ELSE
      *----- lancto rateado (21): avisa que a divisao em
      *----- RATEIO.DAT precisa ser refeita se o valor mudar
           IF RATEIO-CHE = "S"
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
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
