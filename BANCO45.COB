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

       FD SESSAO
           LABEL RECORD IS STANDARD
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD BANCO
           LABEL RECORD IS STANDARD
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD CHEQFILA
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER               PIC XX.
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
           IF CONTA-CHE = "TITULOS"
               DISPLAY (21 04) "!! TITULO NAO E CHEQUE - NAO IMPRIME !!"
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
      *----- cheque sustado (131): o substituto e que se imprime
           IF SITUACAO-CHE = "S"
               DISPLAY (21 04) "!! CHEQUE SUSTADO (131) - NAO IMPRIME"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           PERFORM P-ACHA-CONTA THRU P-ACHA-CONTA-EXIT.
           IF NOT CONTA-ACHOU-88
               DISPLAY (21 04) "!! CONTA NAO ESTA NO CADASTRO 42 !!"
           IF FORMA-CHE NOT = "C"
               ADD 1 TO WS-QTD-FILA-PUL
               GO TO P-IMPRIME-FILA-LER.
           IF IMPRESSO-CHE = "S" OR SITUACAO-CHE = "S"
               ADD 1 TO WS-QTD-FILA-PUL
               GO TO P-IMPRIME-FILA-LER.
           MOVE REG-BCO TO WS-JRN-ANTES.
       P-ACHA-CONTA-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-ACHA-CONTA-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-ACHA-CONTA-LER.
           IF NOME-CONTA NOT = CONTA-CHE
               GO TO P-ACHA-CONTA-LER.
           MOVE "S" TO WS-CONTA-ACHOU.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
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
