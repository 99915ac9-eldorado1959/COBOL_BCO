                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
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

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
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

       FD BANCO
           LABEL RECORD IS STANDARD
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.

      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
       P-BUSCA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-LER.
      *----- passou do nome procurado: acabou a busca
           IF DESCRI-CHE-GRP(1:5) NOT = WS-DESCRI-BUSCA
               GO TO P-BUSCA-FIM.
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BUSCA-LER.
           IF SITUACAO-CHE = "S"
               DISPLAY (21 04) "!! < Cheque Sustado (131) - Nao Confere"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BUSCA-LER.
      *----- mes ja fechado (87) nao aceita baixa
           MOVE ANO-CHE TO WS-FCH-T-ANO.
           MOVE MES-CHE TO WS-FCH-T-MES.
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
               MOVE "S" TO WS-FECHADO.
       P-TESTA-FECHADO-EXIT.
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
