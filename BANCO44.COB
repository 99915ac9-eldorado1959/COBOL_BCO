                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SALDO
                  FILE STATUS IS FS-SALDO.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
                  FILE STATUS IS FS-BLJ.
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
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD APLIC
           LABEL RECORD IS STANDARD
           03 COD-SALDO        PIC 99.
           03 SALDO-CONF       PIC S9(08)V99.
           03 SALDO-DATA       PIC 9(08).

      *-----------------------------------------*
      * Bloqueio judicial (122): valor menos o  *
      * liberado, sit. A/P, fora do disponivel. *
      *-----------------------------------------*
       FD BLOQJUD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 BLJ-CHAVE.
               05 BLJ-CONTA    PIC 99.
               05 BLJ-SEQ      PIC 9(04).
           03 BLJ-NOME-CONTA   PIC X(10).
           03 BLJ-PROCESSO     PIC X(25).
           03 BLJ-VARA         PIC X(30).
           03 BLJ-DATA         PIC 9(08).
           03 BLJ-VALOR        PIC 9(10)V99.
           03 BLJ-LIBERADO     PIC 9(10)V99.
           03 BLJ-DATA-LIB     PIC 9(08).
           03 BLJ-SIT          PIC X(01).
           03 BLJ-POR          PIC X(08).
           03 BLJ-GRAVADO      PIC 9(08).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       77 WS-APL-OK            PIC X VALUE "S".
       88 APL-OK-88              VALUE "S".
       77 WS-APLICADO          PIC S9(10)V99 VALUE ZEROS.
       77 FS-BLJ               PIC XX.
       77 WS-BLJ-OK            PIC X VALUE "S".
       88 BLJ-OK-88              VALUE "S".
       77 WS-BLOQUEADO         PIC 9(11)V99 VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
           02 LINE 12 COLUMN 04 VALUE "Saldo confirmado.....R$ =".
           02 LINE 13 COLUMN 04 VALUE "Cheques nao conferidos..=".
           02 LINE 14 COLUMN 04 VALUE "Valor em transito....R$ =".
           02 LINE 15 COLUMN 04 VALUE "Bloqueio judicial....R$ =".
           02 LINE 16 COLUMN 04 VALUE "Saldo disponivel.....R$ =".
           02 LINE 17 COLUMN 04 VALUE "Aplicado (90)........R$ =".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
           OPEN INPUT APLIC.
           IF FS-APL = "35"
               MOVE "N" TO WS-APL-OK.
           OPEN INPUT BLOQJUD.
           IF FS-BLJ = "35"
               MOVE "N" TO WS-BLJ-OK.
           OPEN I-O SALDO.
           IF FS-SALDO = "30" OR FS-SALDO = "35"
               CLOSE SALDO
                   ACCEPT (23 30) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CODIGO.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           DISPLAY (09 30) NOME-CONTA.
           DISPLAY (10 30) BANCO-CONTA " " AGENCIA-CONTA " "
                           NUMCONTA-CONTA.
           PERFORM P-LE-SALDO.
           PERFORM P-CALCULA-FLOAT.
           PERFORM P-SOMA-BLOQJUD THRU P-SOMA-BLOQJUD-EXIT.
           SUBTRACT WS-BLOQUEADO FROM WS-DISPONIVEL.
           PERFORM P-CALCULA-APLICADO THRU P-CALCULA-APLICADO-EXIT.
           PERFORM P-MOSTRA-SALDOS.
           PERFORM P-ALTERA.
       P-CALCULA-FLOAT-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-CALCULA-FLOAT-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-CALCULA-FLOAT-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-CALCULA-FLOAT-LER.
           IF CONTA-CHE NOT = NOME-CONTA
       P-CALCULA-APLICADO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Bloqueio judicial ainda em aberto na    *
      * conta (122): o banco nao deixa usar.    *
      *-----------------------------------------*
       P-SOMA-BLOQJUD.
           MOVE ZEROS TO WS-BLOQUEADO.
           IF NOT BLJ-OK-88
               GO TO P-SOMA-BLOQJUD-EXIT.
           MOVE WS-CONTA-NUM TO BLJ-CONTA.
           MOVE ZEROS TO BLJ-SEQ.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-SOMA-BLOQJUD-EXIT.
       P-SOMA-BLOQJUD-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-CONTA NOT = WS-CONTA-NUM
               GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-SIT = "L"
               GO TO P-SOMA-BLOQJUD-LER.
           COMPUTE WS-BLOQUEADO =
               WS-BLOQUEADO + BLJ-VALOR - BLJ-LIBERADO.
           GO TO P-SOMA-BLOQJUD-LER.
       P-SOMA-BLOQJUD-EXIT.
           EXIT.

       P-MOSTRA-SALDOS.
           MOVE SALDO-CONF TO WS-MOSTRA-SALDO.
           DISPLAY (12 30) WS-MOSTRA-SALDO.
           DISPLAY (13 30) WS-QTD-FLOAT.
           MOVE WS-TOTAL-FLOAT TO WS-MOSTRA-VALOR.
           DISPLAY (14 30) WS-MOSTRA-VALOR.
           MOVE WS-BLOQUEADO TO WS-MOSTRA-VALOR.
           DISPLAY (15 30) WS-MOSTRA-VALOR.
           MOVE WS-DISPONIVEL TO WS-MOSTRA-DISP.
           DISPLAY (16 30) WS-MOSTRA-DISP.
           MOVE WS-APLICADO TO WS-MOSTRA-DISP.
           DISPLAY (17 30) WS-MOSTRA-DISP.

       P-ALTERA.
           DISPLAY (21 04)
           CLOSE BANCO CONTA SALDO.
           IF APL-OK-88
               CLOSE APLIC.
           IF BLJ-OK-88
               CLOSE BLOQJUD.
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
