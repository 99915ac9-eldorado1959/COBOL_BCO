                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS.
           SELECT CONTAMIN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CMN
                  FILE STATUS IS FS-CMN.
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

       FD CONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTA.DAT".
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

      *-----------------------------------------*
      * Saldo minimo (alvo) da conta, usado na  *
      * concentracao de caixa (112). So existe  *
      * registro p/conta com alvo informado.    *
      *-----------------------------------------*
       FD CONTAMIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTAMIN.DAT".
       01 REG-CONTAMIN.
           03 COD-CMN          PIC 99.
           03 MINIMO-CMN       PIC 9(10)V99.
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-CMN               PIC XX.
       77 WS-MINIMO            PIC 9(10)V99 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
           02 LINE 10 COLUMN 04 VALUE "Banco..................=".
           02 LINE 11 COLUMN 04 VALUE "Agencia................=".
           02 LINE 12 COLUMN 04 VALUE "No. Conta..............=".
           02 LINE 14 COLUMN 04 VALUE "Saldo minimo (alvo) R$.=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O CONTA.
           IF FS = "30"
               OPEN OUTPUT CONTA
               CLOSE CONTA
               OPEN I-O CONTA.
           OPEN I-O CONTAMIN.
           IF FS-CMN = "30" OR FS-CMN = "35"
               CLOSE CONTAMIN
               OPEN OUTPUT CONTAMIN
               CLOSE CONTAMIN
               OPEN I-O CONTAMIN.
           PERFORM P-DATA.

       P01-TELA-1.
           READ CONTA
               INVALID KEY
                   GO TO P-NOVO.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI.
           GO TO P04-CODIGO.
           ACCEPT (10 30) BANCO-CONTA WITH PROMPT.
           ACCEPT (11 30) AGENCIA-CONTA WITH PROMPT.
           ACCEPT (12 30) NUMCONTA-CONTA WITH PROMPT.
           MOVE ZEROS TO WS-MINIMO.
           ACCEPT (14 30) WS-MINIMO WITH UPDATE PROMPT AUTO-SKIP.
           MOVE WS-EMPR-SES TO EMPR-CONTA.
           WRITE REG-CONTA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CONTA
                   STOP RUN.
           PERFORM P-GRAVA-MINIMO.
           DISPLAY (21 04) "!! < Conta Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (10 30) BANCO-CONTA.
           DISPLAY (11 30) AGENCIA-CONTA.
           DISPLAY (12 30) NUMCONTA-CONTA.
           MOVE COD-CONTA TO COD-CMN.
           READ CONTAMIN
               INVALID KEY
                   MOVE ZEROS TO MINIMO-CMN.
           MOVE MINIMO-CMN TO WS-MINIMO.
           DISPLAY (14 30) WS-MINIMO.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
               ACCEPT (10 30) BANCO-CONTA WITH UPDATE PROMPT
               ACCEPT (11 30) AGENCIA-CONTA WITH UPDATE PROMPT
               ACCEPT (12 30) NUMCONTA-CONTA WITH UPDATE PROMPT
               ACCEPT (14 30) WS-MINIMO WITH UPDATE PROMPT AUTO-SKIP
               REWRITE REG-CONTA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE CONTA
                       STOP RUN
               END-REWRITE
               PERFORM P-GRAVA-MINIMO
               DISPLAY (21 04) "!! < Conta Alterada > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
                       DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                       CLOSE CONTA
                       STOP RUN
               END-DELETE
               MOVE COD-CONTA TO COD-CMN
               DELETE CONTAMIN
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY (21 04) "!! < Conta Excluida > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.

      *----- sem alvo nao guarda registro
       P-GRAVA-MINIMO.
           MOVE COD-CONTA TO COD-CMN.
           IF WS-MINIMO = ZEROS
               DELETE CONTAMIN
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-MINIMO TO MINIMO-CMN
               WRITE REG-CONTAMIN
                   INVALID KEY
                       REWRITE REG-CONTAMIN
                           INVALID KEY
                               CONTINUE.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE CONTA CONTAMIN.
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
