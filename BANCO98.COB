                  RECORD KEY IS CM-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-CM.
           SELECT CONCSUS ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CS-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-CS.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
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

      *-----------------------------------------*
      * Conciliacao de fim de mes por conta,    *
           03 CM-DATA-GER      PIC 9(08).
           03 CM-POR           PIC X(08).

      *-----------------------------------------*
      * Cheques sustados (131) fora dos nao     *
      * compensados, mesma chave do CONCMES,    *
      * p/a reimpressao sair identica.          *
      *-----------------------------------------*
       FD CONCSUS
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCSUS.DAT".
       01 REG-CONCSUS.
           03 CS-CHAVE.
               05 CS-CONTA     PIC 99.
               05 CS-ANO       PIC 9(04).
               05 CS-MES       PIC 99.
           03 CS-QTD           PIC 9(05).
           03 CS-SUSTADOS      PIC 9(10)V99.

       FD RELATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-SPOOL.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CM                PIC XX.
       77 FS-CS                PIC XX.
       77 WS-QTD-SUS           PIC 9(05) VALUE ZEROS.
       77 WS-SUSTADOS          PIC 9(10)V99 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               OPEN OUTPUT CONCMES
               CLOSE CONCMES
               OPEN I-O CONCMES.
           OPEN I-O CONCSUS.
           IF FS-CS = "30" OR FS-CS = "35"
               CLOSE CONCSUS
               OPEN OUTPUT CONCSUS
               CLOSE CONCSUS
               OPEN I-O CONCSUS.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
                               FS-CM
                           CLOSE CONCMES
                           STOP RUN.
           MOVE CM-CHAVE TO CS-CHAVE.
           MOVE WS-QTD-SUS TO CS-QTD.
           MOVE WS-SUSTADOS TO CS-SUSTADOS.
           WRITE REG-CONCSUS
               INVALID KEY
                   REWRITE REG-CONCSUS
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS-CS
                           CLOSE CONCMES CONCSUS
                           STOP RUN.
           PERFORM P-IMPRIME-CONC THRU P-IMPRIME-CONC-EXIT.
           DISPLAY (21 04) "!! < Fechamento Gravado e no Spool > !!".
           ACCEPT (23 01) WS-P.
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-PEDE-CHAVE.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PEDE-CHAVE.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (15 33) WS-NOME-CONTA.
           DISPLAY (16 04) "Mes/Ano (mm aaaa)......:".
      *-----------------------------------------*
       P-CHEQUES-NC.
           MOVE ZEROS TO WS-CHEQUES-NC.
           MOVE ZEROS TO WS-QTD-SUS WS-SUSTADOS.
           MOVE ZEROS TO WS-FIM-MES.
           MOVE WS-ANO-C TO WS-FIM-MES(1:4).
           MOVE WS-MES-C TO WS-FIM-MES(5:2).
       P-CHEQUES-NC-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-CHEQUES-NC-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-CHEQUES-NC-LER.
           IF CONTA-CHE NOT = WS-NOME-CONTA
               GO TO P-CHEQUES-NC-EXIT.
           IF IMPRESSO-CHE NOT = "S"
           MOVE DIA-CHE TO WS-VCTO-REG(7:2).
           IF WS-VCTO-REG > WS-FIM-MES
               GO TO P-CHEQUES-NC-LER.
      *----- sustado (131) nao sera debitado: fica a parte
           IF SITUACAO-CHE = "S" AND DATA-CONF = ZEROS
               ADD 1 TO WS-QTD-SUS
               ADD VALOR-CHE TO WS-SUSTADOS
               GO TO P-CHEQUES-NC-LER.
           IF DATA-CONF = ZEROS
               ADD VALOR-CHE TO WS-CHEQUES-NC
               GO TO P-CHEQUES-NC-LER.
           MOVE CM-SALDO-CONTAB TO VAL-DET.
           WRITE REG-RELATO FROM LINHA-ROT.
           WRITE REG-RELATO FROM LINHA-TRACO.
      *----- sustados: so informativo, fechamento antigo nao tem
           MOVE CM-CHAVE TO CS-CHAVE.
           READ CONCSUS
               INVALID KEY
                   MOVE ZEROS TO CS-QTD CS-SUSTADOS.
           IF CS-QTD > ZEROS
               MOVE "CHEQUES SUSTADOS (131) FORA..R$ :" TO ROT-DET
               MOVE CS-SUSTADOS TO VAL-DET
               WRITE REG-RELATO FROM LINHA-ROT
               WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE SPACES TO ROT-DET.
           STRING "GERADO EM " CM-DATA-GER(7:2) "/"
                  CM-DATA-GER(5:2) "/" CM-DATA-GER(1:4)
           EXIT.

       P-FIM.
           CLOSE BANCO CONTA CONCMES CONCSUS.
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
