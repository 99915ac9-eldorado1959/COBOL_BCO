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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 WS-QTD-IMP           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-INU           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SUS           PIC 9(04) VALUE ZEROS.

      *----- situacao de cada folha do talao em exame:
      *----- I impressa, S sustada (131), X inutilizada,
      *----- espaco sem destino
       01 WS-TAB-FOLHA.
           03 WS-TF OCCURS 999 TIMES PIC X(01).

           02 QTD-INU-TOT PIC ZZZ9.
           02 F PIC X(14) VALUE "  SEM DESTINO:".
           02 QTD-SEM-TOT PIC ZZZ9.
           02 F PIC X(12) VALUE "  SUSTADAS:".
           02 QTD-SUS-TOT PIC ZZZ9.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O INUTIL.
           IF FS = "61" OR FS = "91"
           DISPLAY (18 04) "Impressas....:" WS-QTD-IMP.
           DISPLAY (19 04) "Inutilizadas.:" WS-QTD-INU.
           DISPLAY (20 04) "Sem destino..:" WS-QTD-SEM.
           DISPLAY (20 30) "Sustadas.....:" WS-QTD-SUS.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-RECONCILIA-FIM.
       P-MARCA-IMPRESSAS-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-MARCA-IMPRESSAS-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-MARCA-IMPRESSAS-LER.
           IF CONTA-CHE NOT = WS-NOME-CONTA
               GO TO P-MARCA-IMPRESSAS-LER.
           IF FOLHA-CHE < WS-NUMINI OR FOLHA-CHE > WS-NUMFIM
               GO TO P-MARCA-IMPRESSAS-LER.
           COMPUTE WS-IDX = FOLHA-CHE - WS-NUMINI + 1.
           IF SITUACAO-CHE = "S"
               MOVE "S" TO WS-TF(WS-IDX)
           ELSE
               MOVE "I" TO WS-TF(WS-IDX).
           GO TO P-MARCA-IMPRESSAS-LER.
       P-MARCA-IMPRESSAS-EXIT.
           EXIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE ZEROS TO WS-QTD-IMP WS-QTD-INU WS-QTD-SEM.
           MOVE ZEROS TO WS-QTD-SUS.
           MOVE 1 TO WS-IDX.
       P-IMPRIME-RECON-LOOP.
           IF WS-IDX > WS-RANGE
           IF WS-TF(WS-IDX) = "I"
               MOVE "IMPRESSA" TO SIT-DET
               ADD 1 TO WS-QTD-IMP.
           IF WS-TF(WS-IDX) = "S"
               MOVE "SUSTADA" TO SIT-DET
               MOVE "VER SUSTACAO (131)" TO INFO-DET
               ADD 1 TO WS-QTD-SUS.
           IF WS-TF(WS-IDX) = "X"
               MOVE "INUTILIZADA" TO SIT-DET
               ADD 1 TO WS-QTD-INU
           MOVE WS-QTD-IMP TO QTD-IMP-TOT.
           MOVE WS-QTD-INU TO QTD-INU-TOT.
           MOVE WS-QTD-SEM TO QTD-SEM-TOT.
           MOVE WS-QTD-SUS TO QTD-SUS-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
       P-RETORNA.
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
