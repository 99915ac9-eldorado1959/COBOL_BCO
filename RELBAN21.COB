       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN21.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE-GRP
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT EMPREST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-NUM
                  FILE STATUS IS FS-EMP.
           SELECT EMPPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EPC-CHAVE
                  FILE STATUS IS FS-EPC.
           SELECT RELATO ASSIGN TO PRINTER.
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
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Contratos e cronogramas do 105.         *
      *-----------------------------------------*
       FD EMPREST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST.DAT".
       01 REG-EMPREST.
           03 EMP-NUM          PIC 9(04).
           03 EMP-DESCRI       PIC X(20).
           03 EMP-BANCO        PIC X(15).
           03 EMP-INSCR        PIC 9(14).
           03 EMP-CONTA        PIC X(10).
           03 EMP-PRINCIPAL    PIC 9(10)V99.
           03 EMP-TAXA         PIC 9(02)V9(04).
           03 EMP-PRAZO        PIC 9(03).
           03 EMP-SISTEMA      PIC X(01).
           03 EMP-CARENCIA     PIC 9(02).
           03 EMP-DATA-LIB     PIC 9(08).
           03 EMP-DIA-VCTO     PIC 99.
           03 EMP-CATEG-AMORT  PIC 9(03).
           03 EMP-CATEG-JUROS  PIC 9(03).
           03 EMP-SIT          PIC X(01).
           03 EMP-POR          PIC X(08).
           03 EMP-DATA         PIC 9(08).

       FD EMPPARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPPARC.DAT".
       01 REG-EMPPARC.
           03 EPC-CHAVE.
               05 EPC-NUM      PIC 9(04).
               05 EPC-PARC     PIC 9(03).
           03 EPC-VCTO         PIC 9(08).
           03 EPC-AMORT        PIC 9(10)V99.
           03 EPC-JUROS        PIC 9(10)V99.
           03 EPC-PRESTACAO    PIC 9(10)V99.
           03 EPC-SALDO        PIC 9(10)V99.
           03 EPC-NUM-AMORT    PIC X(06).
           03 EPC-NUM-JUROS    PIC X(06).
           03 EPC-GERADO       PIC 9(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-EPC               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.

       01 WS-POS.
           03 WS-POS-DIA       PIC 99.
           03 WS-POS-MES       PIC 99.
           03 WS-POS-ANO       PIC 9(04).
       77 WS-POSICAO           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-PAG          PIC 9(08) VALUE ZEROS.
       77 WS-PAGO              PIC X VALUE "N".
       88 PAGO-88                VALUE "S".
       77 WS-ABERTO            PIC X VALUE "N".
       88 ABERTO-88              VALUE "S".

      *----- por contrato
       77 WS-SALDO             PIC 9(10)V99 VALUE ZEROS.
       77 WS-VENCIDO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-REST          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-ATRASO        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-CONTR         PIC 9(04) VALUE ZEROS.

      *----- subtotal por banco credor
       77 WS-MAX-BCO           PIC 99 VALUE 30.
       77 WS-QTD-BCO           PIC 99 VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(04) VALUE ZEROS.
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-ACHOU             PIC 99 VALUE ZEROS.
       01 WS-TAB-BCO.
           03 WS-TBK OCCURS 30.
               05 TBK-BANCO    PIC X(15).
               05 TBK-QTD      PIC 9(04).
               05 TBK-PRINC    PIC 9(11)V99.
               05 TBK-SALDO    PIC 9(11)V99.
               05 TBK-VENC     PIC 9(11)V99.

       77 WS-G-PRINC           PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-SALDO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-VENC            PIC 9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA-QTD        PIC ZZ.ZZ9 VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(36) VALUE "POSICAO DE EMPRESTIMOS/FINANC. EM ".
           02 DIA-TIT PIC 99.
           02 f pic x value "/".
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "CONT BANCO CREDOR    S      PRINCIPAL ".
           02 F PIC X(38) VALUE
              " SALDO DEVEDOR RST ATR VENCIDO ABERTO".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 EMP-DET PIC 9(04).
           02 f pic x(01) value spaces.
           02 BANCO-DET PIC X(15).
           02 f pic x(01) value spaces.
           02 SIST-DET PIC X(01).
           02 f pic x(01) value spaces.
           02 PRINC-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SALDO-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 REST-DET PIC ZZ9.
           02 f pic x(01) value spaces.
           02 ATRASO-DET PIC ZZ9.
           02 f pic x(01) value spaces.
           02 VENC-DET PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BCO-TIT.
           02 f pic x(02) value spaces.
           02 F PIC X(23) VALUE "RESUMO POR BANCO CREDOR".

       01 LINHA-BCO-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "BANCO CREDOR            QTD      PRINC".
           02 F PIC X(34) VALUE
              "IPAL  SALDO DEVEDOR VENCIDO ABERTO".

       01 LINHA-BCO.
           02 f pic x(02) value spaces.
           02 BANCO-BCO PIC X(15).
           02 f pic x(08) value spaces.
           02 QTD-BCO PIC ZZZ9.
           02 f pic x(01) value spaces.
           02 PRINC-BCO PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SALDO-BCO PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 VENC-BCO PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TIT-TOTAL PIC X(32).
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " POSICAO DE EMPRESTIMOS " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Posicao em (dd/mm/aaaa)....=".
           02 LINE 08 COLUMN 33 VALUE "  /  /    ".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT EMPREST.
           IF FS-EMP = "35"
               DISPLAY (10 10) "!! ARQUIVO EMPREST.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT EMPPARC.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<DIA = 00 , Sai do Relatorio".
       P04-DADOS.
           MOVE ZEROS TO WS-POS.
           ACCEPT (08 33) WS-POS-DIA WITH PROMPT AUTO-SKIP.
           IF WS-POS-DIA = ZEROS
               PERFORM P-FIM.
           IF WS-POS-DIA > 31
               GO TO P04-DADOS.
           ACCEPT (08 36) WS-POS-MES WITH PROMPT AUTO-SKIP.
           IF WS-POS-MES = ZEROS OR WS-POS-MES > 12
               GO TO P04-DADOS.
           ACCEPT (08 39) WS-POS-ANO WITH PROMPT AUTO-SKIP.
           IF WS-POS-ANO = ZEROS
               MOVE ANO TO WS-POS-ANO
               DISPLAY (08 39) WS-POS-ANO.
           MOVE WS-POS-ANO TO WS-POSICAO(1:4).
           MOVE WS-POS-MES TO WS-POSICAO(5:2).
           MOVE WS-POS-DIA TO WS-POSICAO(7:2).
           DISPLAY (21 04) "Lendo os contratos...".
           MOVE ZEROS TO WS-QTD-CONTR WS-QTD-BCO WS-QTD-FORA.
           MOVE ZEROS TO WS-G-PRINC WS-G-SALDO WS-G-VENC.
           OPEN OUTPUT RELATO.
           PERFORM P-IMPRIME-CABEC.
           MOVE ZEROS TO EMP-NUM.
           START EMPREST KEY IS NOT LESS THAN EMP-NUM
               INVALID KEY GO TO P06-RESUMO.
       P05-CONTRATO.
           READ EMPREST NEXT RECORD
               AT END GO TO P06-RESUMO.
      *----- cancelado ou liberado depois da data nao entra
           IF EMP-SIT = "C"
               GO TO P05-CONTRATO.
           IF EMP-DATA-LIB > WS-POSICAO
               GO TO P05-CONTRATO.
           PERFORM P-POSICAO THRU P-POSICAO-EXIT.
           IF WS-SALDO = ZEROS AND WS-VENCIDO = ZEROS
               GO TO P05-CONTRATO.
           ADD 1 TO WS-QTD-CONTR.
           MOVE EMP-NUM TO EMP-DET.
           MOVE EMP-BANCO TO BANCO-DET.
           MOVE EMP-SISTEMA TO SIST-DET.
           MOVE EMP-PRINCIPAL TO PRINC-DET.
           MOVE WS-SALDO TO SALDO-DET.
           MOVE WS-QTD-REST TO REST-DET.
           MOVE WS-QTD-ATRASO TO ATRASO-DET.
           MOVE WS-VENCIDO TO VENC-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD EMP-PRINCIPAL TO WS-G-PRINC.
           ADD WS-SALDO TO WS-G-SALDO.
           ADD WS-VENCIDO TO WS-G-VENC.
           PERFORM P-SOMA-BANCO THRU P-SOMA-BANCO-EXIT.
           GO TO P05-CONTRATO.

       P06-RESUMO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-BCO-TIT.
           WRITE REG-RELATO FROM LINHA-BCO-SUB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-BANCO UNTIL WS-IDX > WS-QTD-BCO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL PRINCIPAL CONTRATADO...R$:" TO TIT-TOTAL.
           MOVE WS-G-PRINC TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "TOTAL SALDO DEVEDOR..........R$:" TO TIT-TOTAL.
           MOVE WS-G-SALDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "TOTAL VENCIDO EM ABERTO......R$:" TO TIT-TOTAL.
           MOVE WS-G-VENC TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-QTD-CONTR TO WS-MOSTRA-QTD.
           DISPLAY (12 04) "Contratos em aberto........:".
           DISPLAY (12 33) WS-MOSTRA-QTD.
           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO WS-MOSTRA-QTD
               DISPLAY (13 04) "Fora do resumo (tab.cheia).:"
               DISPLAY (13 33) WS-MOSTRA-QTD.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Saldo devedor = saldo do cronograma     *
      * apos a ultima parcela vencida ate a     *
      * data; vencido em aberto = amortizacao e *
      * juros vencidos sem baixa ate a data     *
      * (nao gerados pelo 106 ou sem DATA-CONF).*
      *-----------------------------------------*
       P-POSICAO.
           MOVE EMP-PRINCIPAL TO WS-SALDO.
           MOVE ZEROS TO WS-VENCIDO WS-QTD-REST WS-QTD-ATRASO.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE ZEROS TO EPC-PARC.
           START EMPPARC KEY IS NOT LESS THAN EPC-CHAVE
               INVALID KEY GO TO P-POSICAO-EXIT.
       P-POSICAO-LER.
           READ EMPPARC NEXT RECORD
               AT END GO TO P-POSICAO-EXIT.
           IF EPC-NUM NOT = EMP-NUM
               GO TO P-POSICAO-EXIT.
           IF EPC-VCTO > WS-POSICAO
               ADD 1 TO WS-QTD-REST
               GO TO P-POSICAO-LER.
           MOVE EPC-SALDO TO WS-SALDO.
           MOVE "N" TO WS-ABERTO.
           IF EPC-AMORT > ZEROS
               MOVE EPC-NUM-AMORT TO NUM-CHE
               PERFORM P-TESTA-PAGO THRU P-TESTA-PAGO-EXIT
               IF NOT PAGO-88
                   ADD EPC-AMORT TO WS-VENCIDO
                   MOVE "S" TO WS-ABERTO.
           IF EPC-JUROS > ZEROS
               MOVE EPC-NUM-JUROS TO NUM-CHE
               PERFORM P-TESTA-PAGO THRU P-TESTA-PAGO-EXIT
               IF NOT PAGO-88
                   ADD EPC-JUROS TO WS-VENCIDO
                   MOVE "S" TO WS-ABERTO.
           IF ABERTO-88
               ADD 1 TO WS-QTD-ATRASO.
           GO TO P-POSICAO-LER.
       P-POSICAO-EXIT.
           EXIT.

      *----- DATA-CONF e' ddmmaa
       P-TESTA-PAGO.
           MOVE "N" TO WS-PAGO.
           IF NUM-CHE = SPACES
               GO TO P-TESTA-PAGO-EXIT.
           READ BANCO
               INVALID KEY
                   GO TO P-TESTA-PAGO-EXIT.
           IF DATA-CONF = ZEROS
               GO TO P-TESTA-PAGO-EXIT.
           MOVE "20" TO WS-DATA-PAG(1:2).
           MOVE DATA-CONF(5:2) TO WS-DATA-PAG(3:2).
           MOVE DATA-CONF(3:2) TO WS-DATA-PAG(5:2).
           MOVE DATA-CONF(1:2) TO WS-DATA-PAG(7:2).
           IF WS-DATA-PAG NOT > WS-POSICAO
               MOVE "S" TO WS-PAGO.
       P-TESTA-PAGO-EXIT.
           EXIT.

       P-SOMA-BANCO.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P-PROCURA-BANCO
               UNTIL WS-IDX > WS-QTD-BCO OR WS-ACHOU > ZEROS.
           IF WS-ACHOU = ZEROS
               IF WS-QTD-BCO NOT < WS-MAX-BCO
                   ADD 1 TO WS-QTD-FORA
                   GO TO P-SOMA-BANCO-EXIT
               ELSE
                   ADD 1 TO WS-QTD-BCO
                   MOVE WS-QTD-BCO TO WS-ACHOU
                   MOVE EMP-BANCO TO TBK-BANCO(WS-ACHOU)
                   MOVE ZEROS TO TBK-QTD(WS-ACHOU)
                   MOVE ZEROS TO TBK-PRINC(WS-ACHOU)
                   MOVE ZEROS TO TBK-SALDO(WS-ACHOU)
                   MOVE ZEROS TO TBK-VENC(WS-ACHOU).
           ADD 1 TO TBK-QTD(WS-ACHOU).
           ADD EMP-PRINCIPAL TO TBK-PRINC(WS-ACHOU).
           ADD WS-SALDO TO TBK-SALDO(WS-ACHOU).
           ADD WS-VENCIDO TO TBK-VENC(WS-ACHOU).
       P-SOMA-BANCO-EXIT.
           EXIT.

       P-PROCURA-BANCO.
           IF TBK-BANCO(WS-IDX) = EMP-BANCO
               MOVE WS-IDX TO WS-ACHOU.
           ADD 1 TO WS-IDX.

       P-IMPRIME-BANCO.
           MOVE TBK-BANCO(WS-IDX) TO BANCO-BCO.
           MOVE TBK-QTD(WS-IDX) TO QTD-BCO.
           MOVE TBK-PRINC(WS-IDX) TO PRINC-BCO.
           MOVE TBK-SALDO(WS-IDX) TO SALDO-BCO.
           MOVE TBK-VENC(WS-IDX) TO VENC-BCO.
           WRITE REG-RELATO FROM LINHA-BCO.
           ADD 1 TO WS-IDX.

       P-IMPRIME-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-POS-DIA TO DIA-TIT.
           MOVE WS-POS-MES TO MES-TIT.
           MOVE WS-POS-ANO TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-SUB.
           WRITE REG-RELATO FROM LINHA-TRACO.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO EMPREST EMPPARC.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".

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
