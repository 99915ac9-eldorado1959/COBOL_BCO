       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN24.
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
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
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
      * Acoes do log usadas aqui: A aprovacao   *
      * (70), M remessa (53), O bordero (64),   *
      * K troca de banco/PIX do fornecedor (83),*
      * C/P/Q liberacao de supervisor e G regra *
      * alterada (113).                         *
      *-----------------------------------------*
       FD LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOLOG.DAT".
       01 REG-LOG.
           03 LOG-DATA         PIC 9(08).
           03 LOG-HORA         PIC 9(06).
           03 LOG-OPERADOR     PIC X(08).
           03 LOG-ACAO         PIC X(01).
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).

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

       01 WS-LOG-DE.
           03 WS-ANO-DE        PIC 9(04).
           03 WS-MES-DE        PIC 99.
           03 WS-DIA-DE        PIC 99.

       01 WS-LOG-ATE.
           03 WS-ANO-ATE       PIC 9(04).
           03 WS-MES-ATE       PIC 99.
           03 WS-DIA-ATE       PIC 99.

       77 FS                   PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-OCORR             PIC X(16) VALUE SPACES.
       77 WS-QTD-CONF          PIC 9(05) VALUE ZEROS.
       77 WS-VAL-CONF          PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-LIB           PIC 9(05) VALUE ZEROS.
       77 WS-VAL-LIB           PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(05) VALUE ZEROS.
       77 WS-MOSTRA            PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-QTD        PIC ZZ.ZZ9 VALUE ZEROS.

      *----- trocas de banco/PIX (83) do periodo
       77 WS-QTD-K             PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88               VALUE "S".
       01 WS-TAB-K.
           03 WS-TK OCCURS 500.
               05 TK-FORN      PIC X(05).
               05 TK-DATA      PIC 9(08).
               05 TK-POR       PIC X(08).

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
           02 F PIC X(27) VALUE "SEGREGACAO DE FUNCOES - DE ".
           02 DE-TIT PIC X(10).
           02 F PIC X(05) VALUE " ATE ".
           02 ATE-TIT PIC X(10).

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(40).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "DATA       OPERADOR NUMERO FAVORECIDO ".
           02 F PIC X(38) VALUE
              "             VALOR R$ OCORRENCIA".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 DATA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 OPER-DET PIC X(08).
           02 f pic x(01) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 FAVOR-DET PIC X(18).
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 OCORR-DET PIC X(16).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "OCORRENCIAS.......: ".
           02 QTD-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(08) VALUE "     R$ ".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "MESMO OPERADOR EM FUNCOES CONFLITANTES".
           02 F PIC X(38) VALUE
              " NO MESMO LANCAMENTO (REGRAS DO 113)".

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " SEGREGACAO DE FUNCOES " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Data de      (dd/mm/aaaa)..=".
           02 LINE 09 COLUMN 04 VALUE "Data ate     (dd/mm/aaaa)..=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT LOG.
           IF FS-LOG = "35"
               DISPLAY (10 10) "!! ARQUIVO BCOLOG.DAT INEXISTENTE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               CLOSE BANCO
               DISPLAY (01 01) ERASE
               CHAIN "MRELBAN.COM".

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<DATA DE = 00 , Sai do Relatorio".
       P04-DADOS.
           MOVE ZEROS TO WS-LOG-DE.
           MOVE WS-DATA TO WS-LOG-ATE.
           ACCEPT (08 33) WS-DIA-DE WITH PROMPT AUTO-SKIP.
           IF WS-DIA-DE = ZEROS
               PERFORM P-FIM.
           ACCEPT (08 36) WS-MES-DE WITH PROMPT AUTO-SKIP.
           ACCEPT (08 39) WS-ANO-DE WITH PROMPT AUTO-SKIP.
           ACCEPT (09 33) WS-DIA-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (09 36) WS-MES-ATE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (09 39) WS-ANO-ATE WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-MES-DE > 12 OR WS-MES-ATE > 12
               GO TO P04-DADOS.
           IF WS-LOG-ATE < WS-LOG-DE
               GO TO P04-DADOS.
           DISPLAY (21 04) "Varrendo o log...".
           MOVE ZEROS TO WS-QTD-K WS-QTD-FORA.
           MOVE ZEROS TO WS-QTD-CONF WS-VAL-CONF.
           MOVE ZEROS TO WS-QTD-LIB WS-VAL-LIB.
           PERFORM P-CARREGA-K THRU P-CARREGA-K-EXIT.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-QTD-CONF TO WS-MOSTRA-QTD.
           DISPLAY (11 04) "Conflitos de funcao........:".
           DISPLAY (11 33) WS-MOSTRA-QTD.
           MOVE WS-VAL-CONF TO WS-MOSTRA.
           DISPLAY (11 41) "R$".
           DISPLAY (11 44) WS-MOSTRA.
           MOVE WS-QTD-LIB TO WS-MOSTRA-QTD.
           DISPLAY (12 04) "Liberacoes de supervisor...:".
           DISPLAY (12 33) WS-MOSTRA-QTD.
           MOVE WS-VAL-LIB TO WS-MOSTRA.
           DISPLAY (12 41) "R$".
           DISPLAY (12 44) WS-MOSTRA.
           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO WS-MOSTRA-QTD
               DISPLAY (13 04) "Trocas 83 fora (tab.cheia).:"
               DISPLAY (13 33) WS-MOSTRA-QTD.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1a passada: guarda quem trocou o banco/ *
      * PIX de cada fornecedor (83) e em que    *
      * dia, p/cruzar com os pagamentos.        *
      *-----------------------------------------*
       P-CARREGA-K.
           CLOSE LOG.
           OPEN INPUT LOG.
       P-CARREGA-K-LER.
           READ LOG
               AT END GO TO P-CARREGA-K-EXIT.
           IF LOG-DATA < WS-LOG-DE OR LOG-DATA > WS-LOG-ATE
               GO TO P-CARREGA-K-LER.
           IF LOG-ACAO NOT = "K" OR LOG-PROGRAMA NOT = "BANCO83"
               GO TO P-CARREGA-K-LER.
           IF WS-QTD-K = 500
               ADD 1 TO WS-QTD-FORA
               GO TO P-CARREGA-K-LER.
           ADD 1 TO WS-QTD-K.
           MOVE LOG-NUM-CHE(1:5) TO TK-FORN(WS-QTD-K).
           MOVE LOG-DATA TO TK-DATA(WS-QTD-K).
           MOVE LOG-OPERADOR TO TK-POR(WS-QTD-K).
           GO TO P-CARREGA-K-LER.
       P-CARREGA-K-EXIT.
           EXIT.

      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           MOVE SPACES TO DE-TIT ATE-TIT.
           STRING WS-DIA-DE "/" WS-MES-DE "/" WS-ANO-DE
               DELIMITED BY SIZE INTO DE-TIT.
           STRING WS-DIA-ATE "/" WS-MES-ATE "/" WS-ANO-ATE
               DELIMITED BY SIZE INTO ATE-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-NOTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "CONFLITOS DE FUNCAO" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-SUB.
           PERFORM P-CONFLITOS THRU P-CONFLITOS-EXIT.
           MOVE WS-QTD-CONF TO QTD-TOTAL.
           MOVE WS-VAL-CONF TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "LIBERACOES DE SUPERVISOR" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-SUB.
           PERFORM P-LIBERACOES THRU P-LIBERACOES-EXIT.
           MOVE WS-QTD-LIB TO QTD-TOTAL.
           MOVE WS-VAL-LIB TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
       P06-IMPRIME-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2a passada: aprovacao (70) por quem     *
      * criou; remessa (53) ou bordero (64) por *
      * quem aprovou; pagamento a fornecedor    *
      * cujo banco/PIX o mesmo operador trocou  *
      * no mesmo dia.                           *
      *-----------------------------------------*
       P-CONFLITOS.
           CLOSE LOG.
           OPEN INPUT LOG.
       P-CONFLITOS-LER.
           READ LOG
               AT END GO TO P-CONFLITOS-EXIT.
           IF LOG-DATA < WS-LOG-DE OR LOG-DATA > WS-LOG-ATE
               GO TO P-CONFLITOS-LER.
           IF LOG-ACAO = "A" AND LOG-PROGRAMA = "BANCO70"
               NEXT SENTENCE
           ELSE
               IF LOG-ACAO NOT = "M" AND LOG-ACAO NOT = "O"
                   GO TO P-CONFLITOS-LER.
           PERFORM P-LE-LANCTO THRU P-LE-LANCTO-EXIT.
           IF FS NOT = "00"
               GO TO P-CONFLITOS-LER.
           IF LOG-ACAO = "A"
               IF APROV-CHE = "A" AND APROV-POR = LOG-OPERADOR
                  AND CRIADO-POR = LOG-OPERADOR
                   MOVE "CRIOU+APROVOU" TO WS-OCORR
                   PERFORM P-IMPRIME-CONF
               END-IF
               GO TO P-CONFLITOS-LER.
           IF APROV-POR NOT = SPACES AND APROV-POR = LOG-OPERADOR
               IF LOG-ACAO = "M"
                   MOVE "APROVOU+REMESSA" TO WS-OCORR
                   PERFORM P-IMPRIME-CONF
               ELSE
                   MOVE "APROVOU+BORDERO" TO WS-OCORR
                   PERFORM P-IMPRIME-CONF.
           IF FORN-CHE = SPACES
               GO TO P-CONFLITOS-LER.
           PERFORM P-ACHA-K THRU P-ACHA-K-EXIT.
           IF ACHOU-88
               MOVE "TROCOU BCO+PAGOU" TO WS-OCORR
               PERFORM P-IMPRIME-CONF.
           GO TO P-CONFLITOS-LER.
       P-CONFLITOS-EXIT.
           EXIT.

       P-IMPRIME-CONF.
           PERFORM P-MONTA-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-QTD-CONF.
           ADD VALOR-CHE TO WS-VAL-CONF.

       P-ACHA-K.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
       P-ACHA-K-LOOP.
           IF WS-IDX > WS-QTD-K
               GO TO P-ACHA-K-EXIT.
           IF TK-FORN(WS-IDX) = FORN-CHE AND
              TK-DATA(WS-IDX) = LOG-DATA AND
              TK-POR(WS-IDX) = LOG-OPERADOR
               MOVE "S" TO WS-ACHOU
               GO TO P-ACHA-K-EXIT.
           ADD 1 TO WS-IDX.
           GO TO P-ACHA-K-LOOP.
       P-ACHA-K-EXIT.
           EXIT.

      *-----------------------------------------*
      * 3a passada: conflitos liberados pelo    *
      * supervisor e regras alteradas (113).    *
      *-----------------------------------------*
       P-LIBERACOES.
           CLOSE LOG.
           OPEN INPUT LOG.
       P-LIBERACOES-LER.
           READ LOG
               AT END GO TO P-LIBERACOES-EXIT.
           IF LOG-DATA < WS-LOG-DE OR LOG-DATA > WS-LOG-ATE
               GO TO P-LIBERACOES-LER.
           MOVE SPACES TO WS-OCORR.
           IF LOG-ACAO = "C" AND LOG-PROGRAMA = "BANCO70"
               MOVE "LIB.CRIOU+APROV" TO WS-OCORR.
           IF LOG-ACAO = "P"
               MOVE "LIB.APROV+ENVIO" TO WS-OCORR.
           IF LOG-ACAO = "Q" AND LOG-PROGRAMA = "BANCO53"
               MOVE "LIB.TROCOU+PAGOU" TO WS-OCORR.
           IF LOG-ACAO = "G" AND LOG-PROGRAMA = "BANCO113"
               MOVE "REGRA ALTERADA" TO WS-OCORR.
           IF WS-OCORR = SPACES
               GO TO P-LIBERACOES-LER.
           IF LOG-ACAO = "G"
               PERFORM P-MONTA-DET
               MOVE SPACES TO FAVOR-DET
               MOVE "ATIVA/LIBERA" TO FAVOR-DET
               MOVE ZEROS TO VALOR-DET
               WRITE REG-RELATO FROM LINHA-DET
               GO TO P-LIBERACOES-LER.
           PERFORM P-LE-LANCTO THRU P-LE-LANCTO-EXIT.
           PERFORM P-MONTA-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-QTD-LIB.
           ADD VALOR-CHE TO WS-VAL-LIB.
           GO TO P-LIBERACOES-LER.
       P-LIBERACOES-EXIT.
           EXIT.

      *-----------------------------------------*
      * Lancamento do log; sem ele (excluido)   *
      * sai sem favorecido e sem valor.         *
      *-----------------------------------------*
       P-LE-LANCTO.
           MOVE LOG-NUM-CHE TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   MOVE SPACES TO DESCRI-CHE-GRP
                   MOVE ZEROS TO VALOR-CHE.
       P-LE-LANCTO-EXIT.
           EXIT.

       P-MONTA-DET.
           MOVE SPACES TO DATA-DET.
           STRING LOG-DATA(7:2) "/" LOG-DATA(5:2) "/" LOG-DATA(1:4)
               DELIMITED BY SIZE INTO DATA-DET.
           MOVE LOG-OPERADOR TO OPER-DET.
           MOVE LOG-NUM-CHE TO NUM-DET.
           MOVE DESCRI-CHE-GRP TO FAVOR-DET.
           MOVE VALOR-CHE TO VALOR-DET.
           MOVE WS-OCORR TO OCORR-DET.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO LOG.
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
