                      WITH DUPLICATES
                  FILE STATUS  IS FS.

           SELECT TITMOE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TME-NUM
                  FILE STATUS IS FS-TME.
           SELECT PTAX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PTX-CHAVE
                  FILE STATUS IS FS-PTX.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
                  FILE STATUS IS FS-BLJ.

           SELECT RELATO    ASSIGN TO PRINTER.

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

       FD BANCO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-PROD==.

      *-----------------------------------------*
      * Titulo em moeda estrangeira (21) e      *
      * cotacoes PTAX (110): o aberto em moeda  *
      * e' reavaliado pela ultima cotacao.      *
      *-----------------------------------------*
       FD TITMOE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITMOE.DAT".
       01 REG-TITMOE.
           03 TME-NUM          PIC X(06).
           03 TME-MOEDA        PIC X(03).
           03 TME-VALOR-ME     PIC 9(08)V99.
           03 TME-TAXA-LANC    PIC 9(03)V9(4).
           03 TME-VALOR-LANC   PIC 9(08)V99.
           03 TME-TAXA-PAG     PIC 9(03)V9(4).
           03 TME-VALOR-PAG    PIC 9(08)V99.
           03 TME-DATA-PAG     PIC 9(08).

       FD PTAX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PTAX.DAT".
       01 REG-PTAX.
           03 PTX-CHAVE.
               05 PTX-MOEDA    PIC X(03).
               05 PTX-DATA     PIC 9(08).
           03 PTX-TAXA         PIC 9(03)V9(4).

      *-----------------------------------------*
      * Bloqueio judicial (122): o que esta     *
      * bloqueado nao cobre o fluxo da conta.   *
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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

      ***********************************
       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 FS                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-ACUM-CTA          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-GERAL       PIC 9(10)V99 VALUE ZEROS.

      *----- titulo em moeda reavaliado pela ultima PTAX
       77 FS-TME               PIC XX.
       77 WS-TME-OK            PIC X VALUE "S".
       88 TME-OK-88              VALUE "S".
       77 FS-PTX               PIC XX.
       77 WS-PTX-OK            PIC X VALUE "S".
       88 PTX-OK-88              VALUE "S".
       77 WS-ME-TAXA           PIC 9(03)V9(4) VALUE ZEROS.
       77 WS-ME-HOJE           PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-TIT         PIC 9(08)V99 VALUE ZEROS.

      *----- bloqueio judicial em aberto da conta
       77 FS-BLJ               PIC XX.
       77 WS-BLJ-OK            PIC X VALUE "S".
       88 BLJ-OK-88              VALUE "S".
       77 WS-BLOQUEADO         PIC 9(11)V99 VALUE ZEROS.

       77 WS-MAX-DIA            PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO           PIC 9 VALUE ZEROS.
       88 ANO-BISSEXTO-88         VALUE 1.
           02 F PIC X(20) VALUE "TOTAL DA CONTA....: ".
           02 VALOR-CTA-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CTA-BLOQ.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "BLOQUEIO JUDICIAL.: ".
           02 VALOR-CTA-BLOQ PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(24) VALUE "  (fora do disponivel)".

       01 LINHA-GERAL.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "TOTAL GERAL.......: ".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN OUTPUT RELATO.
           OPEN INPUT TITMOE.
           IF FS-TME = "35"
               MOVE "N" TO WS-TME-OK.
           OPEN INPUT PTAX.
           IF FS-PTX = "35"
               MOVE "N" TO WS-PTX-OK.
           OPEN INPUT BLOQJUD.
           IF FS-BLJ = "35"
               MOVE "N" TO WS-BLJ-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           READ BANCO NEXT RECORD
               AT END
                   GO TO P-IMPRIME-TUDO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO LER.
           IF DATA-CONF NOT = ZEROS
               GO TO LER.
           IF DESCRI-CHE = "NULO "
               GO TO LER.
      *----- cheque sustado (131) nao sai mais da conta
           IF SITUACAO-CHE = "S"
               GO TO LER.
           PERFORM P-REAVALIA THRU P-REAVALIA-EXIT.
           MOVE 1 TO WS-IDX.
           PERFORM P-PROCURA-DIA
               UNTIL WS-IDX > WS-QTD-DIAS.
                   MOVE "S" TO WS-TEM-OUTRAS
                   MOVE "S" TO WS-ACHOU.
           IF ACHOU-88
               ADD WS-VALOR-TIT TO WS-TC-DIA(WS-IDX-CTA WS-IDX)
               ADD WS-VALOR-TIT TO WS-TOTAL-GERAL.

       P-PROCURA-CTA.
           IF WS-TC-NOME(WS-IDX-CTA) = CONTA-CHE
           ELSE
               ADD 1 TO WS-IDX-CTA.

      *-----------------------------------------*
      * Valor em aberto do titulo: em moeda     *
      * estrangeira, valor na moeda x ultima    *
      * PTAX ate hoje; sem cotacao fica o valor *
      * lancado.                                *
      *-----------------------------------------*
       P-REAVALIA.
           MOVE VALOR-CHE TO WS-VALOR-TIT.
           IF NOT TME-OK-88 OR NOT PTX-OK-88
               GO TO P-REAVALIA-EXIT.
           MOVE NUM-CHE TO TME-NUM.
           READ TITMOE
               INVALID KEY
                   GO TO P-REAVALIA-EXIT.
           MOVE ZEROS TO WS-ME-TAXA.
           ACCEPT WS-ME-HOJE FROM DATE YYYYMMDD.
           MOVE TME-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           START PTAX KEY IS NOT LESS THAN PTX-CHAVE
               INVALID KEY
                   GO TO P-REAVALIA-EXIT.
       P-REAVALIA-LER.
           READ PTAX NEXT RECORD
               AT END
                   GO TO P-REAVALIA-CALC.
           IF PTX-MOEDA NOT = TME-MOEDA OR PTX-DATA > WS-ME-HOJE
               GO TO P-REAVALIA-CALC.
           MOVE PTX-TAXA TO WS-ME-TAXA.
           GO TO P-REAVALIA-LER.
       P-REAVALIA-CALC.
           IF WS-ME-TAXA > ZEROS
               COMPUTE WS-VALOR-TIT ROUNDED = TME-VALOR-ME * WS-ME-TAXA.
       P-REAVALIA-EXIT.
           EXIT.

      *-----------------------------------------*
       P-IMPRIME-TUDO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           PERFORM P-IMPRIME-DIA UNTIL WS-IDX > WS-QTD-DIAS.
           MOVE WS-ACUM-CTA TO VALOR-CTA-TOTAL.
           WRITE REG-RELATO FROM LINHA-CTA-TOTAL.
           PERFORM P-SOMA-BLOQJUD THRU P-SOMA-BLOQJUD-EXIT.
           IF WS-BLOQUEADO > ZEROS
               MOVE WS-BLOQUEADO TO VALOR-CTA-BLOQ
               WRITE REG-RELATO FROM LINHA-CTA-BLOQ.
           ADD 1 TO WS-IDX-CTA.

      *-----------------------------------------*
      * Bloqueio judicial ainda em aberto na    *
      * conta (pelo nome, como CONTA-CHE).      *
      *-----------------------------------------*
       P-SOMA-BLOQJUD.
           MOVE ZEROS TO WS-BLOQUEADO.
           IF NOT BLJ-OK-88
               GO TO P-SOMA-BLOQJUD-EXIT.
           MOVE LOW-VALUES TO BLJ-CHAVE.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-SOMA-BLOQJUD-EXIT.
       P-SOMA-BLOQJUD-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-NOME-CONTA NOT = WS-TC-NOME(WS-IDX-CTA)
               GO TO P-SOMA-BLOQJUD-LER.
           IF BLJ-SIT = "L"
               GO TO P-SOMA-BLOQJUD-LER.
           COMPUTE WS-BLOQUEADO =
               WS-BLOQUEADO + BLJ-VALOR - BLJ-LIBERADO.
           GO TO P-SOMA-BLOQJUD-LER.
       P-SOMA-BLOQJUD-EXIT.
           EXIT.

       P-IMPRIME-DIA.
           MOVE WS-TD-DIA(WS-IDX) TO DIA-DIA-DET.
           MOVE WS-TD-MES(WS-IDX) TO MES-DIA-DET.

       P-FIM.
           CLOSE BANCO RELATO.
           IF TME-OK-88
               CLOSE TITMOE.
           IF PTX-OK-88
               CLOSE PTAX.
           IF BLJ-OK-88
               CLOSE BLOQJUD.
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
