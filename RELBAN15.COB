                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
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
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       77 WS-DIAS              PIC S9(06) VALUE ZEROS.
       77 WS-FAIXA             PIC 9 VALUE ZEROS.

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

      *----- faixas: 1 vencidos, 2 ate 7, 3 de 8 a 30,
      *----- 4 de 31 a 60, 5 acima de 60 dias
       01 WS-TOT-GERAL.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT TITMOE.
           IF FS-TME = "35"
               MOVE "N" TO WS-TME-OK.
           OPEN INPUT PTAX.
           IF FS-PTX = "35"
               MOVE "N" TO WS-PTX-OK.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (21 04) "Classificando titulos em aberto...".
       P04-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P05-MOSTRA.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P04-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P04-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P04-LER.
      *----- cheque sustado (131) nao sai mais da conta
           IF SITUACAO-CHE = "S"
               GO TO P04-LER.
           MOVE DIA-CHE TO WS-UD-DIA.
           MOVE MES-CHE TO WS-UD-MES.
           MOVE ANO-CHE TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           COMPUTE WS-DIAS = WS-JDN - WS-JDN-HOJE.
           PERFORM P-REAVALIA THRU P-REAVALIA-EXIT.
           MOVE 5 TO WS-FAIXA.
           IF WS-DIAS < ZEROS
               MOVE 1 TO WS-FAIXA
                   ELSE
                       IF WS-DIAS < 61
                           MOVE 4 TO WS-FAIXA.
           ADD WS-VALOR-TIT TO WS-TG(WS-FAIXA).
           ADD 1 TO WS-QG(WS-FAIXA).
      *----- subtotal por depto (OBS)
           IF OBS-CHE(1:2) NUMERIC
               MOVE OBS-CHE(1:2) TO WS-DEPTO-N
               IF WS-DEPTO-N > ZEROS
                   ADD WS-VALOR-TIT TO WS-TD(WS-DEPTO-N WS-FAIXA).
      *----- subtotal por favorecido
           PERFORM P-ACHA-FORN THRU P-ACHA-FORN-EXIT.
           IF WS-FORN-I > ZEROS
               ADD WS-VALOR-TIT TO TF-FX(WS-FORN-I WS-FAIXA).
           GO TO P04-LER.

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
       P-ACHA-FORN.
           MOVE ZEROS TO WS-FORN-I.
               CLOSE DEPTO.
           IF FORN-OK-88
               CLOSE FORN.
           IF TME-OK-88
               CLOSE TITMOE.
           IF PTX-OK-88
               CLOSE PTAX.
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
