                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXV-DATA
                  FILE STATUS IS FS-VIG.
           SELECT TITMOE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TME-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-TME.
           SELECT PTAX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PTX-CHAVE
                  FILE STATUS IS FS-PTX.
           SELECT TITDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDS-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-TDS.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
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

       FD BANCO
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
           03 TXV-DATA         PIC 9(08).
           03 TXV-TAXA         PIC 9V9(4).

      *-----------------------------------------*
      * Titulo em moeda estrangeira (21) e      *
      * cotacoes PTAX (110).                    *
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
      * Desconto p/pagamento antecipado (21):   *
      * A aberto, B abatido no bordero (64),    *
      * C capturado na baixa, P perdido.        *
      *-----------------------------------------*
       FD TITDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITDESC.DAT".
       01 REG-TITDESC.
           03 TDS-NUM          PIC X(06).
           03 TDS-TIPO         PIC X(01).
           03 TDS-PERC         PIC 99V99.
           03 TDS-VALOR        PIC 9(08)V99.
           03 TDS-DATA-LIM     PIC 9(08).
           03 TDS-SIT          PIC X(01).
           03 TDS-TOMADO       PIC 9(08)V99.
           03 TDS-DATA-TOM     PIC 9(08).

       FD SESSAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SESSAO.DAT".
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD LOG
           LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 WS-VALOR-JUROS       PIC 9(08)V99 VALUE ZEROS.
       77 WS-VALOR-PAGO        PIC 9(08)V99 VALUE ZEROS.

      *----- titulo em moeda: baixa pela cotacao do contrato
       77 FS-TME               PIC XX.
       77 WS-TME-OK            PIC X VALUE "S".
       88 TME-OK-88              VALUE "S".
       77 FS-PTX               PIC XX.
       77 WS-PTX-OK            PIC X VALUE "S".
       88 PTX-OK-88              VALUE "S".
       77 WS-ME-TEM            PIC X VALUE "N".
       88 ME-TEM-88              VALUE "S".
       77 WS-ME-TAXA           PIC 9(03)V9(4) VALUE ZEROS.
       77 WS-ME-HOJE           PIC 9(08) VALUE ZEROS.

      *----- desconto p/antecipacao: pago ate o ultimo dia
       77 FS-TDS               PIC XX.
       77 WS-TDS-OK            PIC X VALUE "S".
       88 TDS-OK-88              VALUE "S".
       77 WS-DSC-TEM           PIC X VALUE "N".
       88 DSC-TEM-88             VALUE "S".
       77 WS-DSC-ABERTO        PIC X VALUE "N".
       88 DSC-ABERTO-88          VALUE "S".
       77 WS-VALOR-DEVIDO      PIC 9(08)V99 VALUE ZEROS.
       01 WS-DSC-LIM.
           03 WS-ANO-DSC       PIC 9(04).
           03 WS-MES-DSC       PIC 99.
           03 WS-DIA-DSC       PIC 99.

      *----- baixa parcial: residuo vira titulo novo
       77 FS-LOG               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 WS-RET-ISS-RES       PIC 9(08)V99 VALUE ZEROS.
       77 WS-CONF-PARC         PIC X VALUE SPACES.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM-NOVO          PIC 9(06) VALUE ZEROS.
       01 WS-REG-SAVE          PIC X(350).
       01 WS-DATA8             PIC 9(08) VALUE ZEROS.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN I-O TITMOE.
           IF FS-TME = "35"
               MOVE "N" TO WS-TME-OK.
           OPEN INPUT PTAX.
           IF FS-PTX = "35"
               MOVE "N" TO WS-PTX-OK.
           OPEN I-O TITDESC.
           IF FS-TDS = "35"
               MOVE "N" TO WS-TDS-OK.
           PERFORM P-DATA.
           PERFORM P-CARREGA-VIGENCIAS THRU P-CARREGA-VIG-EXIT.
           MOVE DIA TO WS-UD-DIA.
                   ACCEPT (23 30) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CODIGO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Lancamento de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               DISPLAY (21 04) "!! < SEM APROVACAO (70) - NAO BAIXA >"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
      *----- cheque sustado (131) nao pode ser compensado
           IF SITUACAO-CHE = "S"
               DISPLAY (21 04) "!! < CHEQUE SUSTADO (131) - NAO BAIXA >"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           IF DATA-CONF NOT = ZEROS
               DISPLAY (21 04) "!! < Lancamento Ja Conferido > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
      *-----------------------------------------*
      * Valor efetivamente pago, sugerido com   *
      * os juros de atraso da TAXA.DAT (mes     *
      * comercial de 30 dias).  Titulo em moeda *
      * sai pela cotacao do contrato de cambio; *
      * com desconto p/antecipacao ainda no     *
      * prazo sai pelo valor com desconto.      *
      *-----------------------------------------*
           PERFORM P-LE-MOEDA THRU P-LE-MOEDA-EXIT.
           PERFORM P-LE-DESC THRU P-LE-DESC-EXIT.
           MOVE VALOR-CHE TO WS-VALOR-DEVIDO.
           IF ME-TEM-88
               PERFORM P-CAMBIO THRU P-CAMBIO-EXIT
           ELSE
               IF DSC-ABERTO-88
                   SUBTRACT TDS-VALOR FROM WS-VALOR-DEVIDO
                   MOVE WS-VALOR-DEVIDO TO WS-VALOR-PAGO
               ELSE
                   PERFORM P-CALCULA-JUROS THRU P-CALCULA-JUROS-FIM
                   COMPUTE WS-VALOR-PAGO = VALOR-CHE + WS-VALOR-JUROS.
           DISPLAY (15 25) WS-VALOR-PAGO.
           ACCEPT (15 25) WS-VALOR-PAGO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-VALOR-PAGO = ZEROS
               MOVE VALOR-CHE TO WS-VALOR-PAGO.
      *----- pago menos que o titulo: baixa parcial, o saldo
      *----- continua em aberto como titulo proprio com o
      *----- mesmo vencimento e favorecido; em titulo em
      *----- moeda a diferenca e' variacao cambial, nao saldo;
      *----- com desconto no prazo o devido e' o valor menos
      *----- o desconto
           MOVE ZEROS TO WS-RESIDUO.
           MOVE ZEROS TO WS-RET-IRRF-RES WS-RET-ISS-RES.
           IF WS-VALOR-PAGO < WS-VALOR-DEVIDO AND NOT ME-TEM-88
               COMPUTE WS-RESIDUO = VALOR-CHE - WS-VALOR-PAGO
               DISPLAY (16 04) "Baixa PARCIAL - saldo em aberto R$ "
                   WS-RESIDUO
                   STOP RUN.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           IF ME-TEM-88
               PERFORM P-GRAVA-MOEDA THRU P-GRAVA-MOEDA-EXIT.
           IF DSC-TEM-88
               PERFORM P-GRAVA-DESC THRU P-GRAVA-DESC-EXIT.
           IF WS-RESIDUO > ZEROS
               PERFORM P-GRAVA-RESIDUO THRU P-GRAVA-RESIDUO-EXIT.
           DISPLAY (21 04) "!! < Lancamento Conferido/Baixado > !!".
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-DATA8 TO CRIADO-DATA ALTERADO-DATA.
           PERFORM P-MONTA-VCTO.
       P-GRAVA-RESIDUO-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "22"
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-CHE > WS-CONTA-CODIGO
               AND (EMPR-CHE = WS-EMPR-SES OR NUM-CHE = WS-CODIGO-PROX)
               MOVE NUM-CHE TO WS-CONTA-CODIGO.

       P-GRAVA-LOG.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-UD-DIA - 32075.

      *-----------------------------------------*
      * Titulo em moeda estrangeira (21) ?      *
      *-----------------------------------------*
       P-LE-MOEDA.
           MOVE "N" TO WS-ME-TEM.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           IF NOT TME-OK-88
               GO TO P-LE-MOEDA-EXIT.
           MOVE NUM-CHE TO TME-NUM.
           READ TITMOE
               INVALID KEY
                   GO TO P-LE-MOEDA-EXIT.
           MOVE "S" TO WS-ME-TEM.
       P-LE-MOEDA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Cotacao do contrato de cambio: sugere a *
      * ultima PTAX (110) da moeda; o pago em   *
      * reais e' o valor na moeda x cotacao.    *
      *-----------------------------------------*
       P-CAMBIO.
           DISPLAY (17 04) "Moeda / valor ME...=".
           DISPLAY (17 25) TME-MOEDA.
           DISPLAY (17 30) TME-VALOR-ME.
           DISPLAY (18 04) "Cotacao contrato...=".
           MOVE TME-TAXA-LANC TO WS-ME-TAXA.
           PERFORM P-PTAX-ATUAL THRU P-PTAX-ATUAL-EXIT.
       P-CAMBIO-TAXA.
           ACCEPT (18 25) WS-ME-TAXA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-ME-TAXA = ZEROS
               GO TO P-CAMBIO-TAXA.
           COMPUTE WS-VALOR-PAGO ROUNDED = TME-VALOR-ME * WS-ME-TAXA.
       P-CAMBIO-EXIT.
           EXIT.

       P-PTAX-ATUAL.
           IF NOT PTX-OK-88
               GO TO P-PTAX-ATUAL-EXIT.
           ACCEPT WS-ME-HOJE FROM DATE YYYYMMDD.
           MOVE TME-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           START PTAX KEY IS NOT LESS THAN PTX-CHAVE
               INVALID KEY
                   GO TO P-PTAX-ATUAL-EXIT.
       P-PTAX-ATUAL-LER.
           READ PTAX NEXT RECORD
               AT END
                   GO TO P-PTAX-ATUAL-EXIT.
           IF PTX-MOEDA NOT = TME-MOEDA OR PTX-DATA > WS-ME-HOJE
               GO TO P-PTAX-ATUAL-EXIT.
           MOVE PTX-TAXA TO WS-ME-TAXA.
           GO TO P-PTAX-ATUAL-LER.
       P-PTAX-ATUAL-EXIT.
           EXIT.

       P-GRAVA-MOEDA.
           MOVE WS-ME-TAXA TO TME-TAXA-PAG.
           MOVE WS-VALOR-PAGO TO TME-VALOR-PAG.
           MOVE WS-DATA TO TME-DATA-PAG.
           REWRITE REG-TITMOE
               INVALID KEY
                   CONTINUE.
       P-GRAVA-MOEDA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Desconto p/antecipacao do titulo (21):  *
      * aberto e ate o ultimo dia, sugere o     *
      * valor com desconto.                     *
      *-----------------------------------------*
       P-LE-DESC.
           MOVE "N" TO WS-DSC-TEM WS-DSC-ABERTO.
           IF NOT TDS-OK-88
               GO TO P-LE-DESC-EXIT.
           MOVE NUM-CHE TO TDS-NUM.
           READ TITDESC
               INVALID KEY
                   GO TO P-LE-DESC-EXIT.
           IF TDS-SIT NOT = "A" AND TDS-SIT NOT = "B"
               GO TO P-LE-DESC-EXIT.
           MOVE "S" TO WS-DSC-TEM.
           IF TDS-SIT NOT = "A" OR TDS-DATA-LIM < WS-DATA
               GO TO P-LE-DESC-EXIT.
           IF ME-TEM-88 OR TDS-VALOR NOT < VALOR-CHE
               GO TO P-LE-DESC-EXIT.
           MOVE "S" TO WS-DSC-ABERTO.
           MOVE TDS-DATA-LIM TO WS-DSC-LIM.
           DISPLAY (17 04) "Desconto antecip...=".
           DISPLAY (17 25) WS-DIA-DSC "/" WS-MES-DSC "/" WS-ANO-DSC
               "  R$ " TDS-VALOR.
       P-LE-DESC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Abatido no bordero (64) ou pago com     *
      * desconto: capturado; titulo quitado sem *
      * o desconto: perdido.  Baixa parcial     *
      * perde o desconto.                       *
      *-----------------------------------------*
       P-GRAVA-DESC.
           IF TDS-SIT = "B"
               MOVE "C" TO TDS-SIT
               MOVE WS-DATA TO TDS-DATA-TOM
               GO TO P-GRAVA-DESC-REGRAVA.
           MOVE "P" TO TDS-SIT.
           IF NOT DSC-ABERTO-88 OR WS-RESIDUO > ZEROS
               GO TO P-GRAVA-DESC-REGRAVA.
           IF WS-VALOR-PAGO NOT < VALOR-CHE
               GO TO P-GRAVA-DESC-REGRAVA.
           COMPUTE TDS-TOMADO = VALOR-CHE - WS-VALOR-PAGO.
           IF TDS-TOMADO > TDS-VALOR
               MOVE TDS-VALOR TO TDS-TOMADO.
           MOVE "C" TO TDS-SIT.
           MOVE WS-DATA TO TDS-DATA-TOM.
       P-GRAVA-DESC-REGRAVA.
           REWRITE REG-TITDESC
               INVALID KEY
                   CONTINUE.
       P-GRAVA-DESC-EXIT.
           EXIT.

       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO LOG.
           IF FCH-OK-88
               CLOSE FECHA.
           IF TME-OK-88
               CLOSE TITMOE.
           IF PTX-OK-88
               CLOSE PTAX.
           IF TDS-OK-88
               CLOSE TITDESC.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
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
