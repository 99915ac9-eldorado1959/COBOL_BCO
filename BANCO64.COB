                  RECORD KEY IS ADI-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-ADI.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT TITDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDS-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-TDS.
           SELECT RATEIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT SODREGRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SOD
                  FILE STATUS IS FS-SOD.
           SELECT CERTFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-CHAVE
                  FILE STATUS IS FS-CER.
           SELECT ATESTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ATE-NUM
                  FILE STATUS IS FS-ATE.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
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

       FD SESSAO
           LABEL RECORD IS STANDARD
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD BANCO
           LABEL RECORD IS STANDARD
           03 BORD-QTD         PIC 9(05).
           03 BORD-TOTAL       PIC 9(10)V99.
           03 BORD-SIT         PIC X(01).
           03 BORD-EMPR        PIC 99.

       FD BORDITEM
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD TALAO
           LABEL RECORD IS STANDARD
           03 ADI-LANC         PIC X(06).
           03 ADI-SIT          PIC X(01).

      *----- codigo incorporado por fusao (115) -> sobrevivente
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

      *-----------------------------------------*
      * Desconto p/pagamento antecipado (21):   *
      * A aberto, B abatido no bordero, C       *
      * capturado na baixa, P perdido.          *
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

       FD RATEIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RATEIO.DAT".
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).

      *-----------------------------------------*
      * Regras de segregacao de funcoes (113).  *
      *-----------------------------------------*
       FD SODREGRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREGRA.DAT".
       01 REG-SODREGRA.
           03 COD-SOD          PIC X(02).
           03 ATIVA-SOD        PIC X(01).
           03 LIBERA-SOD       PIC X(01).
           03 SOD-POR          PIC X(08).
           03 SOD-DATA         PIC 9(08).

      *-----------------------------------------*
      * Certidoes do fornecedor (119): C CND    *
      * federal, F FGTS, T trabalhista, E       *
      * estadual, M municipal.                  *
      *-----------------------------------------*
       FD CERTFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CERTFORN.DAT".
       01 REG-CERT.
           03 CER-CHAVE.
               05 CER-FORN     PIC X(05).
               05 CER-TIPO     PIC X(01).
           03 CER-NUMERO       PIC X(20).
           03 CER-EMISSAO      PIC 9(08).
           03 CER-VALIDADE.
               05 CER-VAL-ANO  PIC 9(04).
               05 CER-VAL-MES  PIC 99.
               05 CER-VAL-DIA  PIC 99.

      *-----------------------------------------*
      * Atesto do depto solicitante (120): so'  *
      * 100% recebido libera titulo com NF.     *
      *-----------------------------------------*
       FD ATESTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTO.DAT".
       01 REG-ATESTO.
           03 ATE-NUM          PIC X(06).
           03 ATE-DEPTO        PIC X(02).
           03 ATE-RESP         PIC X(20).
           03 ATE-DATA         PIC 9(08).
           03 ATE-MEDIDA       PIC X(01).
           03 ATE-QTD-PED      PIC 9(07)V99.
           03 ATE-QTD-REC      PIC 9(07)V99.
           03 ATE-PERC         PIC 9(03)V99.
           03 ATE-OBS          PIC X(30).
           03 ATE-OPERADOR     PIC X(08).
           03 ATE-GRAVADO      PIC 9(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************
       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       88 OPCAO-88               VALUE 0 1 2 3.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-CER-PASSA         PIC X VALUE "S".
       88 CER-PASSA-88           VALUE "S".
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.

      *----- segregacao: quem aprovou nao libera (regra AP)
       77 FS-SOD               PIC XX.
       77 WS-SOD-OK            PIC X VALUE "S".
       88 SOD-OK-88              VALUE "S".
       77 FS-CER               PIC XX.
       77 WS-CER-OK            PIC X VALUE "S".
       88 CER-OK-88              VALUE "S".
       77 FS-ATE               PIC XX.
       77 WS-ATE-OK            PIC X VALUE "S".
       88 ATE-OK-88              VALUE "S".
       77 WS-ATESTADO          PIC X VALUE "N".
       88 ATESTADO-88            VALUE "S".
       77 WS-QTD-ATE           PIC 9(05) VALUE ZEROS.
       77 WS-CER-VENCIDA       PIC X VALUE "N".
       88 CER-VENCIDA-88         VALUE "S".
       77 WS-CER-MSG           PIC X(45) VALUE SPACES.
       77 WS-CER-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-CER-REF.
           03 WS-CER-ANO       PIC 9(04).
           03 WS-CER-MES       PIC 99.
           03 WS-CER-DIA       PIC 99.
       01 WS-CER-REF-N REDEFINES WS-CER-REF PIC 9(08).
       77 WS-SOD-ATIVA         PIC X VALUE "S".
       88 SOD-ATIVA-88           VALUE "S".
       77 WS-SOD-LIBERA        PIC X VALUE "S".
       77 WS-SOD-PASSA         PIC X VALUE "S".
       88 SOD-PASSA-88           VALUE "S".
       77 WS-SOD-CONF          PIC X VALUE SPACES.

      *----- verba do depto no mes do vencimento (55)
       77 FS-CONTA             PIC XX.
       77 WS-CONTA-OK          PIC X VALUE "S".
       77 WS-NUMFIM-T          PIC 9(06) VALUE ZEROS.
       01 WS-REG-SAVE2         PIC X(350).
       77 FS-ADI               PIC XX.
       77 FS-SUC               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-ADI-SALDO         PIC 9(10)V99 VALUE ZEROS.
       77 WS-ADI-ABATE         PIC 9(08)V99 VALUE ZEROS.
       77 WS-ADI-RESTA         PIC 9(08)V99 VALUE ZEROS.
       77 WS-ADI-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WS-ADI-LANC          PIC X(06) VALUE SPACES.
       77 WS-ADI-CONF          PIC X VALUE SPACES.
       77 FS-TDS               PIC XX.
       77 WS-TDS-OK            PIC X VALUE "S".
       88 TDS-OK-88              VALUE "S".
       77 WS-DSC-ABERTO        PIC X VALUE "N".
       88 DSC-ABERTO-88          VALUE "S".
       77 WS-DSC-CONF          PIC X VALUE SPACES.
       77 WS-DSC-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-DESC          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-DESC          PIC 9(10)V99 VALUE ZEROS.
       01 WS-DSC-LIM.
           03 WS-ANO-DSC        PIC 9(04).
           03 WS-MES-DSC        PIC 99.
           03 WS-DIA-DSC        PIC 99.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 FS-RAT               PIC XX.
       77 WS-RAT-OK            PIC X VALUE "S".
           02 F PIC X(12) VALUE " NO VALOR DE ".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-DESC.
           02 f pic x(10) value spaces.
           02 F PIC X(14) VALUE "DESCONTO ATE ".
           02 DSC-DATA-DET PIC X(10).
           02 f pic x(02) value spaces.
           02 DSC-SIT-DET PIC X(16).
           02 DSC-VALOR-DET PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTDESC.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "DESCONTOS ABATIDOS.:".
           02 QTD-DESC PIC ZZ.ZZ9.
           02 F PIC X(13) VALUE " NO VALOR DE ".
           02 VALOR-DESC PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ASSINA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE "APROVACAO DO GERENTE : ______________".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               OPEN OUTPUT ADIANTA
               CLOSE ADIANTA
               OPEN I-O ADIANTA.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN I-O TITDESC.
           IF FS-TDS = "35"
               MOVE "N" TO WS-TDS-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           OPEN INPUT SODREGRA.
           IF FS-SOD = "35"
               MOVE "N" TO WS-SOD-OK.
           OPEN INPUT CERTFORN.
           IF FS-CER = "35"
               MOVE "N" TO WS-CER-OK.
           OPEN INPUT ATESTO.
           IF FS-ATE = "35"
               MOVE "N" TO WS-ATE-OK.
           PERFORM P-LE-REGRA THRU P-LE-REGRA-EXIT.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           MOVE WS-BORD-NUM TO BORD-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE ZEROS TO WS-QTD WS-TOTAL WS-QTD-DESC WS-TOT-DESC.
           MOVE ZEROS TO WS-QTD-ATE.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-EMITE-FECHA.
       P-EMITE-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-EMITE-FECHA.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-EMITE-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-EMITE-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-EMITE-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-EMITE-LER.
      *----- liquido da folha e' credito de salario (109)
           IF TIPO-CHE = "S"
               GO TO P-EMITE-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               GO TO P-EMITE-LER.
      *----- fatura de cartao (107) so depois de alocada/rateada
           IF TIPO-CHE = "F" AND RATEIO-CHE NOT = "S"
               GO TO P-EMITE-LER.
           MOVE ANO-CHE TO WS-ANO-REG.
           MOVE MES-CHE TO WS-MES-REG.
           MOVE DIA-CHE TO WS-DIA-REG.
      *----- desconto p/antecipacao ainda aberto entra pelo
      *----- ultimo dia do desconto, mesmo vencendo depois
           PERFORM P-LE-DESC THRU P-LE-DESC-EXIT.
           IF WS-VCTO-REG > WS-VCTO-ATE
               IF NOT DSC-ABERTO-88 OR WS-DSC-LIM > WS-VCTO-ATE
                   GO TO P-EMITE-LER.
           IF WS-CONTA-F NOT = SPACES AND CONTA-CHE NOT = WS-CONTA-F
               GO TO P-EMITE-LER.
           IF WS-DEPTO-F NOT = SPACES AND
              OBS-CHE(1:2) NOT = WS-DEPTO-F
               GO TO P-EMITE-LER.
      *----- titulo de NF so' com atesto total do depto (120)
           PERFORM P-LE-ATESTO THRU P-LE-ATESTO-EXIT.
           IF NOT ATESTADO-88
               ADD 1 TO WS-QTD-ATE
               GO TO P-EMITE-LER.
           PERFORM P-MOSTRA-REG.
           IF DSC-ABERTO-88
               MOVE TDS-VALOR TO WS-MOSTRA-VALOR
               DISPLAY (13 04) "Desconto ate " WS-DIA-DSC "/"
                   WS-MES-DSC "/" WS-ANO-DSC " R$ " WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Incluir no bordero ?  < S/N >".
           ACCEPT (21 39) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-EMITE-LER.
      *----- quem aprovou o lancamento (70) nao o poe no bordero
           IF SOD-ATIVA-88 AND APROV-POR NOT = SPACES
              AND APROV-POR = WS-OPERADOR
               PERFORM P-BLOQUEIA-SOD THRU P-BLOQUEIA-SOD-EXIT
               IF NOT SOD-PASSA-88
                   GO TO P-EMITE-LER.
      *----- certidao do fornecedor (119) vencida no pagamento:
      *----- so entra com liberacao de supervisor, no log
           PERFORM P-BLOQUEIA-CERT THRU P-BLOQUEIA-CERT-EXIT.
           IF NOT CER-PASSA-88
               GO TO P-EMITE-LER.
      *----- verba do depto no mes: estouro so entra no bordero
      *----- com liberacao de supervisor, registrada no log
           PERFORM P-VERIFICA-VERBA THRU P-VERIFICA-VERBA-EXIT.
      *----- fornecedor com adiantamento em aberto: oferece o
      *----- abatimento e registra dos dois lados
           PERFORM P-ABATE-ADIANT THRU P-ABATE-ADIANT-EXIT.
           PERFORM P-ABATE-DESC THRU P-ABATE-DESC-EXIT.
           MOVE WS-BORD-NUM TO BIT-BORD.
           MOVE NUM-CHE TO BIT-NUM.
           MOVE VALOR-CHE TO BIT-VALOR.
           WRITE REG-BORDITEM INVALID KEY
               CONTINUE.
           PERFORM P-GRAVA-LOG-BORD.
           ADD 1 TO WS-QTD.
           ADD VALOR-CHE TO WS-TOTAL.
           MOVE NUM-CHE TO NUM-DET.
               DELIMITED BY SIZE INTO VCTO-DET.
           MOVE VALOR-CHE TO VALOR-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           IF DSC-ABERTO-88
               PERFORM P-IMPRIME-DESC.
           GO TO P-EMITE-LER.
       P-EMITE-FECHA.
           IF WS-QTD-ATE > ZEROS
               DISPLAY (18 04) "Retidos sem atesto (120): " WS-QTD-ATE.
           MOVE WS-QTD TO QTD-TOTAL.
           MOVE WS-TOTAL TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           IF WS-QTD-DESC > ZEROS
               MOVE WS-QTD-DESC TO QTD-DESC
               MOVE WS-TOT-DESC TO VALOR-DESC
               WRITE REG-RELATO FROM LINHA-TOTDESC.
           WRITE REG-RELATO FROM LINHA-LIMPA.
           WRITE REG-RELATO FROM LINHA-ASSINA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD TO BORD-QTD.
           MOVE WS-TOTAL TO BORD-TOTAL.
           MOVE "A" TO BORD-SIT.
           MOVE WS-EMPR-SES TO BORD-EMPR.
           WRITE REG-BORDERO INVALID KEY
               CONTINUE.
           DISPLAY (19 04) "Bordero No. " WS-BORD-NUM " emitido.".
                   ACCEPT (23 30) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-BAIXA-FIM.
           IF BORD-EMPR NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Bordero de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BAIXA-FIM.
           IF BORD-SIT NOT = "A"
               DISPLAY (21 04) "!! BORDERO JA BAIXADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               MOVE "SEM APROVACAO (70)" TO MOTIVO-REC
               WRITE REG-RELATO FROM LINHA-REC
               GO TO P-BAIXA-UM-EXIT.
           IF SITUACAO-CHE = "S"
               ADD 1 TO WS-QTD-REC
               MOVE BIT-NUM TO NUM-REC
               MOVE "CHEQUE SUSTADO (131)" TO MOTIVO-REC
               WRITE REG-RELATO FROM LINHA-REC
               GO TO P-BAIXA-UM-EXIT.
           IF VALOR-CHE NOT = BIT-VALOR
               ADD 1 TO WS-QTD-REC
               MOVE BIT-NUM TO NUM-REC
           PERFORM P-GRAVA-LOG.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           PERFORM P-BAIXA-DESC THRU P-BAIXA-DESC-EXIT.
           ADD 1 TO WS-QTD-BX.
       P-BAIXA-UM-EXIT.
           EXIT.
               GO TO P-GERA-CHEQUES-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-GERA-CHEQUES-LER.
           IF SITUACAO-CHE = "S"
               GO TO P-GERA-CHEQUES-LER.
           IF CONTA-CHE = "TITULOS"
               GO TO P-GERA-CHEQUES-LER.
           IF FOLHA-CHE = ZEROS
       P-ACHA-CONTA-COD-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-ACHA-CONTA-COD-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-ACHA-CONTA-COD-LER.
           IF NOME-CONTA NOT = WS-FOLHA-CONTA
               GO TO P-ACHA-CONTA-COD-LER.
           MOVE COD-CONTA TO WS-CONTA-COD.
           ACCEPT (16 26) WS-ADI-FORN WITH PROMPT AUTO-SKIP.
           IF WS-ADI-FORN = SPACES
               GO TO P-ADIANTA-INC-FIM.
      *----- codigo incorporado por fusao: credito vai p/o sobrevivente
           IF SUC-OK-88
               MOVE WS-ADI-FORN TO SUC-COD
               READ FORNSUC
                   INVALID KEY
                       MOVE SPACES TO SUC-COD.
           IF SUC-OK-88 AND SUC-COD NOT = SPACES
               MOVE SUC-NOVO TO WS-ADI-FORN
               DISPLAY (16 26) WS-ADI-FORN
               DISPLAY (16 33) "(incorporado ao " SUC-NOVO ")".
           DISPLAY (17 04) "Valor adiantado R$  :".
           MOVE ZEROS TO WS-ADI-VALOR.
           ACCEPT (17 26) WS-ADI-VALOR WITH PROMPT AUTO-SKIP.
       P-ABATE-ADIANT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Desconto do titulo ainda aproveitavel:  *
      * situacao A e ultimo dia >= hoje.        *
      *-----------------------------------------*
       P-LE-DESC.
           MOVE "N" TO WS-DSC-ABERTO.
           MOVE ZEROS TO WS-DSC-LIM.
           IF NOT TDS-OK-88
               GO TO P-LE-DESC-EXIT.
           MOVE NUM-CHE TO TDS-NUM.
           READ TITDESC
               INVALID KEY
                   GO TO P-LE-DESC-EXIT.
           IF TDS-SIT NOT = "A" OR TDS-DATA-LIM < WS-DATA
               GO TO P-LE-DESC-EXIT.
           MOVE TDS-DATA-LIM TO WS-DSC-LIM.
           MOVE "S" TO WS-DSC-ABERTO.
       P-LE-DESC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Titulo com desconto aberto entrando no  *
      * bordero: abate o desconto do valor a    *
      * pagar, como no adiantamento.            *
      *-----------------------------------------*
       P-ABATE-DESC.
           IF NOT DSC-ABERTO-88
               GO TO P-ABATE-DESC-EXIT.
           DISPLAY (21 04) "Aproveitar desconto ?  < S/N >".
           ACCEPT (21 37) WS-DSC-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-DSC-CONF NOT = "S" AND WS-DSC-CONF NOT = "s"
               GO TO P-ABATE-DESC-EXIT.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE TDS-VALOR TO WS-DSC-VALOR.
           IF WS-DSC-VALOR NOT < VALOR-CHE
               DISPLAY (21 04) "!! DESCONTO MAIOR QUE O SALDO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ABATE-DESC-EXIT.
           COMPUTE VALOR-CHE = VALOR-CHE - WS-DSC-VALOR.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
           REWRITE REG-BCO
               INVALID KEY
                   CONTINUE.
           PERFORM P-GRAVA-LOG-ADIANT.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "B" TO TDS-SIT.
           MOVE WS-DSC-VALOR TO TDS-TOMADO.
           REWRITE REG-TITDESC
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-QTD-DESC.
           ADD WS-DSC-VALOR TO WS-TOT-DESC.
           DISPLAY (16 04) "Valor a pagar c/desconto: " VALOR-CHE.
           ACCEPT (23 01) WS-P.
           DISPLAY (16 04) WS-LIMPA.
       P-ABATE-DESC-EXIT.
           EXIT.

      *----- linha de aviso do desconto abaixo do titulo
       P-IMPRIME-DESC.
           MOVE SPACES TO DSC-DATA-DET.
           STRING WS-DIA-DSC "/" WS-MES-DSC "/" WS-ANO-DSC
               DELIMITED BY SIZE INTO DSC-DATA-DET.
           IF TDS-SIT = "B"
               MOVE "ABATIDO      R$ " TO DSC-SIT-DET
               MOVE TDS-TOMADO TO DSC-VALOR-DET
           ELSE
               MOVE "NAO ABATIDO  R$ " TO DSC-SIT-DET
               MOVE TDS-VALOR TO DSC-VALOR-DET.
           WRITE REG-RELATO FROM LINHA-DESC.

      *-----------------------------------------*
      * Na baixa: desconto abatido no bordero   *
      * fica capturado; o que ficou aberto foi  *
      * perdido (titulo pago pelo valor cheio). *
      *-----------------------------------------*
       P-BAIXA-DESC.
           IF NOT TDS-OK-88
               GO TO P-BAIXA-DESC-EXIT.
           MOVE NUM-CHE TO TDS-NUM.
           READ TITDESC
               INVALID KEY
                   GO TO P-BAIXA-DESC-EXIT.
           IF TDS-SIT = "B"
               MOVE "C" TO TDS-SIT
               MOVE WS-DATA TO TDS-DATA-TOM
           ELSE
               IF TDS-SIT = "A"
                   MOVE "P" TO TDS-SIT
               ELSE
                   GO TO P-BAIXA-DESC-EXIT.
           REWRITE REG-TITDESC
               INVALID KEY
                   CONTINUE.
       P-BAIXA-DESC-EXIT.
           EXIT.

      *----- soma dos saldos abertos do fornecedor
       P-ADIANTA-SALDO.
           MOVE ZEROS TO WS-ADI-SALDO.
       P-VERIFICA-VERBA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-VERBA-TESTA.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-VERBA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-VERIFICA-VERBA-LER.
           IF MES-CHE NOT = WS-VER-MES OR ANO-CHE NOT = WS-VER-ANO
           MOVE "BANCO64" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Lancamento posto no bordero, no log.    *
      *-----------------------------------------*
       P-GRAVA-LOG-BORD.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "O" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO64" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Regra AP gravada no 113; sem ela vale   *
      * ativa, com liberacao de supervisor.     *
      *-----------------------------------------*
       P-LE-REGRA.
           MOVE "S" TO WS-SOD-ATIVA WS-SOD-LIBERA.
           IF NOT SOD-OK-88
               GO TO P-LE-REGRA-EXIT.
           MOVE "AP" TO COD-SOD.
           READ SODREGRA
               INVALID KEY
                   GO TO P-LE-REGRA-EXIT.
           MOVE ATIVA-SOD TO WS-SOD-ATIVA.
           MOVE LIBERA-SOD TO WS-SOD-LIBERA.
       P-LE-REGRA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Conflito de funcoes: so passa com       *
      * liberacao de supervisor (nivel 3), se a *
      * regra permitir, registrada no log.      *
      *-----------------------------------------*
       P-BLOQUEIA-SOD.
           MOVE "N" TO WS-SOD-PASSA.
           DISPLAY (21 04) "!! SEGREGACAO: QUEM APROVOU NAO LIBERA !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-LIBERA NOT = "S" OR WS-NIVEL < 3
               GO TO P-BLOQUEIA-SOD-EXIT.
           DISPLAY (21 04) "Supervisor libera o bordero ?  < S/N >".
           ACCEPT (21 45) WS-SOD-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-CONF NOT = "S" AND WS-SOD-CONF NOT = "s"
               GO TO P-BLOQUEIA-SOD-EXIT.
           MOVE "S" TO WS-SOD-PASSA.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "P" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO64" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-BLOQUEIA-SOD-EXIT.
           EXIT.

      *-----------------------------------------*

      *-----------------------------------------*
           READ BORDERO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo bordero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           IF FS-BOR NOT = "10" AND COD-BORD > WS-BORD-ULT
               AND (BORD-EMPR = WS-EMPR-SES
                    OR COD-BORD = WS-BORD-ULT + 1)
               MOVE COD-BORD TO WS-BORD-ULT.

       P-GRAVA-LOG.
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
               CLOSE RATEIO.
           IF FCH-OK-88
               CLOSE FECHA.
           IF TDS-OK-88
               CLOSE TITDESC.
           IF SOD-OK-88
               CLOSE SODREGRA.
           IF CER-OK-88
               CLOSE CERTFORN.
           IF ATE-OK-88
               CLOSE ATESTO.
           IF SUC-OK-88
               CLOSE FORNSUC.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * Certidoes do fornecedor (119) na data   *
      * do pagamento (vencimento, ou hoje se ja *
      * passou): a primeira vencida fica em     *
      * REG-CERT e WS-CER-MSG.  Fornecedor sem  *
      * certidao cadastrada nao e' cobrado.     *
      *-----------------------------------------*
       P-VERIFICA-CERT.
           MOVE "N" TO WS-CER-VENCIDA.
           MOVE SPACES TO WS-CER-MSG.
           IF NOT CER-OK-88 OR FORN-CHE = SPACES
               GO TO P-VERIFICA-CERT-EXIT.
           ACCEPT WS-CER-HOJE FROM DATE YYYYMMDD.
           MOVE ANO-CHE TO WS-CER-ANO.
           MOVE MES-CHE TO WS-CER-MES.
           MOVE DIA-CHE TO WS-CER-DIA.
           IF WS-CER-REF-N < WS-CER-HOJE
               MOVE WS-CER-HOJE TO WS-CER-REF-N.
           MOVE FORN-CHE TO CER-FORN.
           MOVE SPACES TO CER-TIPO.
           START CERTFORN KEY IS NOT LESS THAN CER-CHAVE
               INVALID KEY GO TO P-VERIFICA-CERT-EXIT.
       P-VERIFICA-CERT-LER.
           READ CERTFORN NEXT RECORD
               AT END GO TO P-VERIFICA-CERT-EXIT.
           IF CER-FORN NOT = FORN-CHE
               GO TO P-VERIFICA-CERT-EXIT.
           IF CER-VALIDADE NOT < WS-CER-REF
               GO TO P-VERIFICA-CERT-LER.
           MOVE "S" TO WS-CER-VENCIDA.
           STRING "!! CERTIDAO " CER-TIPO " VENCIDA EM "
                  CER-VAL-DIA "/" CER-VAL-MES "/" CER-VAL-ANO
                  " (119) !!" DELIMITED BY SIZE INTO WS-CER-MSG.
       P-VERIFICA-CERT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Certidao vencida: fora do bordero, a    *
      * menos que o supervisor (nivel 3) libere.*
      *-----------------------------------------*
       P-BLOQUEIA-CERT.
           MOVE "S" TO WS-CER-PASSA.
           PERFORM P-VERIFICA-CERT THRU P-VERIFICA-CERT-EXIT.
           IF NOT CER-VENCIDA-88
               GO TO P-BLOQUEIA-CERT-EXIT.
           MOVE "N" TO WS-CER-PASSA.
           DISPLAY (21 04) WS-CER-MSG.
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-NIVEL < 3
               DISPLAY (21 04)
                   "!! FORA DO BORDERO - SO SUPERVISOR LIBERA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BLOQUEIA-CERT-EXIT.
           DISPLAY (21 04) "Supervisor libera o pagamento ? < S/N >".
           ACCEPT (21 45) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-BLOQUEIA-CERT-EXIT.
           MOVE "S" TO WS-CER-PASSA.
           PERFORM P-GRAVA-LOG-CERT.
       P-BLOQUEIA-CERT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Liberacao de certidao vencida no log.   *
      *-----------------------------------------*
       P-GRAVA-LOG-CERT.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "T" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO64" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Titulo lancado de NF exige atesto de    *
      * 100% do depto solicitante (120); sem    *
      * ATESTO.DAT nada de NF esta atestado.    *
      *-----------------------------------------*
       P-LE-ATESTO.
           MOVE "S" TO WS-ATESTADO.
           IF NF-CHE = SPACES
               GO TO P-LE-ATESTO-EXIT.
           MOVE "N" TO WS-ATESTADO.
           IF NOT ATE-OK-88
               GO TO P-LE-ATESTO-EXIT.
           MOVE NUM-CHE TO ATE-NUM.
           READ ATESTO
               INVALID KEY
                   GO TO P-LE-ATESTO-EXIT.
           IF ATE-PERC = 100
               MOVE "S" TO WS-ATESTADO.
       P-LE-ATESTO-EXIT.
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
