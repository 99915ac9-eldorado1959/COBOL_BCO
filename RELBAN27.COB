       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN27.
       AUTHOR. ROGERIO-MACHADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE-GRP
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.

           SELECT ATESTO    ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS ATE-NUM
                  FILE STATUS  IS FS-ATE.

           SELECT DEPTO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-DEPTO
                  FILE STATUS  IS FS-DEPTO.

           SELECT SORTEIO   ASSIGN TO DISK
                  SORT STATUS IS ST.

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
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Atesto do depto solicitante (120): so'  *
      * 100% recebido libera titulo com NF.     *
      *-----------------------------------------*
       FD ATESTO            LABEL RECORD IS STANDARD
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

       FD DEPTO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       SD SORTEIO.
       01 REG-SORT.
           03 DEPTO-S          PIC X(02).
           03 VCTO-S           PIC 9(08).
           03 NUM-S            PIC X(06).
           03 FAVOR-S          PIC X(20).
           03 NF-S             PIC X(10).
           03 VALOR-S          PIC 9(08)V99.
           03 PERC-S           PIC 9(03)V99.
           03 TEM-ATE-S        PIC X(01).
           03 DIAS-S           PIC S9(05).

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

       01 WS-VCTO-S.
           03 ANO-VS           PIC 9(04).
           03 MES-VS           PIC 99.
           03 DIA-VS           PIC 99.

       77 FS                   PIC XX.
       77 FS-ATE               PIC XX.
       77 FS-DEPTO             PIC XX.
       77 ST                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-DEPTO-F           PIC X(02) VALUE SPACES.
       77 WS-DEPTO-ANT         PIC X(02) VALUE SPACES.
       77 WS-ATE-OK            PIC X VALUE "S".
       88 ATE-OK-88              VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88            VALUE "S".

       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.

      *----- faixas: 1 vencido, 2 ate 7 dias, 3 de 8 a 15,
      *----- 4 de 16 a 30, 5 mais de 30 dias p/vencer
       77 WS-FX                PIC 9 VALUE ZEROS.
       01 WS-FAIXAS-DEP.
           03 WS-FX-DEP        PIC 9(10)V99 OCCURS 5.
       01 WS-FAIXAS-GER.
           03 WS-FX-GER        PIC 9(10)V99 OCCURS 5.
       77 WS-QTD-DEP           PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DEP         PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-GERAL         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERAL       PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       77 WS-MOSTRA-PERC       PIC ZZ9.

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
           02 F PIC X(47) VALUE
              "ATESTOS PENDENTES P/DEPTO - ATRASO P/VENCIMENTO".

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "NUMERO FAVORECIDO         NF         VCT".
           02 F PIC X(39) VALUE
              "O               VALOR  DIAS SITUACAO".

       01 LINHA-DEPTO.
           02 f pic x(01) value spaces.
           02 F PIC X(06) VALUE "DEPTO ".
           02 DEPTO-DET PIC X(02).
           02 F PIC X(03) VALUE " - ".
           02 NOME-DEPTO-DET PIC X(10).

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 FAVOR-DET PIC X(18).
           02 f pic x(01) value spaces.
           02 NF-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 VCTO-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 DIAS-DET PIC -ZZZ9.
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(10).

       01 LINHA-FXCAB.
           02 f pic x(01) value spaces.
           02 F PIC X(14) VALUE "      Vencidos".
           02 F PIC X(14) VALUE "    Ate 7 dias".
           02 F PIC X(14) VALUE "   8 a 15 dias".
           02 F PIC X(14) VALUE "  16 a 30 dias".
           02 F PIC X(14) VALUE "    Mais de 30".

       01 LINHA-FAIXA.
           02 f pic x(01) value spaces.
           02 FX-DET PIC ZZZ.ZZZ.ZZ9,99 OCCURS 5.

       01 LINHA-SUBTOT.
           02 f pic x(02) value spaces.
           02 ROTULO-SUB PIC X(16).
           02 QTD-SUB PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " titulos R$ ".
           02 VALOR-SUB PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-LIMPA.
           02 f pic x(80) value spaces.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ATESTOS PENDENTES " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Titulos de NF em aberto sem atesto total (120),".
           02 LINE 07 COLUMN 04 VALUE
              "por depto e faixa de vencimento.".
           02 LINE 09 COLUMN 04 VALUE "Depto (vazio=todos)....=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P01-INICIO.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<N> na confirmacao , Sai do Relatorio".
           MOVE SPACES TO WS-DEPTO-F.
           ACCEPT (09 29) WS-DEPTO-F WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-RETORNA.
           MOVE DIA TO WS-UD-DIA.
           MOVE MES TO WS-UD-MES.
           MOVE ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-HOJE.
           DISPLAY (21 04) "Processando...".

       P03-CLASSIFICA.
           SORT SORTEIO ON ASCENDING KEY
               DEPTO-S VCTO-S NUM-S
               INPUT PROCEDURE IS ENTRADA
               OUTPUT PROCEDURE IS SAIDA.

       ENTRADA SECTION.

       E01-ABRE.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT ATESTO.
           IF FS-ATE = "35"
               MOVE "N" TO WS-ATE-OK.
       E02-LER.
           READ BANCO NEXT RECORD
               AT END GO TO E09-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO E02-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO E02-LER.
           IF DESCRI-CHE = "NULO "
               GO TO E02-LER.
           IF NF-CHE = SPACES
               GO TO E02-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E" OR TIPO-CHE = "S"
               GO TO E02-LER.
           IF WS-DEPTO-F NOT = SPACES AND
              OBS-CHE(1:2) NOT = WS-DEPTO-F
               GO TO E02-LER.
           MOVE "N" TO TEM-ATE-S.
           MOVE ZEROS TO PERC-S.
           IF NOT ATE-OK-88
               GO TO E03-PENDENTE.
           MOVE NUM-CHE TO ATE-NUM.
           READ ATESTO
               INVALID KEY
                   GO TO E03-PENDENTE.
           IF ATE-PERC = 100
               GO TO E02-LER.
           MOVE "S" TO TEM-ATE-S.
           MOVE ATE-PERC TO PERC-S.
       E03-PENDENTE.
           MOVE OBS-CHE(1:2) TO DEPTO-S.
           MOVE VCTO-CHE TO VCTO-S.
           MOVE NUM-CHE TO NUM-S.
           MOVE DESCRI-CHE-GRP TO FAVOR-S.
           MOVE NF-CHE TO NF-S.
           MOVE VALOR-CHE TO VALOR-S.
           MOVE DIA-CHE TO WS-UD-DIA.
           MOVE MES-CHE TO WS-UD-MES.
           MOVE ANO-CHE TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           COMPUTE DIAS-S = WS-JDN - WS-JDN-HOJE.
           RELEASE REG-SORT.
           GO TO E02-LER.
       E09-FIM.
           CLOSE BANCO.
           IF ATE-OK-88
               CLOSE ATESTO.

       SAIDA SECTION.

       S01-ABRE.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE ZEROS TO WS-QTD-GERAL WS-TOTAL-GERAL.
           MOVE ZEROS TO WS-FAIXAS-GER.
       S02-RETURN.
           RETURN SORTEIO
               AT END GO TO S08-FIM.
           IF PRIMEIRO-88 OR DEPTO-S NOT = WS-DEPTO-ANT
               PERFORM S-QUEBRA-DEPTO.
           MOVE NUM-S TO NUM-DET.
           MOVE FAVOR-S TO FAVOR-DET.
           MOVE NF-S TO NF-DET.
           MOVE VCTO-S TO WS-VCTO-S.
           MOVE SPACES TO VCTO-DET.
           STRING DIA-VS "/" MES-VS "/" ANO-VS
               DELIMITED BY SIZE INTO VCTO-DET.
           MOVE VALOR-S TO VALOR-DET.
           MOVE DIAS-S TO DIAS-DET.
           MOVE "SEM ATESTO" TO SIT-DET.
           IF TEM-ATE-S = "S"
               MOVE PERC-S TO WS-MOSTRA-PERC
               MOVE SPACES TO SIT-DET
               STRING "PARC. " WS-MOSTRA-PERC "%"
                   DELIMITED BY SIZE INTO SIT-DET.
           WRITE REG-RELATO FROM LINHA-DET.
      *----- faixa pelo que falta p/vencer (negativo = vencido)
           MOVE 5 TO WS-FX.
           IF DIAS-S NOT > 30
               MOVE 4 TO WS-FX.
           IF DIAS-S NOT > 15
               MOVE 3 TO WS-FX.
           IF DIAS-S NOT > 7
               MOVE 2 TO WS-FX.
           IF DIAS-S < ZEROS
               MOVE 1 TO WS-FX.
           ADD VALOR-S TO WS-FX-DEP(WS-FX) WS-FX-GER(WS-FX).
           ADD 1 TO WS-QTD-DEP WS-QTD-GERAL.
           ADD VALOR-S TO WS-TOTAL-DEP WS-TOTAL-GERAL.
           GO TO S02-RETURN.

       S08-FIM.
           IF NOT PRIMEIRO-88
               PERFORM S-IMPRIME-SUBTOT.
           MOVE "TOTAL GERAL...:" TO ROTULO-SUB.
           MOVE WS-QTD-GERAL TO QTD-SUB.
           MOVE WS-TOTAL-GERAL TO VALOR-SUB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUBTOT.
           WRITE REG-RELATO FROM LINHA-FXCAB.
           MOVE WS-FX-GER(1) TO FX-DET(1).
           MOVE WS-FX-GER(2) TO FX-DET(2).
           MOVE WS-FX-GER(3) TO FX-DET(3).
           MOVE WS-FX-GER(4) TO FX-DET(4).
           MOVE WS-FX-GER(5) TO FX-DET(5).
           WRITE REG-RELATO FROM LINHA-FAIXA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-QTD-GERAL = ZEROS
               DISPLAY (21 04) "!! NENHUM ATESTO PENDENTE !!"
           ELSE
               DISPLAY (21 04) "!! < Relatorio Emitido > !!"
               DISPLAY (21 35) WS-QTD-GERAL " titulos"
               MOVE WS-TOTAL-GERAL TO WS-MOSTRA-VALOR
               DISPLAY (21 50) "R$" WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-RETORNA.

      *-----------------------------------------*
      * Troca de depto: subtotal do anterior e  *
      * cabecalho do novo.                      *
      *-----------------------------------------*
       S-QUEBRA-DEPTO.
           IF NOT PRIMEIRO-88
               PERFORM S-IMPRIME-SUBTOT.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE DEPTO-S TO WS-DEPTO-ANT DEPTO-DET.
           MOVE SPACES TO NOME-DEPTO-DET.
           IF DEPTO-OK-88 AND DEPTO-S NUMERIC
               MOVE DEPTO-S TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE NOME-DEPTO TO NOME-DEPTO-DET.
           WRITE REG-RELATO FROM LINHA-DEPTO.
           MOVE ZEROS TO WS-QTD-DEP WS-TOTAL-DEP.
           MOVE ZEROS TO WS-FAIXAS-DEP.

       S-IMPRIME-SUBTOT.
           MOVE "Total depto...:" TO ROTULO-SUB.
           MOVE WS-QTD-DEP TO QTD-SUB.
           MOVE WS-TOTAL-DEP TO VALOR-SUB.
           WRITE REG-RELATO FROM LINHA-SUBTOT.
           WRITE REG-RELATO FROM LINHA-FXCAB.
           MOVE WS-FX-DEP(1) TO FX-DET(1).
           MOVE WS-FX-DEP(2) TO FX-DET(2).
           MOVE WS-FX-DEP(3) TO FX-DET(3).
           MOVE WS-FX-DEP(4) TO FX-DET(4).
           MOVE WS-FX-DEP(5) TO FX-DET(5).
           WRITE REG-RELATO FROM LINHA-FAIXA.
           WRITE REG-RELATO FROM LINHA-LIMPA.

      *-----------------------------------------*
      * Dia juliano a partir de dd/mm/aaaa.     *
      *-----------------------------------------*
       P-JDN-CALC.
           COMPUTE WS-JD-T1 = (WS-UD-MES - 14) / 12.
           COMPUTE WS-JD-T2 =
               (1461 * (WS-UD-ANO + 4800 + WS-JD-T1)) / 4.
           COMPUTE WS-JD-T3 =
               (367 * (WS-UD-MES - 2 - 12 * WS-JD-T1)) / 12.
           COMPUTE WS-JD-L = (WS-UD-ANO + 4900 + WS-JD-T1) / 100.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-UD-DIA - 32075.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".

      *-----------------------------------------*
      * Empresa do login (SESSAO.DAT deste      *
      * terminal): so' os registros dela sao    *
      * tratados e os novos saem com o codigo.  *
      *-----------------------------------------*
       EMPRESA SECTION.
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
