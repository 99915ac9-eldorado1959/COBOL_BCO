
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO106.
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
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT EMPREST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-EMP.
           SELECT EMPPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EPC-CHAVE
                  FILE STATUS IS FS-EPC.
           SELECT FERIADO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FER-DATA
                  FILE STATUS IS FS-FER.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
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
           SELECT LIMITE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-LIM
                  FILE STATUS IS FS-LIM.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
      * cima da ultima geracao do backup (93).  *
      *-----------------------------------------*
       FD JRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOJRN.DAT".
       01 REG-JRN.
           03 JRN-DATA         PIC 9(08).
           03 JRN-HORA         PIC 9(06).
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAINEL.DAT".
       01 REG-PAINEL.
           03 PAN-DATA         PIC 9(08).
           03 PAN-QTD-HOJE     PIC 9(04).
           03 PAN-TOT-HOJE     PIC 9(10)V99.
           03 PAN-QTD-SEM      PIC 9(04).
           03 PAN-TOT-SEM      PIC 9(10)V99.
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD LIMITE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMITE.DAT".
       01 REG-LIMITE.
           03 COD-LIM          PIC 9.
           03 VALOR-LIM        PIC 9(08)V99.

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

       FD FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REG-FERIADO.
           03 FER-DATA         PIC 9(08).
           03 FER-DESCRI       PIC X(20).

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
       01 REG-FECHA.
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).

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
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-LIM               PIC XX.
       77 WS-LIMITE            PIC 9(08)V99 VALUE ZEROS.
       77 FS-OPER               PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-EPC               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-MES-G             PIC 99 VALUE ZEROS.
       77 WS-ANO-G             PIC 9(04) VALUE ZEROS.
       01 WS-AAAAMM-G.
           03 WS-AAAA-G        PIC 9(04).
           03 WS-MM-G          PIC 99.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-AMORT         PIC X(06) VALUE SPACES.
       77 WS-NUM-JUROS         PIC X(06) VALUE SPACES.
       77 WS-VALOR             PIC 9(08)V99 VALUE ZEROS.
       77 WS-CATEG             PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PARC          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-GER           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PUL           PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-GER         PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-AMORT       PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOTAL-JUROS       PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-DIA-VCTO          PIC 99 VALUE ZEROS.


      *----- rolagem p/dia util (fds e feriados do 86)
       77 FS-FER               PIC XX.
       77 WS-FER-OK            PIC X VALUE "S".
       88 FER-OK-88              VALUE "S".
       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-DOW               PIC 9 VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JD-N              PIC S9(08) VALUE ZEROS.
       77 WS-JD-I              PIC S9(08) VALUE ZEROS.
       77 WS-JD-J              PIC S9(08) VALUE ZEROS.
       77 WS-JD-QUOC           PIC 9(08) VALUE ZEROS.
       77 WS-JD-RESTO          PIC 9 VALUE ZEROS.
       77 WS-UTIL              PIC X VALUE "N".
       88 UTIL-88                VALUE "S".

       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.

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
           02 F PIC X(35) VALUE "GERACAO DE PARCELAS DE EMPRESTIMOS ".
           02 MES-TIT PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-CABEC2.
           02 f pic x(02) value spaces.
           02 F PIC X(42) VALUE
              "CONT PAR NUMERO BANCO           VENCIMENTO".
           02 F PIC X(30) VALUE
              "          VALOR  OBSERVACAO".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 EMP-DET PIC 9(04).
           02 f pic x(01) value spaces.
           02 PARC-DET PIC 9(03).
           02 f pic x(01) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 BANCO-DET PIC X(15).
           02 f pic x(01) value spaces.
           02 VCTO-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 OBS-DET PIC X(18).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "GERADOS...........: ".
           02 QTD-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(13) VALUE " NO VALOR DE ".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL2.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "AMORTIZACAO.......: ".
           02 AMORT-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(10) VALUE "  JUROS.: ".
           02 JUROS-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " GERA PARCELAS DE EMPRESTIMOS "
               BLINK.
           02 LINE 08 COLUMN 04 VALUE "Mes  (01 a 12)......=".
           02 LINE 09 COLUMN 04 VALUE "Ano  (aaaa).........=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS = "30"
               CLOSE BANCO
               OPEN OUTPUT BANCO
               CLOSE BANCO
               GO TO P03-ABERTURA.
           OPEN INPUT EMPREST.
           IF FS-EMP = "35"
               DISPLAY (10 10) "!! ARQUIVO EMPREST.DAT INEXISTENTE !!"
               DISPLAY (11 10) "!! CADASTRE OS CONTRATOS NO 105 !!"
               CLOSE BANCO
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               PERFORM P-RETORNA.
           OPEN I-O EMPPARC.
           OPEN INPUT FERIADO.
           IF FS-FER = "35"
               MOVE "N" TO WS-FER-OK.
           OPEN INPUT LIMITE.
           IF FS-LIM = "00"
               MOVE 1 TO COD-LIM
               READ LIMITE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE VALOR-LIM TO WS-LIMITE.
           IF FS-LIM NOT = "35"
               CLOSE LIMITE.
           OPEN EXTEND LOG.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           OPEN OUTPUT RELATO.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<MES = 00 , Sai da Geracao".
       P04-MES.
           ACCEPT (08 25) WS-MES-G WITH PROMPT AUTO-SKIP.
           IF WS-MES-G = ZEROS
               PERFORM P-FIM.
           IF WS-MES-G > 12
               GO TO P04-MES.
           ACCEPT (09 25) WS-ANO-G WITH PROMPT AUTO-SKIP.
           IF WS-ANO-G = ZEROS
               MOVE ANO TO WS-ANO-G
               DISPLAY (09 25) WS-ANO-G.
      *----- mes ja fechado (87) nao recebe geracao
           MOVE WS-ANO-G TO WS-FCH-T-ANO.
           MOVE WS-MES-G TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (21 04) "!! MES JA FECHADO (87) - NAO GERA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Gerar as parcelas deste mes ? < S/N >".
           ACCEPT (21 43) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           MOVE WS-ANO-G TO WS-AAAA-G.
           MOVE WS-MES-G TO WS-MM-G.
           PERFORM P-GERA-CODIGO.
           MOVE ZEROS TO WS-QTD-GER WS-QTD-PUL WS-TOTAL-GER.
           MOVE ZEROS TO WS-TOTAL-AMORT WS-TOTAL-JUROS.
           PERFORM P-IMPRIME-CABEC.
           MOVE ZEROS TO EMP-NUM.
           START EMPREST KEY IS NOT LESS THAN EMP-NUM
               INVALID KEY GO TO P-GERA-FIM.
       P05-CONTRATO.
           READ EMPREST NEXT RECORD
               AT END GO TO P-GERA-FIM.
      *----- contrato cancelado (105) nao gera mais nada
           IF EMP-SIT = "C"
               GO TO P05-CONTRATO.
           COMPUTE WS-QTD-PARC = EMP-CARENCIA + EMP-PRAZO.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE ZEROS TO EPC-PARC.
           START EMPPARC KEY IS NOT LESS THAN EPC-CHAVE
               INVALID KEY GO TO P05-CONTRATO.
       P06-PARCELA.
           READ EMPPARC NEXT RECORD
               AT END GO TO P05-CONTRATO.
           IF EPC-NUM NOT = EMP-NUM
               GO TO P05-CONTRATO.
           IF EPC-VCTO(1:6) = WS-AAAAMM-G
               PERFORM P-GERA-UM THRU P-GERA-UM-EXIT.
           GO TO P06-PARCELA.

      *-----------------------------------------*
      * Gera a parcela do cronograma em dois    *
      * lancamentos ligados pelo LIGA-CHE: a    *
      * amortizacao e os juros, cada um com a   *
      * sua categoria, recusando parcela ja     *
      * gerada.                                 *
      *-----------------------------------------*
       P-GERA-UM.
           IF EPC-NUM-AMORT = SPACES AND EPC-NUM-JUROS = SPACES
               GO TO P-GERA-UM-GRAVA.
           ADD 1 TO WS-QTD-PUL.
           MOVE EMP-NUM TO EMP-DET.
           MOVE EPC-PARC TO PARC-DET.
           MOVE EPC-NUM-AMORT TO NUM-DET.
           IF EPC-NUM-AMORT = SPACES
               MOVE EPC-NUM-JUROS TO NUM-DET.
           MOVE EMP-BANCO TO BANCO-DET.
           MOVE SPACES TO VCTO-DET.
           MOVE ZEROS TO VALOR-DET.
           MOVE "JA GERADO !!" TO OBS-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           GO TO P-GERA-UM-EXIT.
       P-GERA-UM-GRAVA.
      *----- valor de BCO.DAT tem 8 inteiros
           IF EPC-AMORT > 99999999,99 OR EPC-JUROS > 99999999,99
               ADD 1 TO WS-QTD-PUL
               MOVE EMP-NUM TO EMP-DET
               MOVE EPC-PARC TO PARC-DET
               MOVE SPACES TO NUM-DET VCTO-DET
               MOVE EMP-BANCO TO BANCO-DET
               MOVE ZEROS TO VALOR-DET
               MOVE "VALOR EXCEDE !!" TO OBS-DET
               WRITE REG-RELATO FROM LINHA-DET
               GO TO P-GERA-UM-EXIT.
           MOVE SPACES TO WS-NUM-AMORT WS-NUM-JUROS.
           IF EPC-AMORT > ZEROS
               PERFORM P-NUM-LIVRE THRU P-NUM-LIVRE-FIM
               MOVE WS-NUM TO WS-NUM-AMORT.
           IF EPC-JUROS > ZEROS
               PERFORM P-NUM-LIVRE THRU P-NUM-LIVRE-FIM
               MOVE WS-NUM TO WS-NUM-JUROS.
           IF WS-NUM-AMORT NOT = SPACES
               MOVE WS-NUM-AMORT TO NUM-CHE
               MOVE WS-NUM-JUROS TO LIGA-CHE
               MOVE EPC-AMORT TO WS-VALOR
               MOVE EMP-CATEG-AMORT TO WS-CATEG
               PERFORM P-MONTA-LANC
               MOVE "AMO" TO OBS-CHE(9:3)
               PERFORM P-GERA-UM-ESCREVE THRU P-GERA-UM-ESCREVE-FIM
               ADD EPC-AMORT TO WS-TOTAL-AMORT.
           IF WS-NUM-JUROS NOT = SPACES
               MOVE WS-NUM-JUROS TO NUM-CHE
               MOVE WS-NUM-AMORT TO LIGA-CHE
               MOVE EPC-JUROS TO WS-VALOR
               MOVE EMP-CATEG-JUROS TO WS-CATEG
               PERFORM P-MONTA-LANC
               MOVE "JUR" TO OBS-CHE(9:3)
               PERFORM P-GERA-UM-ESCREVE THRU P-GERA-UM-ESCREVE-FIM
               ADD EPC-JUROS TO WS-TOTAL-JUROS.
      *----- marca a parcela: rodar de novo nao duplica
           MOVE WS-NUM-AMORT TO EPC-NUM-AMORT.
           MOVE WS-NUM-JUROS TO EPC-NUM-JUROS.
           MOVE WS-DATA TO EPC-GERADO.
           REWRITE REG-EMPPARC
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-EPC
                   CLOSE BANCO EMPREST EMPPARC LOG RELATO
                   STOP RUN.
       P-GERA-UM-EXIT.
           EXIT.

       P-MONTA-LANC.
           MOVE EPC-VCTO(7:2) TO WS-DIA-VCTO.
           MOVE EMP-CONTA TO CONTA-CHE.
           MOVE "EMPR " TO DESCRI-CHE.
           MOVE EMP-BANCO TO DESCRI2-CHE.
      *----- vencimento rolado p/o proximo dia util
           MOVE WS-DIA-VCTO TO WS-UD-DIA.
           MOVE WS-MES-G TO WS-UD-MES.
           MOVE WS-ANO-G TO WS-UD-ANO.
           PERFORM P-ROLA-UTIL THRU P-ROLA-UTIL-EXIT.
           MOVE WS-UD-DIA TO DIA-CHE.
           MOVE WS-UD-MES TO MES-CHE.
           MOVE WS-UD-ANO TO ANO-CHE.
           MOVE WS-VALOR TO VALOR-CHE.
      *----- OBS: EMP0001 AMO 012 / EMP0001 JUR 012
           MOVE SPACES TO OBS-CHE.
           MOVE "EMP" TO OBS-CHE(1:3).
           MOVE EMP-NUM TO OBS-CHE(4:4).
           MOVE EPC-PARC TO OBS-CHE(13:3).
           MOVE EMP-INSCR TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           IF WS-QTD-PARC NOT > 99
               MOVE EPC-PARC TO PARC-NUM-CHE
               MOVE WS-QTD-PARC TO PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACE TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE WS-CATEG TO CATEG-CHE.
           MOVE "C" TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.

       P-GERA-UM-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GERA-UM-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO EMPREST EMPPARC LOG RELATO
               STOP RUN.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           ADD 1 TO WS-QTD-GER.
           ADD VALOR-CHE TO WS-TOTAL-GER.
           MOVE EMP-NUM TO EMP-DET.
           MOVE EPC-PARC TO PARC-DET.
           MOVE NUM-CHE TO NUM-DET.
           MOVE EMP-BANCO TO BANCO-DET.
           MOVE SPACES TO VCTO-DET.
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO VCTO-DET.
           MOVE VALOR-CHE TO VALOR-DET.
           MOVE SPACES TO OBS-DET.
           STRING "GERADO " OBS-CHE(9:3) " LIG " LIGA-CHE
               DELIMITED BY SIZE INTO OBS-DET.
           WRITE REG-RELATO FROM LINHA-DET.
       P-GERA-UM-ESCREVE-FIM.
           EXIT.

       P-GERA-FIM.
           MOVE WS-QTD-GER TO QTD-TOTAL.
           MOVE WS-TOTAL-GER TO VALOR-TOTAL.
           MOVE WS-TOTAL-AMORT TO AMORT-TOTAL.
           MOVE WS-TOTAL-JUROS TO JUROS-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           DISPLAY (08 04) "Lancamentos gerados:".
           DISPLAY (08 25) WS-QTD-GER.
           DISPLAY (09 04) "Ja gerados (pulou).:".
           DISPLAY (09 25) WS-QTD-PUL.
           MOVE WS-TOTAL-GER TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Valor gerado....R$.:".
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.

       P-IMPRIME-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-MES-G TO MES-TIT.
           MOVE WS-ANO-G TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-CABEC2.
           WRITE REG-RELATO FROM LINHA-TRACO.

      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
      * alternada de BCO.DAT.                   *
      *-----------------------------------------*
       P-MONTA-VCTO.
           MOVE ANO-CHE TO VCTO-CHE(1:4).
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-CONTA-CODIGO UNTIL FS = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM.

       P-CONTA-CODIGO.
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

      *-----------------------------------------*
      * Numero seguinte livre em BCO.DAT: os de *
      * outras empresas podem estar entre os    *
      * desta, e o par ligado (LIGA-CHE) tem de *
      * sair com numeros ja' garantidos.        *
      *-----------------------------------------*
       P-NUM-LIVRE.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-NUM-LIVRE-FIM.
           GO TO P-NUM-LIVRE.
       P-NUM-LIVRE-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "I" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO106" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Rola WS-UD-DIA/MES/ANO p/frente ate     *
      * cair num dia util (nem sabado, nem      *
      * domingo, nem feriado do 86).            *
      *-----------------------------------------*
       P-ROLA-UTIL.
           PERFORM P-JDN-CALC.
       P-ROLA-UTIL-TESTA.
           PERFORM P-TESTA-UTIL.
           IF UTIL-88
               GO TO P-ROLA-UTIL-FIM.
           ADD 1 TO WS-JDN.
           GO TO P-ROLA-UTIL-TESTA.
       P-ROLA-UTIL-FIM.
           PERFORM P-JDN-INV.
       P-ROLA-UTIL-EXIT.
           EXIT.

       P-TESTA-UTIL.
           MOVE "S" TO WS-UTIL.
           DIVIDE WS-JDN BY 7 GIVING WS-JD-QUOC
               REMAINDER WS-JD-RESTO.
      *----- resto 5 = sabado, 6 = domingo
           IF WS-JD-RESTO = 5 OR WS-JD-RESTO = 6
               MOVE "N" TO WS-UTIL.
           IF UTIL-88 AND FER-OK-88
               PERFORM P-JDN-INV
               MOVE ZEROS TO FER-DATA
               MOVE WS-UD-ANO TO FER-DATA(1:4)
               MOVE WS-UD-MES TO FER-DATA(5:2)
               MOVE WS-UD-DIA TO FER-DATA(7:2)
               READ FERIADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-UTIL.

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

      *-----------------------------------------*
      * dd/mm/aaaa a partir do dia juliano.     *
      *-----------------------------------------*
       P-JDN-INV.
           COMPUTE WS-JD-L = WS-JDN + 68569.
           COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097.
           COMPUTE WS-JD-L = WS-JD-L - (146097 * WS-JD-N + 3) / 4.
           COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001.
           COMPUTE WS-JD-L = WS-JD-L - (1461 * WS-JD-I) / 4 + 31.
           COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447.
           COMPUTE WS-UD-DIA = WS-JD-L - (2447 * WS-JD-J) / 80.
           COMPUTE WS-JD-L = WS-JD-J / 11.
           COMPUTE WS-UD-MES = WS-JD-J + 2 - 12 * WS-JD-L.
           COMPUTE WS-UD-ANO = 100 * (WS-JD-N - 49) + WS-JD-I
               + WS-JD-L.


      *-----------------------------------------*
      * Mes/ano fechado (87) nao aceita         *
      * movimento.                              *
      *-----------------------------------------*
       P-TESTA-FECHADO.
           MOVE "N" TO WS-FECHADO.
           IF NOT FCH-OK-88
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           IF FCH-SIT = "F"
               MOVE "S" TO WS-FECHADO.
       P-TESTA-FECHADO-EXIT.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO EMPREST EMPPARC LOG RELATO.
           IF FCH-OK-88
               CLOSE FECHA.
           IF FER-OK-88
               CLOSE FERIADO.
       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".


      *-----------------------------------------*
      * Operador da sessao (gravado pelo login  *
      * do menu); pede na tela se nao houver.   *
      *-----------------------------------------*
       P-LE-OPERADOR.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN I-O SESSAO.
           IF FS-OPER NOT = "00"
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE WS-TERMID TO SES-TERM.
           READ SESSAO
               INVALID KEY
                   CLOSE SESSAO
                   GO TO P-LE-OPERADOR-PEDE.
      *----- sessao de outro dia ou encerrada nao vale
           ACCEPT WS-DATA-OP FROM DATE YYYYMMDD.
           IF SES-DATA NOT = WS-DATA-OP OR SES-SIT NOT = "A"
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
      *----- sessao parada ha mais de 2 horas expira sozinha
           ACCEPT WS-HORA-SES FROM TIME.
           MOVE WS-HORA-SES(1:4) TO WS-HORA-MIN.
           COMPUTE WS-MIN-AGORA = WS-SES-HH * 60 + WS-SES-MM.
           MOVE SES-HORA(1:4) TO WS-HORA-MIN.
           COMPUTE WS-MIN-ULT = WS-SES-HH * 60 + WS-SES-MM.
           COMPUTE WS-MIN-DIF = WS-MIN-AGORA - WS-MIN-ULT.
           IF WS-MIN-DIF > 120
               MOVE "E" TO SES-SIT
               REWRITE REG-SESSAO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE SES-NOME TO WS-OPERADOR.
      *----- toque de atividade p/controle da expiracao
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           REWRITE REG-SESSAO
               INVALID KEY
                   CONTINUE.
           CLOSE SESSAO.
           IF WS-OPERADOR NOT = SPACES
               GO TO P-LE-OPERADOR-FIM.
       P-LE-OPERADOR-PEDE.
           DISPLAY (20 04) "Operador :".
           ACCEPT (20 15) WS-OPERADOR WITH PROMPT AUTO-SKIP.
           DISPLAY (20 04) WS-LIMPA.
       P-LE-OPERADOR-FIM.
           EXIT.

      *-----------------------------------------*
      * Marca o painel do menu p/recontagem     *
      * (houve gravacao em BCO.DAT).            *
      *-----------------------------------------*
       P-SUJA-PAINEL.
           OPEN I-O PAINEL.
           IF FS-PAN NOT = "00"
               CLOSE PAINEL
               GO TO P-SUJA-PAINEL-FIM.
           READ PAINEL
               AT END
                   CLOSE PAINEL
                   GO TO P-SUJA-PAINEL-FIM.
           MOVE "S" TO PAN-SUJO.
           REWRITE REG-PAINEL.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
           EXIT.

      *-----------------------------------------*
      * Grava no journal a imagem antes/depois  *
      * da gravacao recem-feita em BCO.DAT.     *
      *-----------------------------------------*
       P-GRAVA-JRN.
           OPEN EXTEND JRN.
           IF FS-JRN = "35"
               OPEN OUTPUT JRN
               CLOSE JRN
               OPEN EXTEND JRN.
           IF FS-JRN NOT = "00"
               CLOSE JRN
               GO TO P-GRAVA-JRN-FIM.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO106" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
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
