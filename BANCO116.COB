
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO116.
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
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT RELATO ASSIGN TO PRINTER.
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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

       FD CONTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTA.DAT".
       01 REG-CONTA.
           03 COD-CONTA        PIC 99.
           03 NOME-CONTA       PIC X(10).
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

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

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-LOG               PIC XX.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.

       77 FS-DEPTO             PIC XX.
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 FS-CATEG             PIC XX.
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".
       77 FS-CONTA             PIC XX.
       77 WS-CONTA-OK          PIC X VALUE "S".
       88 CONTA-OK-88            VALUE "S".

       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.

       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- filtro: periodo de vencimento (aaaammdd)
       01 WS-VCTO-DE-G.
           03 WS-DE-ANO        PIC 9(04) VALUE ZEROS.
           03 WS-DE-MES        PIC 99 VALUE ZEROS.
           03 WS-DE-DIA        PIC 99 VALUE ZEROS.
       01 WS-VCTO-DE REDEFINES WS-VCTO-DE-G PIC 9(08).
       01 WS-VCTO-ATE-G.
           03 WS-ATE-ANO       PIC 9(04) VALUE ZEROS.
           03 WS-ATE-MES       PIC 99 VALUE ZEROS.
           03 WS-ATE-DIA       PIC 99 VALUE ZEROS.
       01 WS-VCTO-ATE REDEFINES WS-VCTO-ATE-G PIC 9(08).

      *----- filtro: zeros/brancos = todos
       77 WS-F-CONTA           PIC 99 VALUE ZEROS.
       77 WS-F-CONTA-NOME      PIC X(10) VALUE SPACES.
       77 WS-F-FAVOR           PIC X(05) VALUE SPACES.
       77 WS-F-FORN            PIC X(05) VALUE SPACES.
       01 WS-F-DEPTO-G.
           03 WS-F-DEPTO       PIC 99 VALUE ZEROS.
       77 WS-F-CATEG           PIC 9(03) VALUE ZEROS.

      *----- valores novos: zeros = mantem o do lancamento
       01 WS-N-DEPTO-G.
           03 WS-N-DEPTO       PIC 99 VALUE ZEROS.
       77 WS-N-CATEG           PIC 9(03) VALUE ZEROS.
       77 WS-N-CONTA           PIC 99 VALUE ZEROS.
       77 WS-N-CONTA-NOME      PIC X(10) VALUE SPACES.

       77 WS-COD-CONTA         PIC 99 VALUE ZEROS.
       77 WS-NOME-CONTA        PIC X(10) VALUE SPACES.

      *----- P = so conta (previa), A = aplica e lista os pulados
       77 WS-MODO              PIC X VALUE "P".
       88 MODO-APLICA-88         VALUE "A".
       77 WS-MUDA              PIC X VALUE "N".
       77 WS-ERRO              PIC X VALUE "N".
       77 WS-MOTIVO            PIC X(20) VALUE SPACES.

       77 WS-QTD-ALT           PIC 9(06) VALUE ZEROS.
       77 WS-VAL-ALT           PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-PULA          PIC 9(06) VALUE ZEROS.
       77 WS-VAL-PULA          PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
           02 F PIC X(50) VALUE
              "RECLASSIFICACAO - LANCAMENTOS NAO ALTERADOS".

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "NUMERO VCTO       CONTA      FAVORECIDO".
           02 F PIC X(39) VALUE
              "              VALOR MOTIVO".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 DIA-VC-DET PIC 99.
           02 f pic x value "/".
           02 MES-VC-DET PIC 99.
           02 f pic x value "/".
           02 ANO-VC-DET PIC 9(04).
           02 f pic x(01) value spaces.
           02 CONTA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 FAVOR-DET PIC X(15).
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 MOTIVO-DET PIC X(20).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(13) VALUE "Alterados...:".
           02 QTD-ALT-TOT PIC ZZZ.ZZ9.
           02 VAL-ALT-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 f pic x(03) value spaces.
           02 F PIC X(13) VALUE "Nao alterad.:".
           02 QTD-PULA-TOT PIC ZZZ.ZZ9.
           02 VAL-PULA-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(79) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RECLASSIFICACAO EM LOTE "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE "Vcto inicial............=".
           02 LINE 06 COLUMN 32 VALUE "/  /".
           02 LINE 07 COLUMN 04 VALUE "Vcto final..............=".
           02 LINE 07 COLUMN 32 VALUE "/  /".
           02 LINE 08 COLUMN 04 VALUE "Conta  (00=todas).......=".
           02 LINE 09 COLUMN 04 VALUE "Favorecido (5 letras)...=".
           02 LINE 10 COLUMN 04 VALUE "Fornecedor (cod.).......=".
           02 LINE 11 COLUMN 04 VALUE "Depto  (00=todos).......=".
           02 LINE 12 COLUMN 04 VALUE "Categoria (000=todas)...=".
           02 LINE 13 COLUMN 04 VALUE
              "----- passar para ----- (zeros = mantem) -----".
           02 LINE 14 COLUMN 04 VALUE "Novo depto..............=".
           02 LINE 15 COLUMN 04 VALUE "Nova categoria..........=".
           02 LINE 16 COLUMN 04 VALUE "Nova conta..............=".
           02 LINE 18 COLUMN 04 VALUE "Serao alterados.........=".
           02 LINE 19 COLUMN 04 VALUE "Nao alterados (listados)=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           OPEN I-O BANCO.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE ABERTURA BCO.DAT - FS = " FS
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               MOVE "N" TO WS-CONTA-OK.

      *-----------------------------------------*
      * Selecao dos lancamentos.                *
      *-----------------------------------------*
       P02-DE.
           DISPLAY (18 30) WS-LIMPA.
           DISPLAY (19 30) WS-LIMPA.
           ACCEPT (06 30) WS-DE-DIA WITH PROMPT AUTO-SKIP.
           IF WS-DE-DIA = ZEROS
               GO TO P-FIM.
           ACCEPT (06 33) WS-DE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (06 36) WS-DE-ANO WITH PROMPT AUTO-SKIP.
           IF WS-DE-DIA > 31 OR WS-DE-MES < 1 OR WS-DE-MES > 12
               DISPLAY (21 04) "!! DATA INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P02-DE.
       P03-ATE.
           ACCEPT (07 30) WS-ATE-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (07 33) WS-ATE-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (07 36) WS-ATE-ANO WITH PROMPT AUTO-SKIP.
           IF WS-ATE-DIA < 1 OR WS-ATE-DIA > 31
              OR WS-ATE-MES < 1 OR WS-ATE-MES > 12
               DISPLAY (21 04) "!! DATA INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ATE.
           IF WS-VCTO-ATE < WS-VCTO-DE
               DISPLAY (21 04) "!! DATA FINAL MENOR QUE A INICIAL !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ATE.
       P04-CONTA.
           DISPLAY (08 34) "          ".
           MOVE SPACES TO WS-F-CONTA-NOME.
           ACCEPT (08 30) WS-F-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-F-CONTA = ZEROS
               DISPLAY (08 34) "(todas)"
               GO TO P05-FAVOR.
           MOVE WS-F-CONTA TO WS-COD-CONTA.
           PERFORM P-LE-CONTA THRU P-LE-CONTA-FIM.
           IF WS-NOME-CONTA = SPACES
               GO TO P04-CONTA.
           MOVE WS-NOME-CONTA TO WS-F-CONTA-NOME.
           DISPLAY (08 34) WS-F-CONTA-NOME.
       P05-FAVOR.
           ACCEPT (09 30) WS-F-FAVOR WITH PROMPT AUTO-SKIP.
       P06-FORN.
           ACCEPT (10 30) WS-F-FORN WITH PROMPT AUTO-SKIP.
       P07-DEPTO.
           DISPLAY (11 34) "          ".
           ACCEPT (11 30) WS-F-DEPTO WITH PROMPT AUTO-SKIP.
           IF WS-F-DEPTO = ZEROS
               DISPLAY (11 34) "(todos)"
               GO TO P08-CATEG.
      *----- depto extinto ainda pode estar nos lanctos: so mostra
           IF NOT DEPTO-OK-88
               GO TO P08-CATEG.
           MOVE WS-F-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   MOVE SPACES TO NOME-DEPTO.
           DISPLAY (11 34) NOME-DEPTO.
       P08-CATEG.
           DISPLAY (12 35) "                    ".
           ACCEPT (12 30) WS-F-CATEG WITH PROMPT AUTO-SKIP.
           IF WS-F-CATEG = ZEROS
               DISPLAY (12 35) "(todas)"
               GO TO P09-N-DEPTO.
           IF NOT CATEG-OK-88
               GO TO P09-N-DEPTO.
           MOVE WS-F-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   MOVE SPACES TO NOME-CATEG.
           DISPLAY (12 35) NOME-CATEG.

      *-----------------------------------------*
      * Valores novos (cadastro 38/categorias/  *
      * contas).                                *
      *-----------------------------------------*
       P09-N-DEPTO.
           DISPLAY (14 34) "          ".
           ACCEPT (14 30) WS-N-DEPTO WITH PROMPT AUTO-SKIP.
           IF WS-N-DEPTO = ZEROS OR NOT DEPTO-OK-88
               GO TO P10-N-CATEG.
           MOVE WS-N-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! DEPTO NAO CADASTRADO (38) !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P09-N-DEPTO.
           DISPLAY (14 34) NOME-DEPTO.
       P10-N-CATEG.
           DISPLAY (15 35) "                    ".
           ACCEPT (15 30) WS-N-CATEG WITH PROMPT AUTO-SKIP.
           IF WS-N-CATEG = ZEROS OR NOT CATEG-OK-88
               GO TO P11-N-CONTA.
           MOVE WS-N-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! CATEGORIA NAO CADASTRADA !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P10-N-CATEG.
           DISPLAY (15 35) NOME-CATEG.
       P11-N-CONTA.
           DISPLAY (16 34) "          ".
           MOVE SPACES TO WS-N-CONTA-NOME.
           ACCEPT (16 30) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P12-PREVIA.
           MOVE WS-N-CONTA TO WS-COD-CONTA.
           PERFORM P-LE-CONTA THRU P-LE-CONTA-FIM.
           IF WS-NOME-CONTA = SPACES
               GO TO P11-N-CONTA.
           MOVE WS-NOME-CONTA TO WS-N-CONTA-NOME.
           DISPLAY (16 34) WS-N-CONTA-NOME.

      *-----------------------------------------*
      * Previa: quantos e quanto vai mudar e    *
      * quantos ficam de fora (e por que, na    *
      * listagem da aplicacao).                 *
      *-----------------------------------------*
       P12-PREVIA.
           IF WS-N-DEPTO = ZEROS AND WS-N-CATEG = ZEROS
              AND WS-N-CONTA = ZEROS
               DISPLAY (21 04) "!! INFORME AO MENOS UM VALOR NOVO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P09-N-DEPTO.
           MOVE "P" TO WS-MODO.
           DISPLAY (21 04) "Calculando a previa...".
           PERFORM P-PERCORRE THRU P-PERCORRE-FIM.
           DISPLAY (21 04) WS-LIMPA.
           PERFORM P-MOSTRA-TOTAIS.
           IF WS-QTD-ALT = ZEROS
               DISPLAY (21 04) "!! NENHUM LANCAMENTO A ALTERAR !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P02-DE.
       P13-CONFIRMA.
           DISPLAY (21 04) "Confirma a reclassificacao ?  < S/N >".
           ACCEPT (21 43) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P02-DE.
           MOVE "A" TO WS-MODO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           DISPLAY (21 04) "Reclassificando...".
           PERFORM P-PERCORRE THRU P-PERCORRE-FIM.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-QTD-ALT TO QTD-ALT-TOT.
           MOVE WS-VAL-ALT TO VAL-ALT-TOT.
           MOVE WS-QTD-PULA TO QTD-PULA-TOT.
           MOVE WS-VAL-PULA TO VAL-PULA-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           PERFORM P-MOSTRA-TOTAIS.
           PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM.
           IF WS-ERRO = "S"
               GO TO P-FIM.
           DISPLAY (21 04) "!! < Reclassificacao Concluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-FIM.

      *-----------------------------------------*
      * Passa os lancamentos do periodo pela    *
      * chave de vencimento.  Na previa so      *
      * conta; na aplicacao regrava e lista os  *
      * que ficaram de fora.                    *
      *-----------------------------------------*
       P-PERCORRE.
           MOVE ZEROS TO WS-QTD-ALT WS-VAL-ALT WS-QTD-PULA WS-VAL-PULA.
           MOVE "N" TO WS-ERRO.
           MOVE WS-VCTO-DE TO VCTO-CHE.
           START BANCO KEY IS NOT LESS THAN VCTO-CHE
               INVALID KEY
                   GO TO P-PERCORRE-FIM.
       P-PERCORRE-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-PERCORRE-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-PERCORRE-LER.
           IF VCTO-CHE > WS-VCTO-ATE
               GO TO P-PERCORRE-FIM.
           IF DESCRI-CHE = "NULO "
               GO TO P-PERCORRE-LER.
           IF WS-F-CONTA NOT = ZEROS AND CONTA-CHE NOT = WS-F-CONTA-NOME
               GO TO P-PERCORRE-LER.
           IF WS-F-FAVOR NOT = SPACES AND DESCRI-CHE NOT = WS-F-FAVOR
               GO TO P-PERCORRE-LER.
           IF WS-F-FORN NOT = SPACES AND FORN-CHE NOT = WS-F-FORN
               GO TO P-PERCORRE-LER.
           IF WS-F-DEPTO NOT = ZEROS
              AND OBS-CHE(1:2) NOT = WS-F-DEPTO-G
               GO TO P-PERCORRE-LER.
           IF WS-F-CATEG NOT = ZEROS AND CATEG-CHE NOT = WS-F-CATEG
               GO TO P-PERCORRE-LER.
      *----- ja esta com os valores novos: nada a fazer
           MOVE "N" TO WS-MUDA.
           IF WS-N-DEPTO NOT = ZEROS
              AND OBS-CHE(1:2) NOT = WS-N-DEPTO-G
               MOVE "S" TO WS-MUDA.
           IF WS-N-CATEG NOT = ZEROS AND CATEG-CHE NOT = WS-N-CATEG
               MOVE "S" TO WS-MUDA.
           IF WS-N-CONTA NOT = ZEROS AND CONTA-CHE NOT = WS-N-CONTA-NOME
               MOVE "S" TO WS-MUDA.
           IF WS-MUDA = "N"
               GO TO P-PERCORRE-LER.
           PERFORM P-AVALIA THRU P-AVALIA-FIM.
           IF WS-MOTIVO = SPACES
               GO TO P-PERCORRE-MUDA.
           ADD 1 TO WS-QTD-PULA.
           ADD VALOR-CHE TO WS-VAL-PULA.
           IF MODO-APLICA-88
               PERFORM P-LISTA-PULO.
           GO TO P-PERCORRE-LER.
       P-PERCORRE-MUDA.
           IF MODO-APLICA-88
               PERFORM P-REGRAVA THRU P-REGRAVA-FIM.
           IF WS-ERRO = "S"
               GO TO P-PERCORRE-FIM.
           ADD 1 TO WS-QTD-ALT.
           ADD VALOR-CHE TO WS-VAL-ALT.
           GO TO P-PERCORRE-LER.
       P-PERCORRE-FIM.
           EXIT.

      *-----------------------------------------*
      * O que nao pode ser reclassificado aqui: *
      * mes fechado (87); depto de lancto       *
      * rateado (21) ou de fatura de cartao     *
      * (107), que vem das linhas; conta de     *
      * lancto ja pago, emitido ou em remessa.  *
      *-----------------------------------------*
       P-AVALIA.
           MOVE SPACES TO WS-MOTIVO.
           MOVE ANO-CHE TO WS-FCH-T-ANO.
           MOVE MES-CHE TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               MOVE "MES FECHADO (87)" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
           IF WS-N-DEPTO = ZEROS
               GO TO P-AVALIA-CONTA.
           IF RATEIO-CHE = "S"
               MOVE "RATEADO (21)" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
           IF TIPO-CHE = "F"
               MOVE "FATURA CARTAO (107)" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
       P-AVALIA-CONTA.
           IF WS-N-CONTA = ZEROS
               GO TO P-AVALIA-FIM.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               MOVE "TRANSFERENCIA" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
           IF DATA-CONF NOT = ZEROS
               MOVE "JA COMPENSADO" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
           IF IMPRESSO-CHE = "S"
               MOVE "CHEQUE JA IMPRESSO" TO WS-MOTIVO
               GO TO P-AVALIA-FIM.
           IF REMESSA-CHE NOT = ZEROS
               MOVE "EM REMESSA BANCARIA" TO WS-MOTIVO.
       P-AVALIA-FIM.
           EXIT.

      *-----------------------------------------*
      * Aplica os valores novos, carimba quem   *
      * alterou e grava o journal.  Lancto ja   *
      * exportado volta p/re-exportar (67).     *
      *-----------------------------------------*
       P-REGRAVA.
           MOVE REG-BCO TO WS-JRN-ANTES.
           IF WS-N-DEPTO NOT = ZEROS
               MOVE WS-N-DEPTO TO OBS-CHE(1:2).
           IF WS-N-CATEG NOT = ZEROS
               MOVE WS-N-CATEG TO CATEG-CHE.
           IF WS-N-CONTA NOT = ZEROS
               MOVE WS-N-CONTA-NOME TO CONTA-CHE.
           IF EXPORT-CHE = "S"
               MOVE "R" TO EXPORT-CHE.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
           REWRITE REG-BCO.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               MOVE "S" TO WS-ERRO
               GO TO P-REGRAVA-FIM.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-REGRAVA-FIM.
           EXIT.

       P-LISTA-PULO.
           MOVE NUM-CHE TO NUM-DET.
           MOVE DIA-CHE TO DIA-VC-DET.
           MOVE MES-CHE TO MES-VC-DET.
           MOVE ANO-CHE TO ANO-VC-DET.
           MOVE CONTA-CHE TO CONTA-DET.
           MOVE DESCRI-CHE-GRP TO FAVOR-DET.
           MOVE VALOR-CHE TO VALOR-DET.
           MOVE WS-MOTIVO TO MOTIVO-DET.
           WRITE REG-RELATO FROM LINHA-DET.

       P-MOSTRA-TOTAIS.
           DISPLAY (18 30) WS-QTD-ALT.
           MOVE WS-VAL-ALT TO WS-MOSTRA-VALOR.
           DISPLAY (18 38) "R$".
           DISPLAY (18 41) WS-MOSTRA-VALOR.
           DISPLAY (19 30) WS-QTD-PULA.
           MOVE WS-VAL-PULA TO WS-MOSTRA-VALOR.
           DISPLAY (19 38) "R$".
           DISPLAY (19 41) WS-MOSTRA-VALOR.

      *-----------------------------------------*
      * Conta pelo codigo (cadastro de contas); *
      * sem o cadastro vale o proprio codigo.   *
      *-----------------------------------------*
       P-LE-CONTA.
           MOVE SPACES TO WS-NOME-CONTA.
           IF NOT CONTA-OK-88
               MOVE WS-COD-CONTA TO WS-NOME-CONTA
               GO TO P-LE-CONTA-FIM.
           MOVE WS-COD-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-LE-CONTA-FIM.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-LE-CONTA-FIM.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
       P-LE-CONTA-FIM.
           EXIT.

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
           MOVE "BANCO116" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * Log: acao H, numero = qtde alterada.    *
      *-----------------------------------------*
       P-GRAVA-LOG.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "H" TO LOG-ACAO.
           MOVE WS-QTD-ALT TO LOG-NUM-CHE.
           MOVE "BANCO116" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-FIM.
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
           MOVE SES-NIVEL TO WS-NIVEL.
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

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           IF MODO-APLICA-88
               PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO.
           IF FCH-OK-88
               CLOSE FECHA.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           IF CATEG-OK-88
               CLOSE CATEG.
           IF CONTA-OK-88
               CLOSE CONTA.
       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

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
