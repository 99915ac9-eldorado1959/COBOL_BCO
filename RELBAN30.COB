       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN30.
       AUTHOR. ROGERIO-MACHADO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
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

           SELECT DOCLAN    ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS DOC-CHAVE
                  ALTERNATE RECORD KEY IS DOC-LOCAL
                      WITH DUPLICATES
                  FILE STATUS  IS FS-DOC.

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
      * Documentos de suporte do lancamento     *
      * (21/124): arquivo digitalizado e/ou     *
      * caixa/pasta do arquivo fisico.          *
      *-----------------------------------------*
       FD DOCLAN            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "DOCLAN.DAT".
       01 REG-DOCLAN.
           03 DOC-CHAVE.
               05 DOC-NUM      PIC X(06).
               05 DOC-SEQ      PIC 99.
           03 DOC-TIPO         PIC X(01).
           03 DOC-ARQUIVO      PIC X(30).
           03 DOC-LOCAL.
               05 DOC-CAIXA    PIC X(06).
               05 DOC-PASTA    PIC X(06).
           03 DOC-POR          PIC X(08).
           03 DOC-DATA         PIC 9(08).

       FD DEPTO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       SD SORTEIO.
       01 REG-SORT.
           03 DEPTO-S          PIC X(02).
           03 PAGO-S           PIC 9(08).
           03 NUM-S            PIC X(06).
           03 FAVOR-S          PIC X(20).
           03 NF-S             PIC X(10).
           03 VALOR-S          PIC 9(08)V99.
           03 FALTA-S          PIC X(10).

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

      *----- periodo digitado dd/mm/aaaa, comparado aaaammdd
       01 WS-DATA-INI.
           03 ANO-INI          PIC 9(04).
           03 MES-INI          PIC 99.
           03 DIA-INI          PIC 99.
       01 WS-DATA-INI-N REDEFINES WS-DATA-INI PIC 9(08).
       01 WS-DATA-FIM.
           03 ANO-FIM          PIC 9(04).
           03 MES-FIM          PIC 99.
           03 DIA-FIM          PIC 99.
       01 WS-DATA-FIM-N REDEFINES WS-DATA-FIM PIC 9(08).
      *----- DATA-CONF (ddmmaa) do lancto em aaaammdd
       01 WS-PAGO.
           03 WS-PG-SEC        PIC 99.
           03 WS-PG-AA         PIC 99.
           03 WS-PG-MES        PIC 99.
           03 WS-PG-DIA        PIC 99.
       01 WS-PAGO-N REDEFINES WS-PAGO PIC 9(08).
       01 WS-PAGO-S.
           03 ANO-PS           PIC 9(04).
           03 MES-PS           PIC 99.
           03 DIA-PS           PIC 99.

       77 FS                   PIC XX.
       77 FS-DOC               PIC XX.
       77 FS-DEPTO             PIC XX.
       77 ST                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-MODO              PIC X VALUE "P".
       88 MODO-88                VALUE "P" "I".
       77 WS-DEPTO-F           PIC X(02) VALUE SPACES.
       77 WS-DEPTO-ANT         PIC X(02) VALUE SPACES.
       77 WS-CAIXA-F           PIC X(06) VALUE SPACES.
       77 WS-LOCAL-ANT         PIC X(12) VALUE SPACES.
       77 WS-DOC-OK            PIC X VALUE "S".
       88 DOC-OK-88              VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88            VALUE "S".
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-QTD-DOC           PIC 99 VALUE ZEROS.
       77 WS-TEM-NF            PIC X VALUE "N".
       88 TEM-NF-88              VALUE "S".

       77 WS-QTD-DEP           PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-DEP         PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-PASTA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PASTAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-GERAL         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GERAL       PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZZ.ZZ9,99.

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
           02 TIT-DET PIC X(44).
           02 PER-DET PIC X(24).

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "NUMERO FAVORECIDO         NF         PAG".
           02 F PIC X(39) VALUE
              "O EM            VALOR FALTA".

       01 LINHA-CAB3.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "NUMERO TIPO     FAVORECIDO              ".
           02 F PIC X(39) VALUE
              " VALOR ARQUIVO DIGITALIZADO".

       01 LINHA-DEPTO.
           02 f pic x(01) value spaces.
           02 F PIC X(06) VALUE "DEPTO ".
           02 DEPTO-DET PIC X(02).
           02 F PIC X(03) VALUE " - ".
           02 NOME-DEPTO-DET PIC X(10).

       01 LINHA-PASTA.
           02 f pic x(01) value spaces.
           02 F PIC X(06) VALUE "CAIXA ".
           02 CAIXA-DET PIC X(06).
           02 F PIC X(09) VALUE "   PASTA ".
           02 PASTA-DET PIC X(06).

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 FAVOR-DET PIC X(18).
           02 f pic x(01) value spaces.
           02 NF-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 PAGO-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 FALTA-DET PIC X(10).

       01 LINHA-IDX.
           02 f pic x(01) value spaces.
           02 NUM-IDX PIC X(06).
           02 f pic x(01) value spaces.
           02 TIPO-IDX PIC X(08).
           02 f pic x(01) value spaces.
           02 FAVOR-IDX PIC X(16).
           02 f pic x(01) value spaces.
           02 VALOR-IDX PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 ARQ-IDX PIC X(30).

       01 LINHA-SUBTOT.
           02 f pic x(02) value spaces.
           02 ROTULO-SUB PIC X(16).
           02 QTD-SUB PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " lanctos R$ ".
           02 VALOR-SUB PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SUBIDX.
           02 f pic x(02) value spaces.
           02 ROTULO-SIDX PIC X(16).
           02 QTD-SIDX PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " documentos".

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " DOCUMENTOS DE SUPORTE " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "<P> Pagos sem documentacao (21/124) p/depto, ou".
           02 LINE 07 COLUMN 04 VALUE
              "<I> Indice de caixas/pastas do arquivo fisico.".
           02 LINE 09 COLUMN 04 VALUE "Relatorio <P> ou <I>...=".
           02 LINE 11 COLUMN 04 VALUE "Pagos de (dd/mm/aaaa)..=".
           02 LINE 11 COLUMN 31 VALUE "/  /".
           02 LINE 12 COLUMN 04 VALUE "Pagos ate (dd/mm/aaaa).=".
           02 LINE 12 COLUMN 31 VALUE "/  /".
           02 LINE 13 COLUMN 04 VALUE "Depto (vazio=todos)....=".
           02 LINE 15 COLUMN 04 VALUE "Caixa (vazio=todas)....=".
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
       P02-MODO.
           ACCEPT (09 29) WS-MODO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-MODO = "p"
               MOVE "P" TO WS-MODO.
           IF WS-MODO = "i"
               MOVE "I" TO WS-MODO.
           IF NOT MODO-88
               GO TO P02-MODO.
           IF WS-MODO = "I"
               GO TO P04-CAIXA.
      *----- periodo: do dia 1o do mes ate hoje
       P03-PERIODO.
           MOVE ANO TO ANO-INI ANO-FIM.
           MOVE MES TO MES-INI MES-FIM.
           MOVE 01 TO DIA-INI.
           MOVE DIA TO DIA-FIM.
           ACCEPT (11 29) DIA-INI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (11 32) MES-INI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (11 35) ANO-INI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 29) DIA-FIM WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 32) MES-FIM WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 35) ANO-FIM WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-INI < 1 OR DIA-INI > 31 OR MES-INI < 1
              OR MES-INI > 12 OR ANO-INI < 2000
               MOVE "N" TO WS-DATA-OK.
           IF DIA-FIM < 1 OR DIA-FIM > 31 OR MES-FIM < 1
              OR MES-FIM > 12 OR ANO-FIM < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-FIM-N < WS-DATA-INI-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! PERIODO INVALIDO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-PERIODO.
           MOVE SPACES TO WS-DEPTO-F.
           ACCEPT (13 29) WS-DEPTO-F WITH PROMPT AUTO-SKIP.
           GO TO P05-CONFIRMA.
       P04-CAIXA.
           MOVE SPACES TO WS-CAIXA-F.
           ACCEPT (15 29) WS-CAIXA-F WITH PROMPT AUTO-SKIP.
       P05-CONFIRMA.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-RETORNA.
           DISPLAY (21 04) "Processando...".
           IF WS-MODO = "I"
               PERFORM P-INDICE THRU P-INDICE-EXIT
               PERFORM P-RETORNA.

       P06-CLASSIFICA.
           SORT SORTEIO ON ASCENDING KEY
               DEPTO-S PAGO-S NUM-S
               INPUT PROCEDURE IS ENTRADA
               OUTPUT PROCEDURE IS SAIDA.

      *-----------------------------------------*
      * Indice do arquivo fisico: documentos    *
      * por caixa/pasta, c/o lancto de cada um. *
      *-----------------------------------------*
       P-INDICE.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT DOCLAN.
           IF FS-DOC = "35"
               CLOSE BANCO
               DISPLAY (21 04) "!! NENHUM DOCUMENTO ARQUIVADO (124) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INDICE-EXIT.
           OPEN OUTPUT RELATO.
           MOVE "INDICE DO ARQUIVO FISICO - CAIXA / PASTA" TO TIT-DET.
           MOVE SPACES TO PER-DET.
           IF WS-CAIXA-F NOT = SPACES
               STRING "CAIXA " WS-CAIXA-F DELIMITED BY SIZE
                   INTO PER-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB3.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE ZEROS TO WS-QTD-PASTA WS-QTD-PASTAS WS-QTD-GERAL.
           MOVE WS-CAIXA-F TO DOC-CAIXA.
           MOVE SPACES TO DOC-PASTA.
           START DOCLAN KEY IS NOT LESS THAN DOC-LOCAL
               INVALID KEY GO TO P-INDICE-FIM.
       P-INDICE-LER.
           READ DOCLAN NEXT RECORD
               AT END GO TO P-INDICE-FIM.
      *----- so' digitalizado: nao esta no arquivo fisico
           IF DOC-CAIXA = SPACES
               GO TO P-INDICE-LER.
           IF WS-CAIXA-F NOT = SPACES AND DOC-CAIXA NOT = WS-CAIXA-F
               GO TO P-INDICE-FIM.
           IF PRIMEIRO-88 OR DOC-LOCAL NOT = WS-LOCAL-ANT
               PERFORM P-QUEBRA-PASTA.
           MOVE DOC-NUM TO NUM-IDX NUM-CHE.
           PERFORM P-NOME-TIPO.
           MOVE DOC-ARQUIVO TO ARQ-IDX.
           READ BANCO
               INVALID KEY
                   MOVE "LANCTO EXCLUIDO" TO FAVOR-IDX
                   MOVE ZEROS TO VALOR-IDX
                   GO TO P-INDICE-GRAVA.
           MOVE DESCRI-CHE-GRP TO FAVOR-IDX.
           MOVE VALOR-CHE TO VALOR-IDX.
       P-INDICE-GRAVA.
           WRITE REG-RELATO FROM LINHA-IDX.
           ADD 1 TO WS-QTD-PASTA WS-QTD-GERAL.
           GO TO P-INDICE-LER.
       P-INDICE-FIM.
           IF NOT PRIMEIRO-88
               PERFORM P-SUBTOT-PASTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Pastas........:" TO ROTULO-SIDX.
           MOVE WS-QTD-PASTAS TO QTD-SIDX.
           WRITE REG-RELATO FROM LINHA-SUBIDX.
           MOVE "TOTAL GERAL...:" TO ROTULO-SIDX.
           MOVE WS-QTD-GERAL TO QTD-SIDX.
           WRITE REG-RELATO FROM LINHA-SUBIDX.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO BANCO DOCLAN.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (21 04) "!! < Relatorio Emitido > !!".
           DISPLAY (21 35) WS-QTD-GERAL " documentos".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-INDICE-EXIT.
           EXIT.

       P-QUEBRA-PASTA.
           IF NOT PRIMEIRO-88
               PERFORM P-SUBTOT-PASTA.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE DOC-LOCAL TO WS-LOCAL-ANT.
           MOVE DOC-CAIXA TO CAIXA-DET.
           MOVE DOC-PASTA TO PASTA-DET.
           WRITE REG-RELATO FROM LINHA-PASTA.
           MOVE ZEROS TO WS-QTD-PASTA.
           ADD 1 TO WS-QTD-PASTAS.

       P-SUBTOT-PASTA.
           MOVE "Total pasta...:" TO ROTULO-SIDX.
           MOVE WS-QTD-PASTA TO QTD-SIDX.
           WRITE REG-RELATO FROM LINHA-SUBIDX.

       P-NOME-TIPO.
           MOVE "Outro   " TO TIPO-IDX.
           IF DOC-TIPO = "N"
               MOVE "NF/Fat. " TO TIPO-IDX.
           IF DOC-TIPO = "R"
               MOVE "Recibo  " TO TIPO-IDX.
           IF DOC-TIPO = "A"
               MOVE "Aprov.  " TO TIPO-IDX.
           IF DOC-TIPO = "B"
               MOVE "Boleto  " TO TIPO-IDX.
           IF DOC-TIPO = "C"
               MOVE "Contrato" TO TIPO-IDX.

       ENTRADA SECTION.

      *-----------------------------------------*
      * Lanctos pagos (conferidos) no periodo   *
      * sem documento nenhum, ou c/NF e sem o   *
      * documento da NF.  Transferencias entre  *
      * contas e nulos ficam de fora.           *
      *-----------------------------------------*
       E01-ABRE.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           MOVE "S" TO WS-DOC-OK.
           OPEN INPUT DOCLAN.
           IF FS-DOC = "35"
               MOVE "N" TO WS-DOC-OK.
       E02-LER.
           READ BANCO NEXT RECORD
               AT END GO TO E09-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO E02-LER.
           IF DATA-CONF = ZEROS
               GO TO E02-LER.
           IF DESCRI-CHE = "NULO "
               GO TO E02-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO E02-LER.
           IF WS-DEPTO-F NOT = SPACES AND
              OBS-CHE(1:2) NOT = WS-DEPTO-F
               GO TO E02-LER.
           MOVE 20 TO WS-PG-SEC.
           MOVE DATA-CONF(5:2) TO WS-PG-AA.
           MOVE DATA-CONF(3:2) TO WS-PG-MES.
           MOVE DATA-CONF(1:2) TO WS-PG-DIA.
           IF WS-PAGO-N < WS-DATA-INI-N OR WS-PAGO-N > WS-DATA-FIM-N
               GO TO E02-LER.
           MOVE ZEROS TO WS-QTD-DOC.
           MOVE "N" TO WS-TEM-NF.
           IF NOT DOC-OK-88
               GO TO E03-PENDENTE.
           MOVE NUM-CHE TO DOC-NUM.
           MOVE ZEROS TO DOC-SEQ.
           START DOCLAN KEY IS NOT LESS THAN DOC-CHAVE
               INVALID KEY GO TO E03-PENDENTE.
       E02-LER-DOC.
           READ DOCLAN NEXT RECORD
               AT END GO TO E03-PENDENTE.
           IF DOC-NUM NOT = NUM-CHE
               GO TO E03-PENDENTE.
           ADD 1 TO WS-QTD-DOC.
           IF DOC-TIPO = "N"
               MOVE "S" TO WS-TEM-NF.
           GO TO E02-LER-DOC.
       E03-PENDENTE.
           IF WS-QTD-DOC = ZEROS
               MOVE "SEM DOCTO" TO FALTA-S
               GO TO E04-RELEASE.
           IF NF-CHE = SPACES OR TEM-NF-88
               GO TO E02-LER.
           MOVE "FALTA NF" TO FALTA-S.
       E04-RELEASE.
           MOVE OBS-CHE(1:2) TO DEPTO-S.
           MOVE WS-PAGO-N TO PAGO-S.
           MOVE NUM-CHE TO NUM-S.
           MOVE DESCRI-CHE-GRP TO FAVOR-S.
           MOVE NF-CHE TO NF-S.
           MOVE VALOR-CHE TO VALOR-S.
           RELEASE REG-SORT.
           GO TO E02-LER.
       E09-FIM.
           CLOSE BANCO.
           IF DOC-OK-88
               CLOSE DOCLAN.

       SAIDA SECTION.

       S01-ABRE.
           MOVE "S" TO WS-DEPTO-OK.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN OUTPUT RELATO.
           MOVE "LANCTOS PAGOS SEM DOCUMENTACAO DE SUPORTE" TO TIT-DET.
           MOVE SPACES TO PER-DET.
           STRING DIA-INI "/" MES-INI "/" ANO-INI " A "
                  DIA-FIM "/" MES-FIM "/" ANO-FIM
               DELIMITED BY SIZE INTO PER-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE ZEROS TO WS-QTD-GERAL WS-TOTAL-GERAL.
       S02-RETURN.
           RETURN SORTEIO
               AT END GO TO S08-FIM.
           IF PRIMEIRO-88 OR DEPTO-S NOT = WS-DEPTO-ANT
               PERFORM S-QUEBRA-DEPTO.
           MOVE NUM-S TO NUM-DET.
           MOVE FAVOR-S TO FAVOR-DET.
           MOVE NF-S TO NF-DET.
           MOVE PAGO-S TO WS-PAGO-S.
           MOVE SPACES TO PAGO-DET.
           STRING DIA-PS "/" MES-PS "/" ANO-PS
               DELIMITED BY SIZE INTO PAGO-DET.
           MOVE VALOR-S TO VALOR-DET.
           MOVE FALTA-S TO FALTA-DET.
           WRITE REG-RELATO FROM LINHA-DET.
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
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-QTD-GERAL = ZEROS
               DISPLAY (21 04) "!! NENHUM LANCTO SEM DOCUMENTO !!"
           ELSE
               DISPLAY (21 04) "!! < Relatorio Emitido > !!"
               DISPLAY (21 35) WS-QTD-GERAL " lanctos"
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

       S-IMPRIME-SUBTOT.
           MOVE "Total depto...:" TO ROTULO-SUB.
           MOVE WS-QTD-DEP TO QTD-SUB.
           MOVE WS-TOTAL-DEP TO VALOR-SUB.
           WRITE REG-RELATO FROM LINHA-SUBTOT.

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
