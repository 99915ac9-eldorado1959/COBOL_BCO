       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN33.
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
           SELECT ARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT RECEB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  FILE STATUS IS FS-REC.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-NUM
                  FILE STATUS IS FS-APL.
           SELECT EMPREST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-NUM
                  FILE STATUS IS FS-EMP.
           SELECT CATDFC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CDF-CATEG
                  FILE STATUS IS FS-DFC.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT CONCMES ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CM-CHAVE
                  FILE STATUS IS FS-CM.
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
      * Imagem anual do arquivo morto (29/61),  *
      * lida direto, sem restaurar nada.        *
      *-----------------------------------------*
       FD ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ARCH.
       01 REG-ARQ                  PIC X(326).

       FD RECEB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECEB.DAT".
       01 REG-RECEB.
           03 NUM-REC          PIC X(06).
           03 CONTA-REC        PIC X(10).
           03 CLIENTE-REC      PIC X(20).
           03 DIA-REC          PIC 99.
           03 MES-REC          PIC 99.
           03 ANO-REC          PIC 9(04).
           03 VALOR-REC        PIC 9(08)V99.
           03 OBS-REC          PIC X(15).
           03 INSCR-REC        PIC 9(14).
           03 DATA-DEP-REC     PIC 9(06).
           03 VALOR-DEP-REC    PIC 9(08)V99.
           03 SITUACAO-REC     PIC X(01).
           03 CRIADO-POR-REC   PIC X(08).
           03 CRIADO-DATA-REC  PIC 9(08).
           03 ALTERADO-POR-REC PIC X(08).
           03 ALTERADO-DATA-REC PIC 9(08).
           03 CLI-REC          PIC X(05).
           03 EMPR-REC         PIC 99.

       FD APLIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "APLIC.DAT".
       01 REG-APLIC.
           03 APL-NUM          PIC 9(06).
           03 APL-CONTA        PIC 99.
           03 APL-TIPO         PIC X(01).
           03 APL-DATA         PIC 9(08).
           03 APL-VALOR        PIC 9(08)V99.
           03 APL-DESCRI       PIC X(20).
           03 APL-POR          PIC X(08).

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

      *-----------------------------------------*
      * Linha da DFC de cada categoria (65).    *
      *-----------------------------------------*
       FD CATDFC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATDFC.DAT".
       01 REG-CATDFC.
           03 CDF-CATEG        PIC 9(03).
           03 CDF-LINHA        PIC 99.

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

       FD CONCMES
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONCMES.DAT".
       01 REG-CONCMES.
           03 CM-CHAVE.
               05 CM-CONTA     PIC 99.
               05 CM-ANO       PIC 9(04).
               05 CM-MES       PIC 99.
           03 CM-SALDO-BANCO   PIC S9(10)V99.
           03 CM-CHEQUES-NC    PIC 9(10)V99.
           03 CM-CRED-PEND     PIC 9(10)V99.
           03 CM-SALDO-CONTAB  PIC S9(10)V99.
           03 CM-DATA-GER      PIC 9(08).
           03 CM-POR           PIC X(08).

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
       77 FS-ARQ               PIC XX.
       77 FS-REC               PIC XX.
       77 FS-APL               PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-DFC               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CM                PIC XX.
       77 WS-ARQ-ARCH          PIC X(12) VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-REC-OK            PIC X VALUE "S".
       88 REC-OK-88              VALUE "S".
       77 WS-APL-OK            PIC X VALUE "S".
       88 APL-OK-88              VALUE "S".
       77 WS-EMP-OK            PIC X VALUE "S".
       88 EMP-OK-88              VALUE "S".
       77 WS-DFC-OK            PIC X VALUE "S".
       88 DFC-OK-88              VALUE "S".
       77 WS-CM-OK             PIC X VALUE "S".
       88 CM-OK-88               VALUE "S".

      *----- periodo: mes ou acumulado do ano ate o mes
       77 WS-MES-C             PIC 99 VALUE ZEROS.
       77 WS-ANO-C             PIC 9(04) VALUE ZEROS.
       77 WS-TIPO              PIC X VALUE "M".
       88 TIPO-88                VALUE "M" "A".
       77 WS-PER-INI           PIC 9(06) VALUE ZEROS.
       77 WS-PER-FIM           PIC 9(06) VALUE ZEROS.
       77 WS-PER-MOV           PIC 9(06) VALUE ZEROS.
       77 WS-MES-ABE           PIC 99 VALUE ZEROS.
       77 WS-ANO-ABE           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ARQ           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ARQ           PIC 9 VALUE ZEROS.

       77 WS-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77 WS-LINHA             PIC 99 VALUE ZEROS.
       77 WS-CT-I              PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC 9(03) VALUE ZEROS.
       77 WS-NOME-BUSCA        PIC X(10) VALUE SPACES.
       77 WS-COD-BUSCA         PIC 99 VALUE ZEROS.
       77 WS-QTD-MOV           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-SEM           PIC 9(06) VALUE ZEROS.

      *----- linhas da DFC (codigo = posicao); entrada +, saida -
       01 WS-TAB-DFC.
           03 DFC-VAL OCCURS 24 TIMES PIC S9(11)V99.
       77 WS-TOT-OPER          PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-INV           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-FIN           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-VAR           PIC S9(11)V99 VALUE ZEROS.
       77 WS-TOT-ENC           PIC S9(11)V99 VALUE ZEROS.

      *----- saldo por conta: a ultima posicao junta o que veio
      *----- sem conta cadastrada (fica fora da conferencia)
       77 WS-CT-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-CT-MAX            PIC 9(03) VALUE 99.
       77 WS-CT-SEM            PIC 9(03) VALUE 100.
       01 WS-TAB-CT.
           03 WS-CT-ENT OCCURS 100 TIMES.
               05 CT-COD       PIC 99.
               05 CT-NOME      PIC X(10).
               05 CT-FLUXO     PIC S9(11)V99.
               05 CT-TRANSF    PIC S9(11)V99.
               05 CT-INI       PIC S9(11)V99.
               05 CT-FIM       PIC S9(11)V99.
               05 CT-TEM-INI   PIC X(01).
               05 CT-TEM-FIM   PIC X(01).
       77 WS-CT-CALC           PIC S9(11)V99 VALUE ZEROS.
       77 WS-CT-DIF            PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-INI          PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-FIM          PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-FLUXO        PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-TRANSF       PIC S9(11)V99 VALUE ZEROS.
       77 WS-SOMA-DIF          PIC S9(11)V99 VALUE ZEROS.
       77 WS-QTD-NCONF         PIC 9(03) VALUE ZEROS.

      *----- categorias dos emprestimos (105): padrao da linha
      *----- quando a categoria nao tem linha no 65
       77 WS-EC-QTD            PIC 9(03) VALUE ZEROS.
       01 WS-TAB-EC.
           03 WS-EC-ENT OCCURS 100 TIMES.
               05 EC-CATEG     PIC 9(03).
               05 EC-LINHA     PIC 99.

      *----- categorias sem linha no 65 que cairam no padrao
       77 WS-SM-QTD            PIC 99 VALUE ZEROS.
       01 WS-TAB-SM.
           03 SM-CATEG OCCURS 15 TIMES PIC 9(03).

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(22) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(45) VALUE
              "DEMONSTRACAO DOS FLUXOS DE CAIXA - DIRETO    ".
           02 MES-TIT1 PIC 99.
           02 f pic x value "/".
           02 ANO-TIT1 PIC 9(04).
           02 F PIC X(03) VALUE " a ".
           02 MES-TIT2 PIC 99.
           02 f pic x value "/".
           02 ANO-TIT2 PIC 9(04).

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(50).

       01 LINHA-DFC.
           02 f pic x(04) value spaces.
           02 COD-DFC PIC X(03).
           02 ROT-DFC PIC X(45).
           02 VAL-DFC PIC ---.---.---.--9,99.

       01 LINHA-CAB-CT.
           02 F PIC X(40) VALUE
              " CONTA            INICIAL         FLUXO ".
           02 F PIC X(40) VALUE
              "      TRANSF.   FINAL CONC.   DIFERENCA".

       01 LINHA-CT.
           02 f pic x(01) value spaces.
           02 NOME-CT PIC X(10).
           02 INI-CT PIC X(14).
           02 INI-CT-V REDEFINES INI-CT PIC ---.---.--9,99.
           02 FLUXO-CT PIC ---.---.--9,99.
           02 TRANSF-CT PIC ---.---.--9,99.
           02 FIM-CT PIC X(14).
           02 FIM-CT-V REDEFINES FIM-CT PIC ---.---.--9,99.
           02 DIF-CT PIC X(12).
           02 DIF-CT-V REDEFINES DIF-CT PIC -.---.--9,99.
           02 MARCA-CT PIC X(01).

       01 LINHA-SEM.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Categorias sem linha DFC (65):    ".
           02 SEM-DET PIC X(44).

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 NOTA-DET PIC X(76).

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FLUXO DE CAIXA - DFC " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Fluxo de caixa realizado, metodo direto; a linha de".
           02 LINE 07 COLUMN 04 VALUE
              "cada categoria vem do cadastro de categorias (65).".
           02 LINE 09 COLUMN 04 VALUE "Mes/Ano (mm aaaa)......=".
           02 LINE 10 COLUMN 04 VALUE "M=mes A=acumulado ano..=".
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
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN INPUT RECEB.
           IF FS-REC = "35"
               MOVE "N" TO WS-REC-OK.
           OPEN INPUT APLIC.
           IF FS-APL = "35"
               MOVE "N" TO WS-APL-OK.
           OPEN INPUT EMPREST.
           IF FS-EMP = "35"
               MOVE "N" TO WS-EMP-OK.
           OPEN INPUT CATDFC.
           IF FS-DFC = "35"
               MOVE "N" TO WS-DFC-OK.
           OPEN INPUT CONCMES.
           IF FS-CM = "35"
               MOVE "N" TO WS-CM-OK.
           PERFORM P-DATA.
           MOVE MES TO WS-MES-C.
           MOVE ANO TO WS-ANO-C.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-DADOS.
           DISPLAY (22 14) "<MES = 00 , Sai do Relatorio".
           ACCEPT (09 29) WS-MES-C WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-MES-C = ZEROS
               PERFORM P-FIM.
           IF WS-MES-C > 12
               GO TO P04-DADOS.
           ACCEPT (09 32) WS-ANO-C WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-ANO-C = ZEROS
               GO TO P04-DADOS.
       P04-TIPO.
           ACCEPT (10 29) WS-TIPO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-TIPO = "m"
               MOVE "M" TO WS-TIPO.
           IF WS-TIPO = "a"
               MOVE "A" TO WS-TIPO.
           IF NOT TIPO-88
               GO TO P04-TIPO.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           PERFORM P05-PERIODO.
           PERFORM P-CARREGA-CONTAS THRU P-CARREGA-CONTAS-EXIT.
           PERFORM P-SOMA-EMPREST THRU P-SOMA-EMPREST-EXIT.
           PERFORM P-SOMA-APLIC THRU P-SOMA-APLIC-EXIT.
           PERFORM P-SOMA-RECEB THRU P-SOMA-RECEB-EXIT.
      *----- BCO.DAT e os anos arquivados em volta do periodo
      *----- (lancamento de um ano pago no outro)
           PERFORM P-SOMA-ATUAL THRU P-SOMA-ATUAL-EXIT.
           MOVE ZEROS TO WS-QTD-ARQ.
           COMPUTE WS-ANO-ARQ = WS-ANO-C - 1.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           MOVE WS-ANO-C TO WS-ANO-ARQ.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           COMPUTE WS-ANO-ARQ = WS-ANO-C + 1.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
      *----- encontro de contas (103) nao passa pelo caixa: os
      *----- titulos a pagar ja ficaram fora; o mesmo valor sai
      *----- dos recebimentos de clientes
           SUBTRACT WS-TOT-ENC FROM DFC-VAL(1).
           PERFORM P-SALDOS-CONC THRU P-SALDOS-CONC-EXIT.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (12 04) "Movimentos no periodo...:" WS-QTD-MOV.
           DISPLAY (13 04) "Arquivos mortos lidos...:" WS-QTD-ARQ.
           DISPLAY (14 04) "Sem linha DFC (padrao)..:" WS-QTD-SEM.
           DISPLAY (15 04) "Contas nao conferidas...:" WS-QTD-NCONF.
           MOVE WS-SOMA-DIF TO VAL-DFC.
           DISPLAY (16 04) "Diferenca c/conciliacao.:" VAL-DFC.
           DISPLAY (18 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Periodo aaaamm; o caixa inicial e o do  *
      * fechamento (98) do mes anterior.        *
      *-----------------------------------------*
       P05-PERIODO.
           COMPUTE WS-PER-FIM = WS-ANO-C * 100 + WS-MES-C.
           IF WS-TIPO = "A"
               COMPUTE WS-PER-INI = WS-ANO-C * 100 + 1
           ELSE
               MOVE WS-PER-FIM TO WS-PER-INI.
           MOVE WS-PER-INI(1:4) TO WS-ANO-ABE.
           MOVE WS-PER-INI(5:2) TO WS-MES-ABE.
           IF WS-MES-ABE = 01
               MOVE 12 TO WS-MES-ABE
               SUBTRACT 1 FROM WS-ANO-ABE
           ELSE
               SUBTRACT 1 FROM WS-MES-ABE.
           MOVE ZEROS TO WS-TAB-DFC WS-TOT-ENC WS-QTD-MOV WS-QTD-SEM
               WS-SM-QTD WS-EC-QTD WS-QTD-NCONF.

      *-----------------------------------------*
      * Uma posicao por conta do cadastro (42). *
      *-----------------------------------------*
       P-CARREGA-CONTAS.
           MOVE ZEROS TO WS-CT-QTD.
           MOVE 1 TO WS-CT-I.
           PERFORM P-ZERA-CONTA UNTIL WS-CT-I > WS-CT-SEM.
           MOVE "SEM CONTA" TO CT-NOME(WS-CT-SEM).
           MOVE ZEROS TO COD-CONTA.
           START CONTA KEY IS NOT LESS THAN COD-CONTA
               INVALID KEY GO TO P-CARREGA-CONTAS-EXIT.
       P-CARREGA-CONTAS-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-CARREGA-CONTAS-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-CARREGA-CONTAS-LER.
           IF WS-CT-QTD NOT < WS-CT-MAX
               GO TO P-CARREGA-CONTAS-EXIT.
           ADD 1 TO WS-CT-QTD.
           MOVE COD-CONTA TO CT-COD(WS-CT-QTD).
           MOVE NOME-CONTA TO CT-NOME(WS-CT-QTD).
           GO TO P-CARREGA-CONTAS-LER.
       P-CARREGA-CONTAS-EXIT.
           EXIT.

       P-ZERA-CONTA.
           MOVE ZEROS TO CT-COD(WS-CT-I) CT-FLUXO(WS-CT-I)
               CT-TRANSF(WS-CT-I) CT-INI(WS-CT-I) CT-FIM(WS-CT-I).
           MOVE SPACES TO CT-NOME(WS-CT-I).
           MOVE "N" TO CT-TEM-INI(WS-CT-I) CT-TEM-FIM(WS-CT-I).
           ADD 1 TO WS-CT-I.

      *----- conta pelo nome (BCO/RECEB/EMPREST) ou pelo codigo
       P-ACHA-NOME.
           MOVE WS-CT-SEM TO WS-CT-I.
           MOVE 1 TO WS-IDX.
           PERFORM P-ACHA-NOME-LOOP
               UNTIL WS-IDX > WS-CT-QTD OR WS-CT-I NOT = WS-CT-SEM.

       P-ACHA-NOME-LOOP.
           IF CT-NOME(WS-IDX) = WS-NOME-BUSCA
               MOVE WS-IDX TO WS-CT-I.
           ADD 1 TO WS-IDX.

       P-ACHA-COD.
           MOVE WS-CT-SEM TO WS-CT-I.
           MOVE 1 TO WS-IDX.
           PERFORM P-ACHA-COD-LOOP
               UNTIL WS-IDX > WS-CT-QTD OR WS-CT-I NOT = WS-CT-SEM.

       P-ACHA-COD-LOOP.
           IF CT-COD(WS-IDX) = WS-COD-BUSCA
               MOVE WS-IDX TO WS-CT-I.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Emprestimos (105): a liberacao no       *
      * periodo e captacao; guarda as categ. de *
      * amortizacao e juros p/o padrao.         *
      *-----------------------------------------*
       P-SOMA-EMPREST.
           IF NOT EMP-OK-88
               GO TO P-SOMA-EMPREST-EXIT.
           MOVE ZEROS TO EMP-NUM.
           START EMPREST KEY IS NOT LESS THAN EMP-NUM
               INVALID KEY GO TO P-SOMA-EMPREST-EXIT.
       P-SOMA-EMPREST-LER.
           READ EMPREST NEXT RECORD
               AT END GO TO P-SOMA-EMPREST-EXIT.
           IF EMP-SIT = "C"
               GO TO P-SOMA-EMPREST-LER.
           IF WS-EC-QTD < 99
               ADD 1 TO WS-EC-QTD
               MOVE EMP-CATEG-AMORT TO EC-CATEG(WS-EC-QTD)
               MOVE 22 TO EC-LINHA(WS-EC-QTD)
               ADD 1 TO WS-EC-QTD
               MOVE EMP-CATEG-JUROS TO EC-CATEG(WS-EC-QTD)
               MOVE 06 TO EC-LINHA(WS-EC-QTD).
           MOVE EMP-DATA-LIB(1:6) TO WS-PER-MOV.
           IF WS-PER-MOV < WS-PER-INI OR WS-PER-MOV > WS-PER-FIM
               GO TO P-SOMA-EMPREST-LER.
           MOVE EMP-PRINCIPAL TO WS-VALOR.
           MOVE 21 TO WS-LINHA.
           MOVE EMP-CONTA TO WS-NOME-BUSCA.
           PERFORM P-ACHA-NOME.
           PERFORM P-LANCA.
           GO TO P-SOMA-EMPREST-LER.
       P-SOMA-EMPREST-EXIT.
           EXIT.

      *-----------------------------------------*
      * Aplicacoes (90): A sai da conta p/a     *
      * aplicacao, resgate volta p/a conta.     *
      *-----------------------------------------*
       P-SOMA-APLIC.
           IF NOT APL-OK-88
               GO TO P-SOMA-APLIC-EXIT.
           MOVE ZEROS TO APL-NUM.
           START APLIC KEY IS NOT LESS THAN APL-NUM
               INVALID KEY GO TO P-SOMA-APLIC-EXIT.
       P-SOMA-APLIC-LER.
           READ APLIC NEXT RECORD
               AT END GO TO P-SOMA-APLIC-EXIT.
           MOVE APL-DATA(1:6) TO WS-PER-MOV.
           IF WS-PER-MOV < WS-PER-INI OR WS-PER-MOV > WS-PER-FIM
               GO TO P-SOMA-APLIC-LER.
           IF APL-TIPO = "A"
               MOVE 12 TO WS-LINHA
               COMPUTE WS-VALOR = ZEROS - APL-VALOR
           ELSE
               MOVE 13 TO WS-LINHA
               MOVE APL-VALOR TO WS-VALOR.
           MOVE APL-CONTA TO WS-COD-BUSCA.
           PERFORM P-ACHA-COD.
           PERFORM P-LANCA.
           GO TO P-SOMA-APLIC-LER.
       P-SOMA-APLIC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Recebimentos de clientes: titulo com    *
      * deposito (81/102) no periodo.           *
      *-----------------------------------------*
       P-SOMA-RECEB.
           IF NOT REC-OK-88
               GO TO P-SOMA-RECEB-EXIT.
           MOVE SPACES TO NUM-REC.
           START RECEB KEY IS NOT LESS THAN NUM-REC
               INVALID KEY GO TO P-SOMA-RECEB-EXIT.
       P-SOMA-RECEB-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-SOMA-RECEB-EXIT.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-SOMA-RECEB-LER.
           IF DATA-DEP-REC = ZEROS
               GO TO P-SOMA-RECEB-LER.
           MOVE ZEROS TO WS-PER-MOV.
           MOVE "20" TO WS-PER-MOV(1:2).
           MOVE DATA-DEP-REC(5:2) TO WS-PER-MOV(3:2).
           MOVE DATA-DEP-REC(3:2) TO WS-PER-MOV(5:2).
           IF WS-PER-MOV < WS-PER-INI OR WS-PER-MOV > WS-PER-FIM
               GO TO P-SOMA-RECEB-LER.
           MOVE VALOR-DEP-REC TO WS-VALOR.
           IF WS-VALOR = ZEROS
               MOVE VALOR-REC TO WS-VALOR.
           MOVE 01 TO WS-LINHA.
           MOVE CONTA-REC TO WS-NOME-BUSCA.
           PERFORM P-ACHA-NOME.
           PERFORM P-LANCA.
           GO TO P-SOMA-RECEB-LER.
       P-SOMA-RECEB-EXIT.
           EXIT.

      *-----------------------------------------*
       P-SOMA-ATUAL.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-SOMA-ATUAL-EXIT.
       P-SOMA-ATUAL-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-SOMA-ATUAL-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-SOMA-ATUAL-LER.
           PERFORM P-FILTRA THRU P-FILTRA-EXIT.
           GO TO P-SOMA-ATUAL-LER.
       P-SOMA-ATUAL-EXIT.
           EXIT.

      *-----------------------------------------*
       P-SOMA-ARQ.
           MOVE SPACES TO WS-ARQ-ARCH.
           STRING "BCO" WS-ANO-ARQ ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-ARCH.
           OPEN INPUT ARQ.
           IF FS-ARQ NOT = "00"
               GO TO P-SOMA-ARQ-EXIT.
           ADD 1 TO WS-QTD-ARQ.
       P-SOMA-ARQ-LER.
           READ ARQ
               AT END
                   CLOSE ARQ
                   GO TO P-SOMA-ARQ-EXIT.
      *----- imagem do registro anual na area de BCO.DAT p/usar
      *----- os mesmos nomes de campo
           MOVE REG-ARQ TO REG-BCO.
           PERFORM P-FILTRA THRU P-FILTRA-EXIT.
           GO TO P-SOMA-ARQ-LER.
       P-SOMA-ARQ-EXIT.
           EXIT.

      *-----------------------------------------*
      * Pagamento realizado no periodo. Cheque  *
      * impresso conta na data do cheque, como  *
      * no fechamento (98), que o tira do saldo *
      * do extrato enquanto nao compensa; o     *
      * resto conta na data da baixa.           *
      *-----------------------------------------*
       P-FILTRA.
           IF DESCRI-CHE = "NULO "
               GO TO P-FILTRA-EXIT.
           IF SITUACAO-CHE = "C"
               GO TO P-FILTRA-EXIT.
           MOVE ZEROS TO WS-PER-MOV.
           IF IMPRESSO-CHE = "S"
               MOVE ANO-CHE TO WS-PER-MOV(1:4)
               MOVE MES-CHE TO WS-PER-MOV(5:2)
               MOVE VALOR-CHE TO WS-VALOR
               GO TO P-FILTRA-PERIODO.
           IF DATA-CONF = ZEROS
               GO TO P-FILTRA-EXIT.
           MOVE "20" TO WS-PER-MOV(1:2).
           MOVE DATA-CONF(5:2) TO WS-PER-MOV(3:2).
           MOVE DATA-CONF(3:2) TO WS-PER-MOV(5:2).
           MOVE VALOR-PAGO-CHE TO WS-VALOR.
           IF WS-VALOR = ZEROS
               MOVE VALOR-CHE TO WS-VALOR.
       P-FILTRA-PERIODO.
           IF WS-PER-MOV < WS-PER-INI OR WS-PER-MOV > WS-PER-FIM
               GO TO P-FILTRA-EXIT.
           MOVE CONTA-CHE TO WS-NOME-BUSCA.
           PERFORM P-ACHA-NOME.
      *----- transferencia entre contas: so no saldo por conta
           IF TIPO-CHE = "T"
               SUBTRACT WS-VALOR FROM CT-TRANSF(WS-CT-I)
               GO TO P-FILTRA-EXIT.
           IF TIPO-CHE = "E"
               ADD WS-VALOR TO CT-TRANSF(WS-CT-I)
               GO TO P-FILTRA-EXIT.
      *----- encontro de contas: compensado sem dinheiro
           IF AUTENT-CHE(1:8) = "ENCONTRO"
               ADD WS-VALOR TO WS-TOT-ENC
               SUBTRACT WS-VALOR FROM CT-FLUXO(WS-CT-I)
               GO TO P-FILTRA-EXIT.
           PERFORM P-LINHA-CATEG THRU P-LINHA-CATEG-EXIT.
           COMPUTE WS-VALOR = ZEROS - WS-VALOR.
           PERFORM P-LANCA.
       P-FILTRA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha da categoria (65); sem linha:     *
      * folha = pessoal, categoria de           *
      * emprestimo = amortizacao/juros, resto = *
      * outros operacionais (listada no fim).   *
      *-----------------------------------------*
       P-LINHA-CATEG.
           IF DFC-OK-88
               MOVE CATEG-CHE TO CDF-CATEG
               READ CATDFC
                   INVALID KEY
                       MOVE ZEROS TO CDF-LINHA
               END-READ
               IF CDF-LINHA > ZEROS AND CDF-LINHA < 25
                   MOVE CDF-LINHA TO WS-LINHA
                   GO TO P-LINHA-CATEG-EXIT.
           ADD 1 TO WS-QTD-SEM.
           IF TIPO-CHE = "S"
               MOVE 04 TO WS-LINHA
               GO TO P-LINHA-CATEG-EXIT.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P-ACHA-EC
               UNTIL WS-IDX > WS-EC-QTD OR WS-ACHOU > ZEROS.
           IF WS-ACHOU > ZEROS
               MOVE EC-LINHA(WS-ACHOU) TO WS-LINHA
               GO TO P-LINHA-CATEG-EXIT.
           MOVE 07 TO WS-LINHA.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P-ACHA-SM
               UNTIL WS-IDX > WS-SM-QTD OR WS-ACHOU > ZEROS.
           IF WS-ACHOU = ZEROS AND WS-SM-QTD < 15
               ADD 1 TO WS-SM-QTD
               MOVE CATEG-CHE TO SM-CATEG(WS-SM-QTD).
       P-LINHA-CATEG-EXIT.
           EXIT.

       P-ACHA-EC.
           IF EC-CATEG(WS-IDX) = CATEG-CHE
               MOVE WS-IDX TO WS-ACHOU.
           ADD 1 TO WS-IDX.

       P-ACHA-SM.
           IF SM-CATEG(WS-IDX) = CATEG-CHE
               MOVE WS-IDX TO WS-ACHOU.
           ADD 1 TO WS-IDX.

      *----- soma WS-VALOR na linha da DFC e no fluxo da conta
       P-LANCA.
           ADD WS-VALOR TO DFC-VAL(WS-LINHA).
           ADD WS-VALOR TO CT-FLUXO(WS-CT-I).
           ADD 1 TO WS-QTD-MOV.

      *-----------------------------------------*
      * Saldo contabil conciliado (98) do mes   *
      * anterior ao periodo e do ultimo mes.    *
      *-----------------------------------------*
       P-SALDOS-CONC.
           IF NOT CM-OK-88
               GO TO P-SALDOS-CONC-EXIT.
           MOVE 1 TO WS-CT-I.
           PERFORM P-SALDOS-CONTA UNTIL WS-CT-I > WS-CT-QTD.
       P-SALDOS-CONC-EXIT.
           EXIT.

       P-SALDOS-CONTA.
           MOVE CT-COD(WS-CT-I) TO CM-CONTA.
           MOVE WS-ANO-ABE TO CM-ANO.
           MOVE WS-MES-ABE TO CM-MES.
           READ CONCMES
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE CM-SALDO-CONTAB TO CT-INI(WS-CT-I)
                   MOVE "S" TO CT-TEM-INI(WS-CT-I).
           MOVE CT-COD(WS-CT-I) TO CM-CONTA.
           MOVE WS-ANO-C TO CM-ANO.
           MOVE WS-MES-C TO CM-MES.
           READ CONCMES
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE CM-SALDO-CONTAB TO CT-FIM(WS-CT-I)
                   MOVE "S" TO CT-TEM-FIM(WS-CT-I).
           ADD 1 TO WS-CT-I.

      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-PER-INI(5:2) TO MES-TIT1.
           MOVE WS-PER-INI(1:4) TO ANO-TIT1.
           MOVE WS-MES-C TO MES-TIT2.
           MOVE WS-ANO-C TO ANO-TIT2.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
      *----- atividades operacionais
           MOVE "ATIVIDADES OPERACIONAIS" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE 01 TO WS-LINHA.
           MOVE "Recebimentos de clientes" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 03 TO WS-LINHA.
           MOVE "Pagamentos a fornecedores" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 04 TO WS-LINHA.
           MOVE "Pagamentos de pessoal" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 05 TO WS-LINHA.
           MOVE "Impostos e contribuicoes" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 06 TO WS-LINHA.
           MOVE "Juros pagos" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 07 TO WS-LINHA.
           MOVE "Outros pagamentos operacionais" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           COMPUTE WS-TOT-OPER = DFC-VAL(1) + DFC-VAL(3) + DFC-VAL(4)
               + DFC-VAL(5) + DFC-VAL(6) + DFC-VAL(7).
           MOVE "(=)" TO COD-DFC.
           MOVE "Caixa liquido das atividades operacionais"
               TO ROT-DFC.
           MOVE WS-TOT-OPER TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
      *----- atividades de investimento
           MOVE "ATIVIDADES DE INVESTIMENTO" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE 11 TO WS-LINHA.
           MOVE "Aquisicao de imobilizado e intangivel" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 12 TO WS-LINHA.
           MOVE "Aplicacoes financeiras" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 13 TO WS-LINHA.
           MOVE "Resgates de aplicacoes financeiras" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           COMPUTE WS-TOT-INV = DFC-VAL(11) + DFC-VAL(12)
               + DFC-VAL(13).
           MOVE "(=)" TO COD-DFC.
           MOVE "Caixa liquido das atividades de investimento"
               TO ROT-DFC.
           MOVE WS-TOT-INV TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
      *----- atividades de financiamento
           MOVE "ATIVIDADES DE FINANCIAMENTO" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE 21 TO WS-LINHA.
           MOVE "Captacao de emprestimos" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 22 TO WS-LINHA.
           MOVE "Amortizacao de emprestimos" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 23 TO WS-LINHA.
           MOVE "Lucros e retiradas pagos" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           MOVE 24 TO WS-LINHA.
           MOVE "Outros financiamentos" TO ROT-DFC.
           PERFORM P-IMPRIME-LINHA.
           COMPUTE WS-TOT-FIN = DFC-VAL(21) + DFC-VAL(22)
               + DFC-VAL(23) + DFC-VAL(24).
           MOVE "(=)" TO COD-DFC.
           MOVE "Caixa liquido das atividades de financiamento"
               TO ROT-DFC.
           MOVE WS-TOT-FIN TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
           WRITE REG-RELATO FROM LINHA-TRACO.
      *----- variacao x caixa conciliado das contas
           PERFORM P-SOMA-CONTAS.
           COMPUTE WS-TOT-VAR = WS-TOT-OPER + WS-TOT-INV + WS-TOT-FIN.
           MOVE SPACES TO COD-DFC.
           MOVE "AUMENTO (REDUCAO) LIQUIDO DE CAIXA" TO ROT-DFC.
           MOVE WS-TOT-VAR TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
           MOVE SPACES TO ROT-DFC.
           STRING "Caixa no inicio (conciliado " WS-MES-ABE "/"
               WS-ANO-ABE ")" DELIMITED BY SIZE INTO ROT-DFC.
           MOVE WS-SOMA-INI TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
           MOVE SPACES TO ROT-DFC.
           STRING "Caixa no fim (conciliado " WS-MES-C "/"
               WS-ANO-C ")" DELIMITED BY SIZE INTO ROT-DFC.
           MOVE WS-SOMA-FIM TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
           MOVE "Diferenca nas contas conferidas" TO ROT-DFC.
           MOVE WS-SOMA-DIF TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.
           WRITE REG-RELATO FROM LINHA-TRACO.
      *----- saldo por conta
           MOVE "CAIXA POR CONTA x CONCILIACAO MENSAL (98)"
               TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-CAB-CT.
           MOVE 1 TO WS-CT-I.
           PERFORM P-IMPRIME-CONTA UNTIL WS-CT-I > WS-CT-QTD.
           MOVE WS-CT-SEM TO WS-CT-I.
           IF CT-FLUXO(WS-CT-I) NOT = ZEROS OR
              CT-TRANSF(WS-CT-I) NOT = ZEROS
               PERFORM P-IMPRIME-CONTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE SPACES TO NOTA-DET.
           STRING "Fluxo = entradas - saidas da DFC; Transf. = "
               "entre contas da empresa (49/112)."
               DELIMITED BY SIZE INTO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           MOVE SPACES TO NOTA-DET.
           STRING "* conta sem fechamento (98) no inicio ou no fim "
               "do periodo: nao conferida."
               DELIMITED BY SIZE INTO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           IF WS-TOT-ENC > ZEROS
               MOVE WS-TOT-ENC TO VAL-DFC
               MOVE SPACES TO NOTA-DET
               STRING "Encontro de contas (103) fora do caixa R$ "
                   VAL-DFC DELIMITED BY SIZE INTO NOTA-DET
               WRITE REG-RELATO FROM LINHA-NOTA.
           IF WS-SM-QTD > ZEROS
               PERFORM P-IMPRIME-SEM.
           CLOSE RELATO.
       P06-IMPRIME-EXIT.
           EXIT.

       P-IMPRIME-LINHA.
           MOVE SPACES TO COD-DFC.
           MOVE WS-LINHA TO COD-DFC(1:2).
           MOVE DFC-VAL(WS-LINHA) TO VAL-DFC.
           WRITE REG-RELATO FROM LINHA-DFC.

      *----- totais das contas; diferenca so das conferidas
       P-SOMA-CONTAS.
           MOVE ZEROS TO WS-SOMA-INI WS-SOMA-FIM WS-SOMA-FLUXO
               WS-SOMA-TRANSF WS-SOMA-DIF WS-QTD-NCONF.
           MOVE 1 TO WS-CT-I.
           PERFORM P-SOMA-CONTA UNTIL WS-CT-I > WS-CT-QTD.

       P-SOMA-CONTA.
           ADD CT-INI(WS-CT-I) TO WS-SOMA-INI.
           ADD CT-FIM(WS-CT-I) TO WS-SOMA-FIM.
           ADD CT-FLUXO(WS-CT-I) TO WS-SOMA-FLUXO.
           ADD CT-TRANSF(WS-CT-I) TO WS-SOMA-TRANSF.
           IF CT-TEM-INI(WS-CT-I) = "S" AND CT-TEM-FIM(WS-CT-I) = "S"
               COMPUTE WS-SOMA-DIF = WS-SOMA-DIF + CT-FIM(WS-CT-I)
                   - CT-INI(WS-CT-I) - CT-FLUXO(WS-CT-I)
                   - CT-TRANSF(WS-CT-I)
           ELSE
               ADD 1 TO WS-QTD-NCONF.
           ADD 1 TO WS-CT-I.

       P-IMPRIME-CONTA.
           MOVE CT-NOME(WS-CT-I) TO NOME-CT.
           MOVE CT-FLUXO(WS-CT-I) TO FLUXO-CT.
           MOVE CT-TRANSF(WS-CT-I) TO TRANSF-CT.
           MOVE SPACES TO INI-CT FIM-CT DIF-CT MARCA-CT.
           IF CT-TEM-INI(WS-CT-I) = "S"
               MOVE CT-INI(WS-CT-I) TO INI-CT-V.
           IF CT-TEM-FIM(WS-CT-I) = "S"
               MOVE CT-FIM(WS-CT-I) TO FIM-CT-V.
           IF CT-TEM-INI(WS-CT-I) = "S" AND CT-TEM-FIM(WS-CT-I) = "S"
               COMPUTE WS-CT-DIF = CT-FIM(WS-CT-I) - CT-INI(WS-CT-I)
                   - CT-FLUXO(WS-CT-I) - CT-TRANSF(WS-CT-I)
               MOVE WS-CT-DIF TO DIF-CT-V
           ELSE
               MOVE "*" TO MARCA-CT.
           WRITE REG-RELATO FROM LINHA-CT.
           ADD 1 TO WS-CT-I.

       P-IMPRIME-SEM.
           MOVE SPACES TO SEM-DET.
           MOVE 1 TO WS-IDX.
           PERFORM P-MONTA-SEM UNTIL WS-IDX > WS-SM-QTD
               OR WS-IDX > 11.
           WRITE REG-RELATO FROM LINHA-SEM.
           MOVE SPACES TO NOTA-DET.
           STRING "Pagamentos dessas categorias foram p/a linha 07 "
               "(ou 04 folha, 06/22 emprestimo)."
               DELIMITED BY SIZE INTO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.

       P-MONTA-SEM.
           COMPUTE WS-ACHOU = (WS-IDX - 1) * 4 + 1.
           MOVE SM-CATEG(WS-IDX) TO SEM-DET(WS-ACHOU:3).
           ADD 1 TO WS-IDX.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO CONTA.
           IF REC-OK-88
               CLOSE RECEB.
           IF APL-OK-88
               CLOSE APLIC.
           IF EMP-OK-88
               CLOSE EMPREST.
           IF DFC-OK-88
               CLOSE CATDFC.
           IF CM-OK-88
               CLOSE CONCMES.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".

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
