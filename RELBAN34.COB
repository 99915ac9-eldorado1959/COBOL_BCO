       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN34.
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
           SELECT LIMCHQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCQ-CHAVE
                  FILE STATUS IS FS-LCQ.
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

      *-----------------------------------------*
      * Limite de cheque especial por vigencia  *
      * (129): vale a ultima com data <= dia.   *
      *-----------------------------------------*
       FD LIMCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMCHQ.DAT".
       01 REG-LIMCHQ.
           03 LCQ-CHAVE.
               05 LCQ-CONTA    PIC 99.
               05 LCQ-DATA     PIC 9(08).
           03 LCQ-LIMITE       PIC 9(10)V99.
           03 LCQ-TAXA         PIC 9(02)V9(04).
           03 LCQ-POR          PIC X(08).
           03 LCQ-GRAVADO      PIC 9(08).

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
       77 FS-CONTA             PIC XX.
       77 FS-CM                PIC XX.
       77 FS-LCQ               PIC XX.
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
       77 WS-CM-OK             PIC X VALUE "S".
       88 CM-OK-88               VALUE "S".
       77 WS-LCQ-OK            PIC X VALUE "S".
       88 LCQ-OK-88              VALUE "S".

      *----- IOF do cheque especial (pessoa juridica): aliquota
      *----- diaria sobre o saldo devedor e adicional sobre cada
      *----- aumento do saldo devedor
       77 WS-IOF-DIA           PIC 9V9(06) VALUE 0,000041.
       77 WS-IOF-ADIC          PIC 9V9(04) VALUE 0,0038.

      *----- mes pedido (aaaamm) e mes anterior (extrato do 98)
       77 WS-MES-C             PIC 99 VALUE ZEROS.
       77 WS-ANO-C             PIC 9(04) VALUE ZEROS.
       77 WS-PER-FIM           PIC 9(06) VALUE ZEROS.
       77 WS-PER-HOJE          PIC 9(06) VALUE ZEROS.
       77 WS-PER-MOV           PIC 9(06) VALUE ZEROS.
       77 WS-MES-ABE           PIC 99 VALUE ZEROS.
       77 WS-ANO-ABE           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ARQ           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ARQ           PIC 9 VALUE ZEROS.
       77 WS-ULT-DIA           PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(04) VALUE ZEROS.
       77 WS-RESTO             PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MESES.
           03 F                PIC X(24) VALUE
              "312831303130313130313031".
       01 WS-TAB-MESES-R REDEFINES WS-TAB-MESES.
           03 WS-DIAS-MES OCCURS 12 TIMES PIC 99.

       77 WS-VALOR             PIC S9(11)V99 VALUE ZEROS.
       77 WS-DIA-MOV           PIC 99 VALUE ZEROS.
       77 WS-DIA-I             PIC 99 VALUE ZEROS.
       77 WS-CT-I              PIC 9(03) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-NOME-BUSCA        PIC X(10) VALUE SPACES.
       77 WS-COD-BUSCA         PIC 99 VALUE ZEROS.
       77 WS-QTD-MOV           PIC 9(06) VALUE ZEROS.

      *----- movimento de cada dia do mes por conta (credito +,
      *----- debito -); a ultima posicao junta o que veio sem
      *----- conta cadastrada e nao entra no relatorio
       77 WS-CT-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-CT-MAX            PIC 9(03) VALUE 99.
       77 WS-CT-SEM            PIC 9(03) VALUE 100.
       01 WS-TAB-CT.
           03 WS-CT-ENT OCCURS 100 TIMES.
               05 CT-COD       PIC 99.
               05 CT-NOME      PIC X(10).
               05 CT-INI       PIC S9(11)V99.
               05 CT-TEM-INI   PIC X(01).
               05 CT-MOV OCCURS 31 TIMES PIC S9(11)V99.

      *----- apuracao da conta, dia a dia
       77 WS-SALDO-DIA         PIC S9(11)V99 VALUE ZEROS.
       77 WS-USO               PIC 9(11)V99 VALUE ZEROS.
       77 WS-USO-ANT           PIC 9(11)V99 VALUE ZEROS.
       77 WS-PICO              PIC 9(11)V99 VALUE ZEROS.
       77 WS-DIAS-NEG          PIC 99 VALUE ZEROS.
       77 WS-DIAS-EST          PIC 99 VALUE ZEROS.
       77 WS-JUROS             PIC 9(09)V9(04) VALUE ZEROS.
       77 WS-IOF               PIC 9(09)V9(04) VALUE ZEROS.
       77 WS-CUSTO             PIC 9(09)V99 VALUE ZEROS.
      *----- vigencia em vigor no dia (P-LE-LIMITE)
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-DATA-LIM          PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-TAXA-LIM          PIC 9(02)V9(04) VALUE ZEROS.

       77 WS-QTD-LIST          PIC 9(03) VALUE ZEROS.
       77 WS-QTD-NEG           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-EST           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SEMINI        PIC 9(03) VALUE ZEROS.
       77 WS-TOT-JUROS         PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-IOF           PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-CUSTO         PIC 9(09)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
              "USO DO CHEQUE ESPECIAL - CUSTO ESTIMADO      ".
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-CAB.
           02 F PIC X(40) VALUE
              "CONTA             LIMITE DIAS   PICO USO".
           02 F PIC X(40) VALUE
              "         JUROS        IOF    CUSTO TOTAL".

       01 LINHA-DET.
           02 NOME-DET PIC X(10).
           02 f pic x value space.
           02 LIM-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 DIAS-DET PIC ZZ9.
           02 f pic x value space.
           02 PICO-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 JUROS-DET PIC Z.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 IOF-DET PIC ZZZ.ZZ9,99.
           02 f pic x value space.
           02 CUSTO-DET PIC Z.ZZZ.ZZ9,99.
           02 MARCA-DET PIC X(01).

       01 LINHA-EST.
           02 f pic x(11) value spaces.
           02 F PIC X(32) VALUE "** acima do limite em vigor em  ".
           02 EST-DET PIC Z9.
           02 F PIC X(07) VALUE " dia(s)".

       01 LINHA-TOT.
           02 F PIC X(10) VALUE "TOTAL     ".
           02 f pic x(15) value spaces.
           02 NEG-TOT PIC ZZ9.
           02 F PIC X(15) VALUE " conta(s) neg. ".
           02 JUROS-TOT PIC Z.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 IOF-TOT PIC ZZZ.ZZ9,99.
           02 f pic x value space.
           02 CUSTO-TOT PIC Z.ZZZ.ZZ9,99.

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
           02 LINE 04 COLUMN 02 VALUE " CHEQUE ESPECIAL - USO/CUSTO "
              BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Saldo do banco dia a dia: extrato conciliado (98) do".
           02 LINE 07 COLUMN 04 VALUE
              "mes anterior mais o movimento compensado no mes.".
           02 LINE 09 COLUMN 04 VALUE "Mes/Ano (mm aaaa)......=".
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
           OPEN INPUT CONCMES.
           IF FS-CM = "35"
               MOVE "N" TO WS-CM-OK.
           OPEN INPUT LIMCHQ.
           IF FS-LCQ = "35"
               MOVE "N" TO WS-LCQ-OK.
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
           COMPUTE WS-PER-FIM = WS-ANO-C * 100 + WS-MES-C.
           COMPUTE WS-PER-HOJE = ANO * 100 + MES.
           IF WS-PER-FIM > WS-PER-HOJE
               DISPLAY (21 04) "!! MES AINDA NAO COMECOU !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DADOS.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           PERFORM P05-PERIODO.
           PERFORM P-CARREGA-CONTAS THRU P-CARREGA-CONTAS-EXIT.
           PERFORM P-SALDOS-INI THRU P-SALDOS-INI-EXIT.
           PERFORM P-SOMA-EMPREST THRU P-SOMA-EMPREST-EXIT.
           PERFORM P-SOMA-APLIC THRU P-SOMA-APLIC-EXIT.
           PERFORM P-SOMA-RECEB THRU P-SOMA-RECEB-EXIT.
      *----- BCO.DAT e os anos arquivados (cheque do ano anterior
      *----- compensado no mes)
           PERFORM P-SOMA-ATUAL THRU P-SOMA-ATUAL-EXIT.
           MOVE ZEROS TO WS-QTD-ARQ.
           COMPUTE WS-ANO-ARQ = WS-ANO-C - 1.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           MOVE WS-ANO-C TO WS-ANO-ARQ.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (12 04) "Movimentos no mes.......:" WS-QTD-MOV.
           DISPLAY (13 04) "Arquivos mortos lidos...:" WS-QTD-ARQ.
           DISPLAY (14 04) "Contas que ficaram neg..:" WS-QTD-NEG.
           DISPLAY (15 04) "Contas acima do limite..:" WS-QTD-EST.
           DISPLAY (16 04) "Sem extrato conciliado..:" WS-QTD-SEMINI.
           MOVE WS-TOT-CUSTO TO WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Custo estimado......R$ :" WS-MOSTRA-VALOR.
           DISPLAY (19 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Mes anterior (extrato do 98) e ultimo   *
      * dia apurado: o do mes, ou hoje se for o *
      * mes corrente.                           *
      *-----------------------------------------*
       P05-PERIODO.
           MOVE WS-ANO-C TO WS-ANO-ABE.
           MOVE WS-MES-C TO WS-MES-ABE.
           IF WS-MES-ABE = 01
               MOVE 12 TO WS-MES-ABE
               SUBTRACT 1 FROM WS-ANO-ABE
           ELSE
               SUBTRACT 1 FROM WS-MES-ABE.
           MOVE WS-DIAS-MES(WS-MES-C) TO WS-ULT-DIA.
           DIVIDE WS-ANO-C BY 4 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-MES-C = 02 AND WS-RESTO = ZEROS
               MOVE 29 TO WS-ULT-DIA.
           IF WS-PER-FIM = WS-PER-HOJE
               MOVE DIA TO WS-ULT-DIA.
           MOVE ZEROS TO WS-QTD-MOV WS-QTD-LIST WS-QTD-NEG WS-QTD-EST
               WS-QTD-SEMINI WS-TOT-JUROS WS-TOT-IOF WS-TOT-CUSTO.

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
           MOVE ZEROS TO CT-COD(WS-CT-I) CT-INI(WS-CT-I).
           MOVE SPACES TO CT-NOME(WS-CT-I).
           MOVE "N" TO CT-TEM-INI(WS-CT-I).
           MOVE 1 TO WS-DIA-I.
           PERFORM P-ZERA-DIA UNTIL WS-DIA-I > 31.
           ADD 1 TO WS-CT-I.

       P-ZERA-DIA.
           MOVE ZEROS TO CT-MOV(WS-CT-I WS-DIA-I).
           ADD 1 TO WS-DIA-I.

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
      * Saldo do extrato no fim do mes anterior *
      * (conciliacao 98); sem ele parte de zero *
      * e a conta sai marcada.                  *
      *-----------------------------------------*
       P-SALDOS-INI.
           IF NOT CM-OK-88
               GO TO P-SALDOS-INI-EXIT.
           MOVE 1 TO WS-CT-I.
           PERFORM P-SALDO-CONTA UNTIL WS-CT-I > WS-CT-QTD.
       P-SALDOS-INI-EXIT.
           EXIT.

       P-SALDO-CONTA.
           MOVE CT-COD(WS-CT-I) TO CM-CONTA.
           MOVE WS-ANO-ABE TO CM-ANO.
           MOVE WS-MES-ABE TO CM-MES.
           READ CONCMES
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE CM-SALDO-BANCO TO CT-INI(WS-CT-I)
                   MOVE "S" TO CT-TEM-INI(WS-CT-I).
           ADD 1 TO WS-CT-I.

      *-----------------------------------------*
      * Emprestimos (105): liberacao no mes     *
      * entra na conta no dia.                  *
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
           MOVE EMP-DATA-LIB(1:6) TO WS-PER-MOV.
           IF WS-PER-MOV NOT = WS-PER-FIM
               GO TO P-SOMA-EMPREST-LER.
           MOVE EMP-DATA-LIB(7:2) TO WS-DIA-MOV.
           MOVE EMP-PRINCIPAL TO WS-VALOR.
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
           IF WS-PER-MOV NOT = WS-PER-FIM
               GO TO P-SOMA-APLIC-LER.
           MOVE APL-DATA(7:2) TO WS-DIA-MOV.
           IF APL-TIPO = "A"
               COMPUTE WS-VALOR = ZEROS - APL-VALOR
           ELSE
               MOVE APL-VALOR TO WS-VALOR.
           MOVE APL-CONTA TO WS-COD-BUSCA.
           PERFORM P-ACHA-COD.
           PERFORM P-LANCA.
           GO TO P-SOMA-APLIC-LER.
       P-SOMA-APLIC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Recebimentos: titulo com deposito       *
      * (81/102) no mes, no dia do deposito.    *
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
           IF WS-PER-MOV NOT = WS-PER-FIM
               GO TO P-SOMA-RECEB-LER.
           MOVE DATA-DEP-REC(1:2) TO WS-DIA-MOV.
           MOVE VALOR-DEP-REC TO WS-VALOR.
           IF WS-VALOR = ZEROS
               MOVE VALOR-REC TO WS-VALOR.
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
      * Lancamento compensado no mes, no dia da *
      * baixa: e quando sai do extrato.  Entra  *
      * (E) credita, o resto debita.  Encontro  *
      * de contas (103) fica: anula o credito   *
      * do titulo recebido no mesmo acerto.     *
      *-----------------------------------------*
       P-FILTRA.
           IF DESCRI-CHE = "NULO "
               GO TO P-FILTRA-EXIT.
           IF SITUACAO-CHE = "C"
               GO TO P-FILTRA-EXIT.
           IF DATA-CONF = ZEROS
               GO TO P-FILTRA-EXIT.
           MOVE ZEROS TO WS-PER-MOV.
           MOVE "20" TO WS-PER-MOV(1:2).
           MOVE DATA-CONF(5:2) TO WS-PER-MOV(3:2).
           MOVE DATA-CONF(3:2) TO WS-PER-MOV(5:2).
           IF WS-PER-MOV NOT = WS-PER-FIM
               GO TO P-FILTRA-EXIT.
           MOVE DATA-CONF(1:2) TO WS-DIA-MOV.
           MOVE VALOR-PAGO-CHE TO WS-VALOR.
           IF WS-VALOR = ZEROS
               MOVE VALOR-CHE TO WS-VALOR.
           IF TIPO-CHE NOT = "E"
               COMPUTE WS-VALOR = ZEROS - WS-VALOR.
           MOVE CONTA-CHE TO WS-NOME-BUSCA.
           PERFORM P-ACHA-NOME.
           PERFORM P-LANCA.
       P-FILTRA-EXIT.
           EXIT.

      *----- soma WS-VALOR no dia WS-DIA-MOV da conta WS-CT-I
       P-LANCA.
           IF WS-DIA-MOV > ZEROS AND WS-DIA-MOV < 32
               ADD WS-VALOR TO CT-MOV(WS-CT-I WS-DIA-MOV)
               ADD 1 TO WS-QTD-MOV.

      *-----------------------------------------*
      * Apura cada conta dia a dia pelo saldo   *
      * de fim de dia: juros pela taxa mensal   *
      * em vigor no dia / 30, IOF diario sobre  *
      * o uso e adicional sobre o que aumentou. *
      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-MES-C TO MES-TIT.
           MOVE WS-ANO-C TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 1 TO WS-CT-I.
           PERFORM P-APURA-CONTA THRU P-APURA-CONTA-EXIT
               UNTIL WS-CT-I > WS-CT-QTD.
           IF WS-QTD-LIST = ZEROS
               MOVE "Nenhuma conta com limite ou saldo negativo no mes."
                   TO NOTA-DET
               WRITE REG-RELATO FROM LINHA-NOTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD-NEG TO NEG-TOT.
           MOVE WS-TOT-JUROS TO JUROS-TOT.
           MOVE WS-TOT-IOF TO IOF-TOT.
           MOVE WS-TOT-CUSTO TO CUSTO-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE SPACES TO NOTA-DET.
           STRING "Custo estimado sobre o saldo de fim de dia; e o "
               "que se economiza cobrindo"
               DELIMITED BY SIZE INTO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           MOVE SPACES TO NOTA-DET.
           STRING "a conta antes. IOF: 0,0041% ao dia + 0,38% sobre "
               "o aumento do saldo devedor."
               DELIMITED BY SIZE INTO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           IF WS-QTD-SEMINI > ZEROS
               MOVE SPACES TO NOTA-DET
               STRING "* sem extrato conciliado (98) do mes anterior:"
                   " partiu de saldo zero."
                   DELIMITED BY SIZE INTO NOTA-DET
               WRITE REG-RELATO FROM LINHA-NOTA.
           CLOSE RELATO.
       P06-IMPRIME-EXIT.
           EXIT.

       P-APURA-CONTA.
           MOVE CT-INI(WS-CT-I) TO WS-SALDO-DIA.
           MOVE ZEROS TO WS-USO-ANT WS-PICO WS-DIAS-NEG WS-DIAS-EST
               WS-JUROS WS-IOF WS-LIMITE WS-TAXA-LIM.
           IF WS-SALDO-DIA < ZEROS
               COMPUTE WS-USO-ANT = ZEROS - WS-SALDO-DIA.
           MOVE CT-COD(WS-CT-I) TO WS-CONTA-NUM.
           MOVE 1 TO WS-DIA-I.
           PERFORM P-APURA-DIA THRU P-APURA-DIA-EXIT
               UNTIL WS-DIA-I > WS-ULT-DIA.
           IF WS-LIMITE = ZEROS AND WS-DIAS-NEG = ZEROS
               GO TO P-APURA-CONTA-PROX.
           ADD 1 TO WS-QTD-LIST.
           IF WS-DIAS-NEG > ZEROS
               ADD 1 TO WS-QTD-NEG.
           COMPUTE WS-CUSTO ROUNDED = WS-JUROS + WS-IOF.
           MOVE CT-NOME(WS-CT-I) TO NOME-DET.
           MOVE WS-LIMITE TO LIM-DET.
           MOVE WS-DIAS-NEG TO DIAS-DET.
           MOVE WS-PICO TO PICO-DET.
           COMPUTE JUROS-DET ROUNDED = WS-JUROS.
           COMPUTE IOF-DET ROUNDED = WS-IOF.
           MOVE WS-CUSTO TO CUSTO-DET.
           MOVE SPACES TO MARCA-DET.
           IF CT-TEM-INI(WS-CT-I) NOT = "S"
               MOVE "*" TO MARCA-DET
               ADD 1 TO WS-QTD-SEMINI.
           WRITE REG-RELATO FROM LINHA-DET.
           COMPUTE WS-TOT-JUROS ROUNDED = WS-TOT-JUROS + WS-JUROS.
           COMPUTE WS-TOT-IOF ROUNDED = WS-TOT-IOF + WS-IOF.
           ADD WS-CUSTO TO WS-TOT-CUSTO.
           IF WS-DIAS-EST = ZEROS
               GO TO P-APURA-CONTA-PROX.
           ADD 1 TO WS-QTD-EST.
           MOVE WS-DIAS-EST TO EST-DET.
           WRITE REG-RELATO FROM LINHA-EST.
       P-APURA-CONTA-PROX.
           ADD 1 TO WS-CT-I.
       P-APURA-CONTA-EXIT.
           EXIT.

       P-APURA-DIA.
           ADD CT-MOV(WS-CT-I WS-DIA-I) TO WS-SALDO-DIA.
           COMPUTE WS-DATA-LIM = WS-PER-FIM * 100 + WS-DIA-I.
           PERFORM P-LE-LIMITE THRU P-LE-LIMITE-FIM.
           MOVE ZEROS TO WS-USO.
           IF WS-SALDO-DIA NOT < ZEROS
               GO TO P-APURA-DIA-PROX.
           COMPUTE WS-USO = ZEROS - WS-SALDO-DIA.
           ADD 1 TO WS-DIAS-NEG.
           IF WS-USO > WS-PICO
               MOVE WS-USO TO WS-PICO.
           IF WS-USO > WS-LIMITE
               ADD 1 TO WS-DIAS-EST.
           COMPUTE WS-JUROS =
               WS-JUROS + WS-USO * WS-TAXA-LIM / 3000.
           COMPUTE WS-IOF = WS-IOF + WS-USO * WS-IOF-DIA.
           IF WS-USO > WS-USO-ANT
               COMPUTE WS-IOF =
                   WS-IOF + (WS-USO - WS-USO-ANT) * WS-IOF-ADIC.
       P-APURA-DIA-PROX.
           MOVE WS-USO TO WS-USO-ANT.
           ADD 1 TO WS-DIA-I.
       P-APURA-DIA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Limite e taxa da conta WS-CONTA-NUM em  *
      * vigor em WS-DATA-LIM; sem vigencia = 0. *
      *-----------------------------------------*
       P-LE-LIMITE.
           MOVE ZEROS TO WS-LIMITE WS-TAXA-LIM.
           IF NOT LCQ-OK-88
               GO TO P-LE-LIMITE-FIM.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           START LIMCHQ KEY IS NOT LESS THAN LCQ-CHAVE
               INVALID KEY GO TO P-LE-LIMITE-FIM.
       P-LE-LIMITE-LER.
           READ LIMCHQ NEXT RECORD
               AT END GO TO P-LE-LIMITE-FIM.
           IF LCQ-CONTA NOT = WS-CONTA-NUM
               GO TO P-LE-LIMITE-FIM.
           IF LCQ-DATA > WS-DATA-LIM
               GO TO P-LE-LIMITE-FIM.
           MOVE LCQ-LIMITE TO WS-LIMITE.
           MOVE LCQ-TAXA TO WS-TAXA-LIM.
           GO TO P-LE-LIMITE-LER.
       P-LE-LIMITE-FIM.
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
           CLOSE BANCO CONTA.
           IF REC-OK-88
               CLOSE RECEB.
           IF APL-OK-88
               CLOSE APLIC.
           IF EMP-OK-88
               CLOSE EMPREST.
           IF CM-OK-88
               CLOSE CONCMES.
           IF LCQ-OK-88
               CLOSE LIMCHQ.
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
