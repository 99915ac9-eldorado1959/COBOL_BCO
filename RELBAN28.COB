       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN28.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Bloqueio judicial por conta (122).      *
      * BLJ-SIT = A aberto, P parcial, L livre  *
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
           03 BLJ-DATA.
               05 BLJ-ANO      PIC 9(04).
               05 BLJ-MES      PIC 99.
               05 BLJ-DIA      PIC 99.
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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-LIBERADOS         PIC X VALUE "N".
       88 LIBERADOS-88           VALUE "S".
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88            VALUE "S".
       77 WS-PROC-ANT          PIC X(25) VALUE SPACES.
       77 WS-ABERTO            PIC 9(10)V99 VALUE ZEROS.

       77 WS-QTD-PROC          PIC 9(03) VALUE ZEROS.
       77 WS-ABERTO-PROC       PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-GERAL         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PROCESSOS     PIC 9(05) VALUE ZEROS.
       77 WS-BLOQ-GERAL        PIC 9(11)V99 VALUE ZEROS.
       77 WS-LIB-GERAL         PIC 9(11)V99 VALUE ZEROS.
       77 WS-ABERTO-GERAL      PIC 9(11)V99 VALUE ZEROS.

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
           02 F PIC X(40) VALUE
              "BLOQUEIOS JUDICIAIS EM ABERTO P/PROCESSO".
           02 TIT-LIB PIC X(20) VALUE SPACES.

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "PROCESSO                  CONTA      BLO".
           02 F PIC X(34) VALUE
              "QUEIO        EM ABERTO SIT".

       01 LINHA-CAB3.
           02 f pic x(03) value spaces.
           02 F PIC X(40) VALUE
              "VARA / JUIZO                        VALO".
           02 F PIC X(34) VALUE
              "R BLOQ.      JA LIBERADO".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 PROC-DET PIC X(25).
           02 f pic x(01) value spaces.
           02 CONTA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 DATA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 ABERTO-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(08).

       01 LINHA-DET2.
           02 f pic x(03) value spaces.
           02 VARA-DET PIC X(30).
           02 f pic x(03) value spaces.
           02 BLOQ-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(03) value spaces.
           02 LIB-DET PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-SUBTOT.
           02 f pic x(27) value spaces.
           02 F PIC X(21) VALUE "Total do processo...:".
           02 f pic x(01) value spaces.
           02 ABERTO-SUB PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL1.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "Processos..:".
           02 PROC-TOT PIC ZZ.ZZ9.
           02 f pic x(04) value spaces.
           02 F PIC X(12) VALUE "Bloqueios..:".
           02 QTD-TOT PIC ZZ.ZZ9.

       01 LINHA-TOTAL2.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "Bloqueado..:".
           02 BLOQ-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 F PIC X(10) VALUE "Liberado:".
           02 LIB-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL3.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "Em aberto..:".
           02 ABERTO-TOT PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE "(fora do saldo disponivel)".

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " BLOQUEIOS JUDICIAIS " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Bloqueios nas contas (122) por numero de processo,".
           02 LINE 07 COLUMN 04 VALUE
              "p/o Juridico acompanhar as liberacoes.".
           02 LINE 09 COLUMN 04 VALUE "Incluir liberados (S/N)=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT BLOQJUD.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BLOQJUD.DAT INEXISTENTE !!"
               STOP RUN.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<N> na confirmacao , Sai do Relatorio".
           MOVE "N" TO WS-LIBERADOS.
           ACCEPT (09 29) WS-LIBERADOS WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-LIBERADOS = "s"
               MOVE "S" TO WS-LIBERADOS.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-FIM.
           MOVE "S" TO WS-PRIMEIRO.
           MOVE SPACES TO WS-PROC-ANT.
           MOVE ZEROS TO WS-QTD-PROC WS-ABERTO-PROC WS-QTD-GERAL
                         WS-QTD-PROCESSOS WS-BLOQ-GERAL WS-LIB-GERAL
                         WS-ABERTO-GERAL.
           MOVE SPACES TO TIT-LIB.
           IF LIBERADOS-88
               MOVE " (E LIBERADOS)" TO TIT-LIB.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-CAB3.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE LOW-VALUES TO BLJ-PROCESSO.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-PROCESSO
               INVALID KEY GO TO P06-TOTAL.
       P05-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P06-TOTAL.
           IF BLJ-SIT = "L" AND NOT LIBERADOS-88
               GO TO P05-LER.
           IF PRIMEIRO-88 OR BLJ-PROCESSO NOT = WS-PROC-ANT
               PERFORM P-QUEBRA-PROC.
           COMPUTE WS-ABERTO = BLJ-VALOR - BLJ-LIBERADO.
           MOVE BLJ-PROCESSO TO PROC-DET.
           MOVE BLJ-NOME-CONTA TO CONTA-DET.
           MOVE SPACES TO DATA-DET.
           STRING BLJ-DIA "/" BLJ-MES "/" BLJ-ANO
               DELIMITED BY SIZE INTO DATA-DET.
           MOVE WS-ABERTO TO ABERTO-DET.
           MOVE "aberto" TO SIT-DET.
           IF BLJ-SIT = "P"
               MOVE "parcial" TO SIT-DET.
           IF BLJ-SIT = "L"
               MOVE "liberado" TO SIT-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           MOVE BLJ-VARA TO VARA-DET.
           MOVE BLJ-VALOR TO BLOQ-DET.
           MOVE BLJ-LIBERADO TO LIB-DET.
           WRITE REG-RELATO FROM LINHA-DET2.
           ADD 1 TO WS-QTD-PROC WS-QTD-GERAL.
           ADD WS-ABERTO TO WS-ABERTO-PROC WS-ABERTO-GERAL.
           ADD BLJ-VALOR TO WS-BLOQ-GERAL.
           ADD BLJ-LIBERADO TO WS-LIB-GERAL.
           GO TO P05-LER.

       P06-TOTAL.
           IF NOT PRIMEIRO-88
               PERFORM P-SUBTOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD-PROCESSOS TO PROC-TOT.
           MOVE WS-QTD-GERAL TO QTD-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL1.
           MOVE WS-BLOQ-GERAL TO BLOQ-TOT.
           MOVE WS-LIB-GERAL TO LIB-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL2.
           MOVE WS-ABERTO-GERAL TO ABERTO-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL3.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (12 04) "Processos..............:" WS-QTD-PROCESSOS.
           DISPLAY (13 04) "Bloqueios..............:" WS-QTD-GERAL.
           DISPLAY (14 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Troca de processo: subtotal do anterior *
      * quando ele tem bloqueio em mais de uma  *
      * conta.                                  *
      *-----------------------------------------*
       P-QUEBRA-PROC.
           IF NOT PRIMEIRO-88
               PERFORM P-SUBTOTAL.
           MOVE "N" TO WS-PRIMEIRO.
           MOVE BLJ-PROCESSO TO WS-PROC-ANT.
           MOVE ZEROS TO WS-QTD-PROC WS-ABERTO-PROC.
           ADD 1 TO WS-QTD-PROCESSOS.

       P-SUBTOTAL.
           IF WS-QTD-PROC > 1
               MOVE WS-ABERTO-PROC TO ABERTO-SUB
               WRITE REG-RELATO FROM LINHA-SUBTOT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BLOQJUD.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".
