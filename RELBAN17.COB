                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RAT-CHAVE
                  FILE STATUS IS FS-RAT.
           SELECT ORGDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORG-CHAVE
                  FILE STATUS IS FS-ORG.
           SELECT VERBGRP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-VGR
                  FILE STATUS IS FS-VGR.
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
               05 RAT-DEPTO    PIC 99.
           03 RAT-VALOR        PIC 9(08)V99.

      *-----------------------------------------*
      * Estrutura (117): D depto -> area,       *
      * A area -> diretoria, R diretoria.       *
      *-----------------------------------------*
       FD ORGDEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ORGDEP.DAT".
       01 REG-ORG.
           03 ORG-CHAVE.
               05 ORG-TIPO     PIC X(01).
               05 ORG-COD      PIC 99.
           03 ORG-NOME         PIC X(20).
           03 ORG-PAI          PIC 99.

      *-----------------------------------------*
      * Verba de area (A) / diretoria (R) (55). *
      *-----------------------------------------*
       FD VERBGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VERBGRP.DAT".
       01 REG-VGR.
           03 COD-VGR.
               05 VGR-TIPO     PIC X(01).
               05 VGR-COD      PIC 99.
               05 VGR-ANO      PIC 9(04).
               05 VGR-MES      PIC 99.
           03 VALOR-VGR        PIC 9(08)V99.

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       77 WS-RAT-OK            PIC X VALUE "S".
       88 RAT-OK-88              VALUE "S".
       77 WS-ANO-R             PIC 9(04) VALUE ZEROS.
      *----- estrutura (117): depto -> area -> diretoria
       77 FS-ORG               PIC XX.
       77 WS-ORG-OK            PIC X VALUE "S".
       88 ORG-OK-88              VALUE "S".
       01 WS-TAB-ORG.
           03 WS-OD-AREA OCCURS 99 PIC 99.
           03 WS-OA-ENT OCCURS 99.
               05 WS-OA-DIR    PIC 99.
               05 WS-OA-NOME   PIC X(20).
           03 WS-OR-NOME OCCURS 99 PIC X(20).
       77 FS-VGR               PIC XX.
       77 WS-VGR-OK            PIC X VALUE "S".
       88 VGR-OK-88              VALUE "S".
      *----- subtotais por area/diretoria: 100 = sem area/dir.
       01 WS-TAB-GRP.
           03 WS-GD-ENT OCCURS 99.
               05 WS-GD-VAL    PIC 9(10)V99.
               05 WS-GD-VB     PIC 9(10)V99.
           03 WS-GA-ENT OCCURS 100.
               05 WS-GA-VAL    PIC 9(10)V99.
               05 WS-GA-VB     PIC 9(10)V99.
           03 WS-GR-ENT OCCURS 100.
               05 WS-GR-VAL    PIC 9(10)V99.
               05 WS-GR-VB     PIC 9(10)V99.
       77 WS-GRP-MODO          PIC X VALUE "N".
       88 GRP-SUBTOT-88          VALUE "S".
       88 GRP-RESUMO-88          VALUE "R".
       77 WS-GI-D              PIC 9(03) VALUE ZEROS.
       77 WS-GI-A              PIC 9(03) VALUE ZEROS.
       77 WS-GI-R              PIC 9(03) VALUE ZEROS.
       77 WS-GX-A              PIC 9(03) VALUE ZEROS.
       77 WS-GX-R              PIC 9(03) VALUE ZEROS.
       77 WS-GL-NIVEL          PIC X VALUE SPACES.
       77 WS-GL-COD            PIC 99 VALUE ZEROS.
       77 WS-GL-NOME           PIC X(20) VALUE SPACES.
       77 WS-GL-VAL            PIC 9(10)V99 VALUE ZEROS.
       77 WS-GL-VB             PIC 9(10)V99 VALUE ZEROS.
      *----- verba anual de area/diretoria lancada no 55
       01 WS-TAB-VGR.
           03 WS-VGA-ENT OCCURS 99.
               05 WS-VGA-VAL   PIC 9(10)V99.
               05 WS-VGA-TEM   PIC X.
           03 WS-VGR-ENT OCCURS 99.
               05 WS-VGR-VAL   PIC 9(10)V99.
               05 WS-VGR-TEM   PIC X.

      *----- matriz categoria x mes e categoria x depto (ano)
       77 WS-CAT-QTD           PIC 9(03) VALUE ZEROS.

       01 LINHA-VERBA.
           02 f pic x(04) value spaces.
           02 VB-NIVEL-DET PIC X(06) VALUE "DEPTO ".
           02 VB-COD-DET PIC 99.
           02 f pic x(01) value spaces.
           02 VB-NOME-DET PIC X(10).
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " MATRIZ ANUAL 12 MESES " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Ano  (aaaa).........=".
           02 LINE 09 COLUMN 04 VALUE "Agrupar S/R/N.......=".
           02 LINE 10 COLUMN 04 VALUE
              "S=subtotais area/diretoria R=so totais N=por depto".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
           OPEN INPUT RATEIO.
           IF FS-RAT = "35"
               MOVE "N" TO WS-RAT-OK.
           OPEN INPUT ORGDEP.
           IF FS-ORG = "35"
               MOVE "N" TO WS-ORG-OK.
           OPEN INPUT VERBGRP.
           IF FS-VGR = "35"
               MOVE "N" TO WS-VGR-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           ACCEPT (08 25) WS-ANO-R WITH PROMPT AUTO-SKIP.
           IF WS-ANO-R = ZEROS
               PERFORM P-FIM.
       P04-MODO.
           ACCEPT (09 25) WS-GRP-MODO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GRP-MODO = SPACES OR WS-GRP-MODO = "n"
               MOVE "N" TO WS-GRP-MODO.
           IF WS-GRP-MODO = "s"
               MOVE "S" TO WS-GRP-MODO.
           IF WS-GRP-MODO = "r"
               MOVE "R" TO WS-GRP-MODO.
           IF WS-GRP-MODO NOT = "N" AND NOT GRP-SUBTOT-88
              AND NOT GRP-RESUMO-88
               GO TO P04-MODO.
           IF WS-GRP-MODO NOT = "N" AND NOT ORG-OK-88
               DISPLAY (21 04) "!! Areas/Diretorias Nao Cadastradas !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               MOVE "N" TO WS-GRP-MODO
               GO TO P04-MODO.
           DISPLAY (09 25) WS-GRP-MODO.
           DISPLAY (21 04) "Somando o ano inteiro...".
           MOVE ZEROS TO WS-CAT-QTD.
           MOVE ZEROS TO WS-TAB-CAT WS-TAB-DEP.
       P05-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P06-IMPRIME.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P05-LER.
           IF ANO-CHE NOT = WS-ANO-R
               GO TO P05-LER.
           IF DESCRI-CHE = "NULO "
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 1 TO WS-DEPTO-N.
           MOVE "DEPTO " TO VB-NIVEL-DET.
           IF WS-GRP-MODO = "N"
               PERFORM P-IMPRIME-VERBA UNTIL WS-DEPTO-N > 99
           ELSE
               PERFORM P-IMPRIME-GRUPO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (10 04) "Categorias c/movimento:" WS-CAT-QTD.
               WRITE REG-RELATO FROM LINHA-VERBA.
           ADD 1 TO WS-DEPTO-N.

      *-----------------------------------------*
      * Secao de verba agrupada por area e      *
      * diretoria (117). Verba anual do grupo   *
      * e' a soma dos meses lancados no 55;     *
      * sem lancamento, soma a dos filhos.      *
      *-----------------------------------------*
       P-IMPRIME-GRUPO.
           PERFORM P-CARREGA-ORG THRU P-CARREGA-ORG-FIM.
           PERFORM P-CARREGA-VGR THRU P-CARREGA-VGR-EXIT.
           MOVE ZEROS TO WS-TAB-GRP.
           MOVE 1 TO WS-GI-D.
           PERFORM P-GRP-CARREGA UNTIL WS-GI-D > 99.
           PERFORM P-GRP-SOMA-AREAS.
           MOVE 1 TO WS-GI-A.
           PERFORM P-GRP-VERBA-AREA UNTIL WS-GI-A > 99.
           PERFORM P-GRP-SOMA-DIRS.
           MOVE 1 TO WS-GI-R.
           PERFORM P-GRP-VERBA-DIR UNTIL WS-GI-R > 99.
           PERFORM P-GRP-IMPRIME.

       P-GRP-CARREGA.
           MOVE DEP-REAL(WS-GI-D) TO WS-GD-VAL(WS-GI-D).
           MOVE DEP-VERBA(WS-GI-D) TO WS-GD-VB(WS-GI-D).
           ADD 1 TO WS-GI-D.

       P-GRP-VERBA-AREA.
           IF WS-VGA-TEM(WS-GI-A) = "S"
               MOVE WS-VGA-VAL(WS-GI-A) TO WS-GA-VB(WS-GI-A).
           ADD 1 TO WS-GI-A.

       P-GRP-VERBA-DIR.
           IF WS-VGR-TEM(WS-GI-R) = "S"
               MOVE WS-VGR-VAL(WS-GI-R) TO WS-GR-VB(WS-GI-R).
           ADD 1 TO WS-GI-R.

       P-CARREGA-VGR.
           MOVE ZEROS TO WS-TAB-VGR.
           IF NOT VGR-OK-88
               GO TO P-CARREGA-VGR-EXIT.
           MOVE LOW-VALUES TO COD-VGR.
           START VERBGRP KEY IS NOT LESS THAN COD-VGR
               INVALID KEY GO TO P-CARREGA-VGR-EXIT.
       P-CARREGA-VGR-LER.
           READ VERBGRP NEXT RECORD
               AT END GO TO P-CARREGA-VGR-EXIT.
           IF VGR-ANO NOT = WS-ANO-R OR VGR-COD = ZEROS
               GO TO P-CARREGA-VGR-LER.
           IF VGR-TIPO = "A"
               ADD VALOR-VGR TO WS-VGA-VAL(VGR-COD)
               MOVE "S" TO WS-VGA-TEM(VGR-COD).
           IF VGR-TIPO = "R"
               ADD VALOR-VGR TO WS-VGR-VAL(VGR-COD)
               MOVE "S" TO WS-VGR-TEM(VGR-COD).
           GO TO P-CARREGA-VGR-LER.
       P-CARREGA-VGR-EXIT.
           EXIT.

      *----- uma linha do agrupado (depto, area ou diretoria)
       P-GRP-LINHA.
           MOVE "DEPTO " TO VB-NIVEL-DET.
           IF WS-GL-NIVEL = "A"
               MOVE "AREA  " TO VB-NIVEL-DET.
           IF WS-GL-NIVEL = "R"
               MOVE "DIRET." TO VB-NIVEL-DET.
           MOVE WS-GL-COD TO VB-COD-DET.
           MOVE WS-GL-NOME TO VB-NOME-DET.
           MOVE WS-GL-VAL TO VB-REAL-DET.
           MOVE WS-GL-VB TO VB-VERBA-DET.
           WRITE REG-RELATO FROM LINHA-VERBA.
           IF WS-GL-NIVEL = "R"
               WRITE REG-RELATO FROM LINHA-TRACO.

      *-----------------------------------------*
      * Sobe os valores do depto p/a area e da  *
      * area p/a diretoria (WS-GD -> WS-GA ->   *
      * WS-GR); 100 junta os sem estrutura.     *
      *-----------------------------------------*
       P-GRP-SOMA-AREAS.
           MOVE 1 TO WS-GI-D.
           PERFORM P-GRP-SOMA-D UNTIL WS-GI-D > 99.
       P-GRP-SOMA-DIRS.
           MOVE 1 TO WS-GI-A.
           PERFORM P-GRP-SOMA-A UNTIL WS-GI-A > 100.
       P-GRP-SOMA-FIM.
           EXIT.

       P-GRP-SOMA-D.
           PERFORM P-GRP-AREA-DO-DEPTO.
           ADD WS-GD-VAL(WS-GI-D) TO WS-GA-VAL(WS-GX-A).
           ADD WS-GD-VB(WS-GI-D) TO WS-GA-VB(WS-GX-A).
           ADD 1 TO WS-GI-D.

       P-GRP-SOMA-A.
           PERFORM P-GRP-DIR-DA-AREA.
           ADD WS-GA-VAL(WS-GI-A) TO WS-GR-VAL(WS-GX-R).
           ADD WS-GA-VB(WS-GI-A) TO WS-GR-VB(WS-GX-R).
           ADD 1 TO WS-GI-A.

       P-GRP-AREA-DO-DEPTO.
           MOVE WS-OD-AREA(WS-GI-D) TO WS-GX-A.
           IF WS-GX-A = ZEROS
               MOVE 100 TO WS-GX-A.

       P-GRP-DIR-DA-AREA.
           MOVE 100 TO WS-GX-R.
           IF WS-GI-A < 100
               IF WS-OA-DIR(WS-GI-A) > ZEROS
                   MOVE WS-OA-DIR(WS-GI-A) TO WS-GX-R.

      *-----------------------------------------*
      * Percorre diretoria > area > depto e     *
      * manda cada linha p/P-GRP-LINHA (depto   *
      * so no modo com subtotais).              *
      *-----------------------------------------*
       P-GRP-IMPRIME.
           MOVE 1 TO WS-GI-R.
           PERFORM P-GRP-IMP-R THRU P-GRP-IMP-R-FIM
               UNTIL WS-GI-R > 100.

       P-GRP-IMP-R.
           IF WS-GR-VAL(WS-GI-R) = ZEROS AND WS-GR-VB(WS-GI-R) = ZEROS
               GO TO P-GRP-IMP-R-PROX.
           MOVE 1 TO WS-GI-A.
           PERFORM P-GRP-IMP-A THRU P-GRP-IMP-A-FIM
               UNTIL WS-GI-A > 100.
           MOVE "R" TO WS-GL-NIVEL.
           MOVE ZEROS TO WS-GL-COD.
           MOVE "SEM DIRETORIA" TO WS-GL-NOME.
           IF WS-GI-R < 100
               MOVE WS-GI-R TO WS-GL-COD
               MOVE WS-OR-NOME(WS-GI-R) TO WS-GL-NOME.
           MOVE WS-GR-VAL(WS-GI-R) TO WS-GL-VAL.
           MOVE WS-GR-VB(WS-GI-R) TO WS-GL-VB.
           PERFORM P-GRP-LINHA.
       P-GRP-IMP-R-PROX.
           ADD 1 TO WS-GI-R.
       P-GRP-IMP-R-FIM.
           EXIT.

       P-GRP-IMP-A.
           IF WS-GA-VAL(WS-GI-A) = ZEROS AND WS-GA-VB(WS-GI-A) = ZEROS
               GO TO P-GRP-IMP-A-PROX.
           PERFORM P-GRP-DIR-DA-AREA.
           IF WS-GX-R NOT = WS-GI-R
               GO TO P-GRP-IMP-A-PROX.
           IF GRP-SUBTOT-88
               MOVE 1 TO WS-GI-D
               PERFORM P-GRP-IMP-D UNTIL WS-GI-D > 99.
           MOVE "A" TO WS-GL-NIVEL.
           MOVE ZEROS TO WS-GL-COD.
           MOVE "SEM AREA" TO WS-GL-NOME.
           IF WS-GI-A < 100
               MOVE WS-GI-A TO WS-GL-COD
               MOVE WS-OA-NOME(WS-GI-A) TO WS-GL-NOME.
           MOVE WS-GA-VAL(WS-GI-A) TO WS-GL-VAL.
           MOVE WS-GA-VB(WS-GI-A) TO WS-GL-VB.
           PERFORM P-GRP-LINHA.
       P-GRP-IMP-A-PROX.
           ADD 1 TO WS-GI-A.
       P-GRP-IMP-A-FIM.
           EXIT.

       P-GRP-IMP-D.
           PERFORM P-GRP-AREA-DO-DEPTO.
           IF WS-GX-A = WS-GI-A
               IF WS-GD-VAL(WS-GI-D) > ZEROS
                  OR WS-GD-VB(WS-GI-D) > ZEROS
                   MOVE "D" TO WS-GL-NIVEL
                   MOVE WS-GI-D TO WS-GL-COD
                   MOVE SPACES TO WS-GL-NOME
                   PERFORM P-GRP-NOME-DEPTO
                   MOVE WS-GD-VAL(WS-GI-D) TO WS-GL-VAL
                   MOVE WS-GD-VB(WS-GI-D) TO WS-GL-VB
                   PERFORM P-GRP-LINHA.
           ADD 1 TO WS-GI-D.

       P-GRP-NOME-DEPTO.
           IF DEPTO-OK-88
               MOVE WS-GL-COD TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE NOME-DEPTO TO WS-GL-NOME.

      *-----------------------------------------*
      * Carrega a estrutura (117) em tabela:    *
      * area do depto, diretoria e nome da area *
      * e nome da diretoria.                    *
      *-----------------------------------------*
       P-CARREGA-ORG.
           MOVE ZEROS TO WS-TAB-ORG.
           IF NOT ORG-OK-88
               GO TO P-CARREGA-ORG-FIM.
           MOVE SPACES TO ORG-CHAVE.
           START ORGDEP KEY IS NOT LESS THAN ORG-CHAVE
               INVALID KEY GO TO P-CARREGA-ORG-FIM.
       P-CARREGA-ORG-LER.
           READ ORGDEP NEXT RECORD
               AT END GO TO P-CARREGA-ORG-FIM.
           IF ORG-COD = ZEROS
               GO TO P-CARREGA-ORG-LER.
           IF ORG-TIPO = "D"
               MOVE ORG-PAI TO WS-OD-AREA(ORG-COD).
           IF ORG-TIPO = "A"
               MOVE ORG-PAI TO WS-OA-DIR(ORG-COD)
               MOVE ORG-NOME TO WS-OA-NOME(ORG-COD).
           IF ORG-TIPO = "R"
               MOVE ORG-NOME TO WS-OR-NOME(ORG-COD).
           GO TO P-CARREGA-ORG-LER.
       P-CARREGA-ORG-FIM.
           EXIT.

       P-NOME-DEPTO-VB.
           IF DEPTO-OK-88
               MOVE WS-DEPTO-N TO COD-DEPTO
               CLOSE VERBA.
           IF RAT-OK-88
               CLOSE RATEIO.
           IF ORG-OK-88
               CLOSE ORGDEP.
           IF VGR-OK-88
               CLOSE VERBGRP.
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
