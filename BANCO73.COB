                  RECORD KEY   IS COD-VERBA
                  FILE STATUS  IS FS-VERBA.

           SELECT RATEIO    ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS RAT-CHAVE
                  FILE STATUS  IS FS-RAT.

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
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-PROD==.
               05 VERBA-MES    PIC 99.
           03 VALOR-VERBA      PIC 9(08)V99.

       FD RATEIO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "RATEIO.DAT".
       01 REG-RATEIO.
           03 RAT-CHAVE.
               05 RAT-NUM      PIC X(06).
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
       77 FS                   PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-VERBA             PIC XX.
       77 FS-RAT               PIC XX.
       77 WS-RAT-OK            PIC X VALUE "S".
       88 RAT-OK-88              VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
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
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-MES-C             PIC 99 VALUE ZEROS.
           02 F PIC X(15) VALUE "REALIZADO R$".
           02 F PIC X(10) VALUE "CONSUMO %".

       01 LINHA-LEGENDA.
           02 f pic x(02) value spaces.
           02 F PIC X(52) VALUE
              "*  = subtotal da area    ** = subtotal da diretoria".

       01 LINHA-DET.
           02 NIVEL-DET PIC X(02) VALUE SPACES.
           02 DEPTO-DET PIC 99.
           02 f pic x(01) value spaces.
           02 NOME-DEPTO-DET PIC X(10).
           02 LINE 04 COLUMN 02 VALUE " VERBA X REALIZADO " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Mes  (01 a 12)......=".
           02 LINE 09 COLUMN 04 VALUE "Ano  (aaaa).........=".
           02 LINE 10 COLUMN 04 VALUE "Agrupar S/R/N.......=".
           02 LINE 11 COLUMN 04 VALUE
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
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               PERFORM P-RETORNA.
           OPEN INPUT RATEIO.
           IF FS-RAT = "35"
               MOVE "N" TO WS-RAT-OK.
           OPEN INPUT ORGDEP.
           IF FS-ORG = "35"
               MOVE "N" TO WS-ORG-OK.
           OPEN INPUT VERBGRP.
           IF FS-VGR = "35"
               MOVE "N" TO WS-VGR-OK.
           OPEN OUTPUT RELATO.

       P01-TELA-1.
           IF WS-ANO-C = ZEROS
               MOVE ANO TO WS-ANO-C
               DISPLAY (09 25) WS-ANO-C.
       P01-MODO.
           ACCEPT (10 25) WS-GRP-MODO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GRP-MODO = SPACES OR WS-GRP-MODO = "n"
               MOVE "N" TO WS-GRP-MODO.
           IF WS-GRP-MODO = "s"
               MOVE "S" TO WS-GRP-MODO.
           IF WS-GRP-MODO = "r"
               MOVE "R" TO WS-GRP-MODO.
           IF WS-GRP-MODO NOT = "N" AND NOT GRP-SUBTOT-88
              AND NOT GRP-RESUMO-88
               GO TO P01-MODO.
           IF WS-GRP-MODO NOT = "N" AND NOT ORG-OK-88
               DISPLAY (21 04) "!! Areas/Diretorias Nao Cadastradas !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               MOVE "N" TO WS-GRP-MODO
               GO TO P01-MODO.
           DISPLAY (10 25) WS-GRP-MODO.
           MOVE ZEROS TO WS-TAB-DEPTO.
           DISPLAY (21 04) "Processando...".

           READ BANCO NEXT RECORD
               AT END
                   GO TO P-IMPRIME-TUDO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO LER.
           IF MES-CHE NOT = WS-MES-C
               GO TO LER.
           IF ANO-CHE NOT = WS-ANO-C
               GO TO LER.
           IF DESCRI-CHE = "NULO "
               GO TO LER.
      *----- lancto rateado (21/107) realiza em cada depto
           IF RATEIO-CHE = "S" AND RAT-OK-88
               PERFORM P-SOMA-RATEIO THRU P-SOMA-RATEIO-EXIT
               GO TO LER.
           IF OBS-CHE(1:2) = SPACES OR OBS-CHE(1:2) = "00"
               GO TO LER.
           IF OBS-CHE(1:1) < "0" OR OBS-CHE(1:1) > "9"
               ADD VALOR-CHE TO WS-TD-REAL(WS-DEPTO-REG).
           GO TO LER.

       P-SOMA-RATEIO.
           MOVE NUM-CHE TO RAT-NUM.
           MOVE ZEROS TO RAT-DEPTO.
           START RATEIO KEY IS NOT LESS THAN RAT-CHAVE
               INVALID KEY GO TO P-SOMA-RATEIO-EXIT.
       P-SOMA-RATEIO-LER.
           READ RATEIO NEXT RECORD
               AT END GO TO P-SOMA-RATEIO-EXIT.
           IF RAT-NUM NOT = NUM-CHE
               GO TO P-SOMA-RATEIO-EXIT.
           IF RAT-DEPTO > ZEROS
               ADD RAT-VALOR TO WS-TD-REAL(RAT-DEPTO).
           GO TO P-SOMA-RATEIO-LER.
       P-SOMA-RATEIO-EXIT.
           EXIT.

      *-----------------------------------------*
       P-IMPRIME-TUDO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           DISPLAY (04 04) "DEPTO      VERBA R$      REALIZADO R$"
               "   CONSUMO %".
           MOVE 5 TO LIN.
           IF GRP-SUBTOT-88 OR GRP-RESUMO-88
               GO TO P-IMPRIME-GRUPO.
           MOVE ZEROS TO COD-DEPTO.
           START DEPTO KEY IS NOT LESS THAN COD-DEPTO
               INVALID KEY GO TO P-IMPRIME-FIM.
           DISPLAY (LIN , 04) LINHA-DET(3:60).
           GO TO P-IMPRIME-DEPTO.

      *-----------------------------------------*
      * Agrupado por area/diretoria (117): verba*
      * do grupo e' a do Cad.55 quando houver,  *
      * senao a soma das verbas dos filhos.     *
      *-----------------------------------------*
       P-IMPRIME-GRUPO.
           WRITE REG-RELATO FROM LINHA-LEGENDA.
           PERFORM P-CARREGA-ORG THRU P-CARREGA-ORG-FIM.
           MOVE ZEROS TO WS-TAB-GRP.
           MOVE 1 TO WS-GI-D.
           PERFORM P-GRP-CARREGA UNTIL WS-GI-D > 99.
           PERFORM P-GRP-SOMA-AREAS.
           MOVE 1 TO WS-GI-A.
           IF VGR-OK-88
               PERFORM P-GRP-VERBA-AREA UNTIL WS-GI-A > 99.
           PERFORM P-GRP-SOMA-DIRS.
           MOVE 1 TO WS-GI-R.
           IF VGR-OK-88
               PERFORM P-GRP-VERBA-DIR UNTIL WS-GI-R > 99.
           PERFORM P-GRP-IMPRIME.
           GO TO P-IMPRIME-FIM.

       P-GRP-CARREGA.
           MOVE WS-TD-REAL(WS-GI-D) TO WS-GD-VAL(WS-GI-D).
           MOVE WS-GI-D TO VERBA-DEPTO.
           MOVE WS-ANO-C TO VERBA-ANO.
           MOVE WS-MES-C TO VERBA-MES.
           READ VERBA
               INVALID KEY
                   MOVE ZEROS TO VALOR-VERBA.
           MOVE VALOR-VERBA TO WS-GD-VB(WS-GI-D).
           ADD 1 TO WS-GI-D.

       P-GRP-VERBA-AREA.
           MOVE "A" TO VGR-TIPO.
           MOVE WS-GI-A TO VGR-COD.
           MOVE WS-ANO-C TO VGR-ANO.
           MOVE WS-MES-C TO VGR-MES.
           READ VERBGRP
               NOT INVALID KEY
                   MOVE VALOR-VGR TO WS-GA-VB(WS-GI-A).
           ADD 1 TO WS-GI-A.

       P-GRP-VERBA-DIR.
           MOVE "R" TO VGR-TIPO.
           MOVE WS-GI-R TO VGR-COD.
           MOVE WS-ANO-C TO VGR-ANO.
           MOVE WS-MES-C TO VGR-MES.
           READ VERBGRP
               NOT INVALID KEY
                   MOVE VALOR-VGR TO WS-GR-VB(WS-GI-R).
           ADD 1 TO WS-GI-R.

      *----- uma linha do agrupado (depto, area ou diretoria)
       P-GRP-LINHA.
           MOVE SPACES TO NIVEL-DET AVISO-DET.
           IF WS-GL-NIVEL = "A"
               MOVE "* " TO NIVEL-DET.
           IF WS-GL-NIVEL = "R"
               MOVE "**" TO NIVEL-DET.
           MOVE WS-GL-COD TO DEPTO-DET.
           MOVE WS-GL-NOME TO NOME-DEPTO-DET.
           MOVE WS-GL-VB TO VERBA-DET.
           MOVE WS-GL-VAL TO REAL-DET.
           MOVE ZEROS TO PERC-DET.
           IF WS-GL-VB = ZEROS AND WS-GL-VAL > ZEROS
               MOVE "SEM VERBA " TO AVISO-DET.
           IF WS-GL-VB > ZEROS
               COMPUTE WS-PERC = (WS-GL-VAL * 100) / WS-GL-VB
               MOVE WS-PERC TO PERC-DET.
           IF WS-GL-VB > ZEROS AND WS-GL-VAL > WS-GL-VB
               MOVE "ESTOUROU !" TO AVISO-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           IF LIN > 19
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               DISPLAY (03 25) " VERBA X REALIZADO " BLINK
               DISPLAY (04 04) "DEPTO      VERBA R$      REALIZADO R$"
                   "   CONSUMO %"
               MOVE 5 TO LIN.
           ADD 1 TO LIN.
           DISPLAY (LIN , 02) LINHA-DET(1:62).

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

       P-IMPRIME-FIM.
           WRITE REG-RELATO FROM LINHA-TRACO.
           DISPLAY (21 04) "!! < Relatorio Emitido > !!".

       P-FIM.
           CLOSE BANCO DEPTO VERBA RELATO.
           IF RAT-OK-88
               CLOSE RATEIO.
           IF ORG-OK-88
               CLOSE ORGDEP.
           IF VGR-OK-88
               CLOSE VERBGRP.
       P-RETORNA.
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
