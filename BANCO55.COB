                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
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
       DATA DIVISION.
       FILE SECTION.
       FD VERBA
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

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
      ***********************************

       WORKING-STORAGE SECTION.
       77 WS-ANO-V             PIC 9(04) VALUE ZEROS.
       77 WS-VERBA-ACHOU       PIC X VALUE "N".
       88 VERBA-ACHOU-88        VALUE "S".
       77 WS-TIPO-V            PIC X VALUE "D".
       77 WS-SOMA-V            PIC 9(10)V99 VALUE ZEROS.
       77 WS-SOMA-ED           PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-GI-D              PIC 9(03) VALUE ZEROS.
       77 WS-GX-A              PIC 9(03) VALUE ZEROS.
       77 WS-GX-R              PIC 9(03) VALUE ZEROS.
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
      ***********************************

       SCREEN SECTION.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CADASTRO VERBAS " BLINK.
           02 LINE 07 COLUMN 04 VALUE "Tipo D/A/R.............=".
           02 LINE 08 COLUMN 04 VALUE "Codigo (Cad.38/117)....=".
           02 LINE 09 COLUMN 04 VALUE "Mes  (01 a 12).........=".
           02 LINE 10 COLUMN 04 VALUE "Ano  (aaaa)............=".
           02 LINE 12 COLUMN 04 VALUE "Verba do mes.......R$ .=".
               DISPLAY (10 10) "!! ARQUIVO DEPTO.DAT INEXISTENTE !!"
               CLOSE VERBA
               STOP RUN.
           OPEN I-O VERBGRP.
           IF FS-VGR = "30" OR FS-VGR = "35"
               CLOSE VERBGRP
               OPEN OUTPUT VERBGRP
               CLOSE VERBGRP
               OPEN I-O VERBGRP.
           OPEN INPUT ORGDEP.
           IF FS-ORG = "35"
               MOVE "N" TO WS-ORG-OK.
           PERFORM P-CARREGA-ORG THRU P-CARREGA-ORG-FIM.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-TIPO.
           DISPLAY (22 04) "<D>epto <A>rea di<R>etoria       ".
           ACCEPT (07 29) WS-TIPO-V WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-TIPO-V = SPACES OR WS-TIPO-V = "d"
               MOVE "D" TO WS-TIPO-V.
           IF WS-TIPO-V = "a"
               MOVE "A" TO WS-TIPO-V.
           IF WS-TIPO-V = "r"
               MOVE "R" TO WS-TIPO-V.
           IF WS-TIPO-V NOT = "D" AND WS-TIPO-V NOT = "A"
              AND WS-TIPO-V NOT = "R"
               GO TO P04-TIPO.
           DISPLAY (07 29) WS-TIPO-V.
           IF WS-TIPO-V NOT = "D" AND NOT ORG-OK-88
               DISPLAY (21 04) "!! < Estrutura Nao Cadastrada > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-TIPO.
       P04-CODIGO.
           DISPLAY (22 04) "<CODIGO = 00 , Sai do Cadastro   ".
           ACCEPT (08 29) WS-DEPTO WITH PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               PERFORM P-FIM.
           IF WS-TIPO-V NOT = "D"
               GO TO P04-GRUPO.
           MOVE WS-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! < Depto Nao Cadastrado > !!"
                   GO TO P04-CODIGO.
           DISPLAY (08 35) NOME-DEPTO.
           GO TO P05-MES.
       P04-GRUPO.
           MOVE WS-TIPO-V TO ORG-TIPO.
           MOVE WS-DEPTO TO ORG-COD.
           READ ORGDEP
               INVALID KEY
                   DISPLAY (21 04) "!! < Grupo Nao Cadastrado > !!"
                   GO TO P04-CODIGO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (08 35) ORG-NOME.
       P05-MES.
           ACCEPT (09 29) WS-MES-V WITH PROMPT AUTO-SKIP.
           IF WS-MES-V = ZEROS OR WS-MES-V > 12
               MOVE ANO TO WS-ANO-V
               DISPLAY (10 29) WS-ANO-V.
       P07-LE-VERBA.
           DISPLAY (13 04) WS-LIMPA.
           IF WS-TIPO-V NOT = "D"
               GO TO P07-LE-GRUPO.
           MOVE "S" TO WS-VERBA-ACHOU.
           MOVE WS-DEPTO TO VERBA-DEPTO.
           MOVE WS-ANO-V TO VERBA-ANO.
                   MOVE WS-ANO-V TO VERBA-ANO
                   MOVE WS-MES-V TO VERBA-MES
                   MOVE ZEROS TO VALOR-VERBA.
           GO TO P07-MOSTRA.
       P07-LE-GRUPO.
           PERFORM P-SOMA-FILHOS.
           MOVE WS-SOMA-V TO WS-SOMA-ED.
           DISPLAY (13 04) "Soma verbas dos deptos.=".
           DISPLAY (13 29) WS-SOMA-ED.
           MOVE "S" TO WS-VERBA-ACHOU.
           MOVE WS-TIPO-V TO VGR-TIPO.
           MOVE WS-DEPTO TO VGR-COD.
           MOVE WS-ANO-V TO VGR-ANO.
           MOVE WS-MES-V TO VGR-MES.
           READ VERBGRP
               INVALID KEY
                   MOVE "N" TO WS-VERBA-ACHOU
                   MOVE WS-TIPO-V TO VGR-TIPO
                   MOVE WS-DEPTO TO VGR-COD
                   MOVE WS-ANO-V TO VGR-ANO
                   MOVE WS-MES-V TO VGR-MES
                   MOVE ZEROS TO VALOR-VGR.
           MOVE VALOR-VGR TO VALOR-VERBA.
       P07-MOSTRA.
           DISPLAY (12 29) VALOR-VERBA.
           IF NOT VERBA-ACHOU-88
               DISPLAY (21 04) "!! < Verba Nao Cadastrada > !!".
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P01-TELA-1.
           ACCEPT (12 29) VALOR-VERBA WITH UPDATE PROMPT.
           IF WS-TIPO-V NOT = "D"
               GO TO P-ALTERA-GRUPO.
           IF VERBA-ACHOU-88
               REWRITE REG-VERBA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE VERBA DEPTO
                       STOP RUN.
           GO TO P-ALTERA-OK.
       P-ALTERA-GRUPO.
           MOVE VALOR-VERBA TO VALOR-VGR.
           IF VERBA-ACHOU-88
               REWRITE REG-VGR
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-VGR
                       CLOSE VERBA DEPTO VERBGRP
                       STOP RUN
           ELSE
               WRITE REG-VGR
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-VGR
                       CLOSE VERBA DEPTO VERBGRP
                       STOP RUN.
       P-ALTERA-OK.
           DISPLAY (21 04) "!! < Verba Gravada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

      *-----------------------------------------*
      * Soma as verbas dos deptos da area (A)   *
      * ou da diretoria (R) no mes informado.   *
      *-----------------------------------------*
       P-SOMA-FILHOS.
           MOVE ZEROS TO WS-SOMA-V.
           MOVE 1 TO WS-GI-D.
           PERFORM P-SOMA-FILHO UNTIL WS-GI-D > 99.

       P-SOMA-FILHO.
           MOVE WS-OD-AREA(WS-GI-D) TO WS-GX-A.
           MOVE ZEROS TO WS-GX-R.
           IF WS-GX-A > ZEROS
               MOVE WS-OA-DIR(WS-GX-A) TO WS-GX-R.
           IF WS-TIPO-V = "A" AND WS-GX-A = WS-DEPTO
               PERFORM P-SOMA-FILHO-LE.
           IF WS-TIPO-V = "R" AND WS-GX-R = WS-DEPTO
               PERFORM P-SOMA-FILHO-LE.
           ADD 1 TO WS-GI-D.

       P-SOMA-FILHO-LE.
           MOVE WS-GI-D TO VERBA-DEPTO.
           MOVE WS-ANO-V TO VERBA-ANO.
           MOVE WS-MES-V TO VERBA-MES.
           READ VERBA
               INVALID KEY
                   MOVE ZEROS TO VALOR-VERBA.
           ADD VALOR-VERBA TO WS-SOMA-V.

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

       P-FIM.
           CLOSE VERBA DEPTO VERBGRP.
           IF ORG-OK-88
               CLOSE ORGDEP.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
