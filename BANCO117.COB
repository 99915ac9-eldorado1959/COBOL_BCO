
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO117.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ORGDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORG-CHAVE
                  FILE STATUS IS FS.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Estrutura dos departamentos: cada depto *
      * (Cad.38) pertence a uma area, e cada    *
      * area a uma diretoria.                   *
      * Tipo D = depto   (pai = area)           *
      *      A = area    (pai = diretoria)      *
      *      R = diretoria (sem pai)            *
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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-DEPTO             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-TIPO              PIC X VALUE SPACES.
       88 TIPO-88                VALUE "D" "A" "R".
       77 WS-COD               PIC 99 VALUE ZEROS.
       77 WS-PAI               PIC 99 VALUE ZEROS.
       77 WS-TIPO-PAI          PIC X VALUE SPACES.
       77 WS-PAI-OK            PIC X VALUE "N".
       88 PAI-OK-88              VALUE "S".
       77 WS-TEM-FILHO         PIC X VALUE "N".
       88 TEM-FILHO-88           VALUE "S".
       01 WS-REG-SAVE          PIC X(25) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ESTRUTURA AREAS/DIRETORIAS "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "<D>epto -> area, <A>rea -> diretoria, di<R>etoria".
           02 LINE 07 COLUMN 04 VALUE "Tipo  (D/A/R)..........=".
           02 LINE 08 COLUMN 04 VALUE "Codigo (02 posicoes)...=".
           02 LINE 09 COLUMN 04 VALUE "Nome...................=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O ORGDEP.
           IF FS = "30" OR FS = "35"
               CLOSE ORGDEP
               OPEN OUTPUT ORGDEP
               CLOSE ORGDEP
               OPEN I-O ORGDEP.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               DISPLAY (10 10) "!! ARQUIVO DEPTO.DAT INEXISTENTE !!"
               CLOSE ORGDEP
               STOP RUN.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-TIPO.
           DISPLAY (22 14) "<TIPO EM BRANCO , Sai do Cadastro".
           MOVE SPACES TO WS-TIPO.
           ACCEPT (07 29) WS-TIPO WITH PROMPT AUTO-SKIP.
           IF WS-TIPO = SPACES
               PERFORM P-FIM.
           IF WS-TIPO = "d"
               MOVE "D" TO WS-TIPO.
           IF WS-TIPO = "a"
               MOVE "A" TO WS-TIPO.
           IF WS-TIPO = "r"
               MOVE "R" TO WS-TIPO.
           IF NOT TIPO-88
               GO TO P04-TIPO.
           DISPLAY (10 04) WS-LIMPA.
           IF WS-TIPO = "D"
               DISPLAY (10 04) "Area (Cad.117).........=".
           IF WS-TIPO = "A"
               DISPLAY (10 04) "Diretoria (00=nenhuma).=".
       P05-CODIGO.
           DISPLAY (09 29) "                    ".
           DISPLAY (10 29) "                         ".
           ACCEPT (08 29) WS-COD WITH PROMPT AUTO-SKIP.
           IF WS-COD = ZEROS
               GO TO P01-TELA-1.
      *----- depto tem que existir no cadastro 38
           IF WS-TIPO NOT = "D"
               GO TO P05-LE.
           MOVE WS-COD TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! < Depto Nao Cadastrado (38) > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-CODIGO.
           DISPLAY (09 29) NOME-DEPTO.
       P05-LE.
           MOVE WS-TIPO TO ORG-TIPO.
           MOVE WS-COD TO ORG-COD.
           READ ORGDEP
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-CODIGO.

       P-NOVO.
           DISPLAY (21 04) "!! < Codigo Nao Cadastrado > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-CODIGO.
           MOVE SPACES TO ORG-NOME.
           MOVE ZEROS TO ORG-PAI.
           IF WS-TIPO = "D"
               MOVE NOME-DEPTO TO ORG-NOME
           ELSE
               ACCEPT (09 29) ORG-NOME WITH PROMPT.
       P-NOVO-PAI.
           IF WS-TIPO = "R"
               GO TO P-NOVO-GRAVA.
           ACCEPT (10 29) WS-PAI WITH PROMPT AUTO-SKIP.
           MOVE REG-ORG TO WS-REG-SAVE.
           PERFORM P-VALIDA-PAI THRU P-VALIDA-PAI-FIM.
           MOVE WS-REG-SAVE TO REG-ORG.
           IF NOT PAI-OK-88
               GO TO P-NOVO-PAI.
           MOVE WS-TIPO TO ORG-TIPO.
           MOVE WS-COD TO ORG-COD.
           MOVE WS-PAI TO ORG-PAI.
       P-NOVO-GRAVA.
           WRITE REG-ORG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE ORGDEP DEPTO
                   STOP RUN.
           DISPLAY (21 04) "!! < Estrutura Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-CODIGO.

       P-MOSTRA-ATUAL.
           IF WS-TIPO NOT = "D"
               DISPLAY (09 29) ORG-NOME.
           IF WS-TIPO NOT = "R"
               MOVE ORG-PAI TO WS-PAI
               DISPLAY (10 29) WS-PAI
               PERFORM P-MOSTRA-PAI THRU P-MOSTRA-PAI-VOLTA.

      *-----------------------------------------*
      * Nome do pai ao lado do codigo (le sem   *
      * perder o registro corrente).            *
      *-----------------------------------------*
       P-MOSTRA-PAI.
           MOVE REG-ORG TO WS-REG-SAVE.
           IF WS-PAI = ZEROS
               GO TO P-MOSTRA-PAI-VOLTA.
           IF WS-TIPO = "D"
               MOVE "A" TO ORG-TIPO
           ELSE
               MOVE "R" TO ORG-TIPO.
           MOVE WS-PAI TO ORG-COD.
           READ ORGDEP
               INVALID KEY
                   MOVE "?" TO ORG-NOME.
           DISPLAY (10 33) ORG-NOME.
       P-MOSTRA-PAI-VOLTA.
           MOVE WS-REG-SAVE TO REG-ORG.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P-ALTERA-EXCLUI-FIM.
           IF WS-TIPO NOT = "D"
               ACCEPT (09 29) ORG-NOME WITH UPDATE PROMPT.
       P-ALTERA-PAI.
           IF WS-TIPO = "R"
               GO TO P-ALTERA-GRAVA.
           MOVE ORG-PAI TO WS-PAI.
           ACCEPT (10 29) WS-PAI WITH UPDATE PROMPT AUTO-SKIP.
           MOVE REG-ORG TO WS-REG-SAVE.
           PERFORM P-VALIDA-PAI THRU P-VALIDA-PAI-FIM.
           MOVE WS-REG-SAVE TO REG-ORG.
           IF NOT PAI-OK-88
               GO TO P-ALTERA-PAI.
           MOVE WS-PAI TO ORG-PAI.
       P-ALTERA-GRAVA.
           REWRITE REG-ORG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE ORGDEP DEPTO
                   STOP RUN.
           DISPLAY (21 04) "!! < Estrutura Alterada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
      *----- area/diretoria com filhos nao sai da estrutura
       P-EXCLUI.
           PERFORM P-TESTA-FILHO THRU P-TESTA-FILHO-FIM.
           IF TEM-FILHO-88
               DISPLAY (21 04) "!! AINDA HA DEPTO/AREA SUBORDINADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           MOVE WS-TIPO TO ORG-TIPO.
           MOVE WS-COD TO ORG-COD.
           DELETE ORGDEP
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE ORGDEP DEPTO
                   STOP RUN.
           DISPLAY (21 04) "!! < Estrutura Excluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Pai do depto: area cadastrada.  Pai da  *
      * area: diretoria cadastrada ou 00.       *
      *-----------------------------------------*
       P-VALIDA-PAI.
           MOVE "S" TO WS-PAI-OK.
           IF WS-TIPO = "A" AND WS-PAI = ZEROS
               GO TO P-VALIDA-PAI-FIM.
           MOVE "N" TO WS-PAI-OK.
           IF WS-PAI = ZEROS
               DISPLAY (21 04) "!! INFORME A AREA DO DEPTO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-VALIDA-PAI-FIM.
           IF WS-TIPO = "D"
               MOVE "A" TO WS-TIPO-PAI
           ELSE
               MOVE "R" TO WS-TIPO-PAI.
           MOVE WS-TIPO-PAI TO ORG-TIPO.
           MOVE WS-PAI TO ORG-COD.
           READ ORGDEP
               INVALID KEY
                   DISPLAY (21 04) "!! < Codigo Pai Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-VALIDA-PAI-FIM.
           DISPLAY (10 33) ORG-NOME.
           MOVE "S" TO WS-PAI-OK.
       P-VALIDA-PAI-FIM.
           EXIT.

      *-----------------------------------------*
      * Procura filho (area da diretoria, depto *
      * da area) na estrutura.                  *
      *-----------------------------------------*
       P-TESTA-FILHO.
           MOVE "N" TO WS-TEM-FILHO.
           IF WS-TIPO = "D"
               GO TO P-TESTA-FILHO-FIM.
           IF WS-TIPO = "R"
               MOVE "A" TO ORG-TIPO
           ELSE
               MOVE "D" TO ORG-TIPO.
           MOVE ORG-TIPO TO WS-TIPO-PAI.
           MOVE ZEROS TO ORG-COD.
           START ORGDEP KEY IS NOT LESS THAN ORG-CHAVE
               INVALID KEY GO TO P-TESTA-FILHO-FIM.
       P-TESTA-FILHO-LER.
           READ ORGDEP NEXT RECORD
               AT END GO TO P-TESTA-FILHO-FIM.
           IF ORG-TIPO NOT = WS-TIPO-PAI
               GO TO P-TESTA-FILHO-FIM.
           IF ORG-PAI = WS-COD
               MOVE "S" TO WS-TEM-FILHO
               GO TO P-TESTA-FILHO-FIM.
           GO TO P-TESTA-FILHO-LER.
       P-TESTA-FILHO-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE ORGDEP DEPTO.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
