       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO118.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Empresas da instalacao: todas usam os   *
      * mesmos arquivos de dados, cada registro *
      * com o codigo da sua empresa; o login    *
      * escolhe com qual se trabalha.           *
      * EMP-LOCAL = "S" na empresa padrao       *
      *-----------------------------------------*
       FD EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 REG-EMP.
           03 EMP-COD          PIC 99.
           03 EMP-RAZAO        PIC X(30).
           03 EMP-CNPJ         PIC 9(14).
           03 EMP-LOCAL        PIC X(01).
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
       77 WS-COD               PIC 99 VALUE ZEROS.
       77 WS-COD-LOCAL         PIC 99 VALUE ZEROS.
       77 WS-LOCAL             PIC X VALUE SPACES.
       88 LOCAL-88               VALUE "S" "N".
       01 WS-REG-SAVE          PIC X(47) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CADASTRO DE EMPRESAS " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Empresa escolhida no login separa os lancamentos".
           02 LINE 08 COLUMN 04 VALUE "Codigo (02 posicoes)...=".
           02 LINE 09 COLUMN 04 VALUE "Razao Social...........=".
           02 LINE 10 COLUMN 04 VALUE "CNPJ...................=".
           02 LINE 11 COLUMN 04 VALUE "Empresa padrao S/N.....=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O EMPRESA.
           IF FS = "30" OR FS = "35"
               CLOSE EMPRESA
               OPEN OUTPUT EMPRESA
               CLOSE EMPRESA
               OPEN I-O EMPRESA.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P05-CODIGO.
           DISPLAY (22 14) "<CODIGO ZERO , Sai do Cadastro".
           DISPLAY (09 29) "                              ".
           DISPLAY (10 29) "              ".
           DISPLAY (11 29) " ".
           MOVE ZEROS TO WS-COD.
           ACCEPT (08 29) WS-COD WITH PROMPT AUTO-SKIP.
           IF WS-COD = ZEROS
               PERFORM P-FIM.
           MOVE WS-COD TO EMP-COD.
           READ EMPRESA
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-CODIGO.

       P-NOVO.
           DISPLAY (21 04) "!! < Empresa Nao Cadastrada > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-CODIGO.
           MOVE SPACES TO EMP-RAZAO.
           MOVE ZEROS TO EMP-CNPJ.
           MOVE "N" TO EMP-LOCAL.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           WRITE REG-EMP
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE EMPRESA
                   STOP RUN.
           DISPLAY (21 04) "!! < Empresa Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-CODIGO.

       P-MOSTRA-ATUAL.
           DISPLAY (09 29) EMP-RAZAO.
           DISPLAY (10 29) EMP-CNPJ.
           DISPLAY (11 29) EMP-LOCAL.

      *-----------------------------------------*
      * Digitacao dos campos (inclusao e        *
      * alteracao).  So' uma empresa pode ser   *
      * a padrao (sugerida no login).           *
      *-----------------------------------------*
       P-DIGITA.
           ACCEPT (09 29) EMP-RAZAO WITH UPDATE PROMPT.
           IF EMP-RAZAO = SPACES
               GO TO P-DIGITA.
       P-DIGITA-CNPJ.
           ACCEPT (10 29) EMP-CNPJ WITH UPDATE PROMPT AUTO-SKIP.
           IF EMP-CNPJ = ZEROS
               GO TO P-DIGITA-CNPJ.
       P-DIGITA-LOCAL.
           MOVE EMP-LOCAL TO WS-LOCAL.
           ACCEPT (11 29) WS-LOCAL WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-LOCAL = "s"
               MOVE "S" TO WS-LOCAL.
           IF WS-LOCAL = "n"
               MOVE "N" TO WS-LOCAL.
           IF NOT LOCAL-88
               GO TO P-DIGITA-LOCAL.
           IF WS-LOCAL = "N"
               MOVE "N" TO EMP-LOCAL
               GO TO P-DIGITA-FIM.
           MOVE REG-EMP TO WS-REG-SAVE.
           PERFORM P-ACHA-LOCAL THRU P-ACHA-LOCAL-FIM.
           MOVE WS-REG-SAVE TO REG-EMP.
           IF WS-COD-LOCAL NOT = ZEROS AND WS-COD-LOCAL NOT = WS-COD
               DISPLAY (21 04) "!! JA' HA EMPRESA PADRAO: "
               DISPLAY (21 30) WS-COD-LOCAL
               DISPLAY (21 33) "!!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-LOCAL.
           MOVE "S" TO EMP-LOCAL.
       P-DIGITA-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P-ALTERA-EXCLUI-FIM.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           REWRITE REG-EMP
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE EMPRESA
                   STOP RUN.
           DISPLAY (21 04) "!! < Empresa Alterada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
      *----- a empresa padrao nao sai do cadastro
       P-EXCLUI.
           IF EMP-LOCAL = "S"
               DISPLAY (21 04) "!! EMPRESA PADRAO NAO EXCLUI !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           DELETE EMPRESA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE EMPRESA
                   STOP RUN.
           DISPLAY (21 04) "!! < Empresa Excluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Codigo da empresa marcada como padrao   *
      * (zero se nenhuma).                      *
      *-----------------------------------------*
       P-ACHA-LOCAL.
           MOVE ZEROS TO WS-COD-LOCAL.
           MOVE ZEROS TO EMP-COD.
           START EMPRESA KEY IS NOT LESS THAN EMP-COD
               INVALID KEY GO TO P-ACHA-LOCAL-FIM.
       P-ACHA-LOCAL-LER.
           READ EMPRESA NEXT RECORD
               AT END GO TO P-ACHA-LOCAL-FIM.
           IF EMP-LOCAL NOT = "S"
               GO TO P-ACHA-LOCAL-LER.
           MOVE EMP-COD TO WS-COD-LOCAL.
       P-ACHA-LOCAL-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE EMPRESA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
