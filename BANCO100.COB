       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO100.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CLI
                  FILE STATUS IS FS.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT RECEB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  FILE STATUS IS FS-REC.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Cadastro de clientes do contas a        *
      * receber (81): limite de credito e conta *
      * padrao p/deposito das duplicatas.       *
      *-----------------------------------------*
       FD CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLIENTE.
           03 COD-CLI          PIC X(05).
           03 NOME-CLI         PIC X(20).
           03 INSCR-CLI        PIC 9(14).
           03 CONTATO-CLI      PIC X(20).
           03 FONE-CLI         PIC X(15).
           03 LIMITE-CLI       PIC 9(08)V99.
           03 CONTA-CLI        PIC 99.
           03 SIT-CLI          PIC X(01).
           03 ENDER-CLI        PIC X(40).
           03 BAIRRO-CLI       PIC X(15).
           03 CEP-CLI          PIC 9(08).
           03 CIDADE-CLI       PIC X(15).
           03 UF-CLI           PIC X(02).

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
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-REC               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-CONTA-OK          PIC X VALUE "S".
       88 CONTA-OK-88            VALUE "S".
       77 WS-REC-OK            PIC X VALUE "S".
       88 REC-OK-88              VALUE "S".
       77 WS-SIT               PIC X VALUE SPACES.
       88 SIT-88                 VALUE "A" "I".
       77 WS-EM-ABERTO         PIC 9(05) VALUE ZEROS.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
      *----- LGPD: CPF de pessoa fisica so sai inteiro p/nivel
      *----- WS-LGPD-NIVEL ou acima; abaixo sai ***.456.789-**
       77 WS-LGPD-NIVEL        PIC 9 VALUE 3.
       01 WS-LGPD-INSCR        PIC 9(14) VALUE ZEROS.
       01 WS-LGPD-INSCR-X REDEFINES WS-LGPD-INSCR PIC X(14).
       77 WS-LGPD-MASC         PIC X(14) VALUE SPACES.
       77 WS-LGPD-SIT          PIC X VALUE "N".
       88 LGPD-ABERTO-88         VALUE "S".
       88 LGPD-MASCARA-88        VALUE "M".
       77 WS-LGPD-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-LGPD-ACAO         PIC X VALUE SPACES.
       77 WS-LGPD-CHAVE        PIC X(06) VALUE SPACES.
       77 WS-LGPD-DATA         PIC 9(08) VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CADASTRO CLIENTES " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Codigo (05 posicoes)...=".
           02 LINE 09 COLUMN 04 VALUE "Nome Cliente...........=".
           02 LINE 10 COLUMN 04 VALUE "CNPJ/CPF...............=".
           02 LINE 11 COLUMN 04 VALUE "Contato................=".
           02 LINE 12 COLUMN 04 VALUE "Telefone...............=".
           02 LINE 13 COLUMN 04 VALUE "Limite de credito R$...=".
           02 LINE 14 COLUMN 04 VALUE "Conta padrao (Cad.42)..=".
           02 LINE 15 COLUMN 04 VALUE "Situacao <A/I>.........=".
           02 LINE 15 COLUMN 36 VALUE "<A>tivo <I>nativo".
           02 LINE 16 COLUMN 04 VALUE "Endereco...............=".
           02 LINE 17 COLUMN 04 VALUE "Bairro.................=".
           02 LINE 18 COLUMN 04 VALUE "CEP....................=".
           02 LINE 19 COLUMN 04 VALUE "Cidade / UF............=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O CLIENTE.
           IF FS = "30" OR FS = "35"
               CLOSE CLIENTE
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               MOVE "N" TO WS-CONTA-OK.
           OPEN INPUT RECEB.
           IF FS-REC = "35"
               MOVE "N" TO WS-REC-OK.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-CODIGO.
           DISPLAY (22 14) "<CODIGO EM BRANCO , Sai do Cadastro".
           ACCEPT (08 30) COD-CLI WITH PROMPT AUTO-SKIP.
           IF COD-CLI = SPACES
               PERFORM P-FIM.
           READ CLIENTE
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P01-TELA-1.

       P-NOVO.
           DISPLAY (21 04) "!! < Cliente Nao Cadastrado > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P04-CODIGO.
           MOVE SPACES TO NOME-CLI CONTATO-CLI FONE-CLI.
           MOVE SPACES TO ENDER-CLI BAIRRO-CLI CIDADE-CLI UF-CLI.
           MOVE ZEROS TO INSCR-CLI LIMITE-CLI CONTA-CLI CEP-CLI.
           MOVE "A" TO SIT-CLI.
           PERFORM P-REC-DADOS THRU P-REC-DADOS-FIM.
           WRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CLIENTE
                   STOP RUN.
           DISPLAY (21 04) "!! < Cliente Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

       P-MOSTRA-ATUAL.
           DISPLAY (09 30) NOME-CLI.
           MOVE INSCR-CLI TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (10 30) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE COD-CLI TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
           DISPLAY (11 30) CONTATO-CLI.
           DISPLAY (12 30) FONE-CLI.
           DISPLAY (13 30) LIMITE-CLI.
           DISPLAY (14 30) CONTA-CLI.
           DISPLAY (15 30) SIT-CLI.
           DISPLAY (16 30) ENDER-CLI.
           DISPLAY (17 30) BAIRRO-CLI.
           DISPLAY (18 30) CEP-CLI.
           DISPLAY (19 30) CIDADE-CLI.
           DISPLAY (19 47) UF-CLI.

      *-----------------------------------------*
      * Dados do cliente; limite zero = sem     *
      * controle de credito na inclusao (81).   *
      *-----------------------------------------*
       P-REC-DADOS.
           ACCEPT (09 30) NOME-CLI WITH UPDATE PROMPT.
           IF NOME-CLI = SPACES
               GO TO P-REC-DADOS.
           PERFORM P-REC-INSCR THRU P-REC-INSCR-FIM.
           ACCEPT (11 30) CONTATO-CLI WITH UPDATE PROMPT.
           ACCEPT (12 30) FONE-CLI WITH UPDATE PROMPT.
           ACCEPT (13 30) LIMITE-CLI WITH UPDATE PROMPT AUTO-SKIP.
       P-REC-CONTA.
           ACCEPT (14 30) CONTA-CLI WITH UPDATE PROMPT AUTO-SKIP.
           IF CONTA-CLI = ZEROS OR NOT CONTA-OK-88
               DISPLAY (14 35) WS-LIMPA
               GO TO P-REC-SIT.
           MOVE CONTA-CLI TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   GO TO P-REC-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               GO TO P-REC-CONTA.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (14 35) NOME-CONTA.
       P-REC-SIT.
           MOVE SIT-CLI TO WS-SIT.
           ACCEPT (15 30) WS-SIT WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SIT = "a" MOVE "A" TO WS-SIT.
           IF WS-SIT = "i" MOVE "I" TO WS-SIT.
           IF NOT SIT-88
               GO TO P-REC-SIT.
           MOVE WS-SIT TO SIT-CLI.
      *----- endereco do pagador: vai no segmento Q da cobranca
      *----- registrada (101)
           ACCEPT (16 30) ENDER-CLI WITH UPDATE PROMPT.
           ACCEPT (17 30) BAIRRO-CLI WITH UPDATE PROMPT.
           ACCEPT (18 30) CEP-CLI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (19 30) CIDADE-CLI WITH UPDATE PROMPT.
           ACCEPT (19 47) UF-CLI WITH UPDATE PROMPT AUTO-SKIP.
       P-REC-DADOS-FIM.
           EXIT.

      *-----------------------------------------*
      * CPF mascarado p/o nivel: nao abre o     *
      * numero; ENTER mantem, senao digita novo.*
      *-----------------------------------------*
       P-REC-INSCR.
           MOVE INSCR-CLI TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           IF NOT LGPD-MASCARA-88
               ACCEPT (10 30) INSCR-CLI WITH UPDATE PROMPT AUTO-SKIP
               GO TO P-REC-INSCR-FIM.
           MOVE ZEROS TO WS-LGPD-INSCR.
           ACCEPT (10 30) WS-LGPD-INSCR WITH PROMPT AUTO-SKIP.
           IF WS-LGPD-INSCR NOT = ZEROS
               MOVE WS-LGPD-INSCR TO INSCR-CLI.
       P-REC-INSCR-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "A" OR "a"
               PERFORM P-REC-DADOS THRU P-REC-DADOS-FIM
               REWRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE CLIENTE
                       STOP RUN
               END-REWRITE
               DISPLAY (21 04) "!! < Cliente Alterado > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "E" AND WS-CONF NOT = "e"
               GO TO P-ALTERA-EXCLUI-FIM.
      *----- cliente com duplicata no 81 nao sai do cadastro:
      *----- o extrato e o limite dependem dele (inativar)
           PERFORM P-CONTA-TITULOS THRU P-CONTA-TITULOS-FIM.
           IF WS-EM-ABERTO > ZEROS
               DISPLAY (21 04) "!! CLIENTE C/DUPLICATAS - INATIVE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           DELETE CLIENTE
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE CLIENTE
                   STOP RUN.
           DISPLAY (21 04) "!! < Cliente Excluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *----- quantas duplicatas (81) o cliente tem
       P-CONTA-TITULOS.
           MOVE ZEROS TO WS-EM-ABERTO.
           IF NOT REC-OK-88
               GO TO P-CONTA-TITULOS-FIM.
           MOVE COD-CLI TO CLI-REC.
           START RECEB KEY IS NOT LESS THAN CLI-REC
               INVALID KEY GO TO P-CONTA-TITULOS-FIM.
       P-CONTA-TITULOS-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-CONTA-TITULOS-FIM.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-CONTA-TITULOS-LER.
           IF CLI-REC NOT = COD-CLI
               GO TO P-CONTA-TITULOS-FIM.
           ADD 1 TO WS-EM-ABERTO.
           GO TO P-CONTA-TITULOS-LER.
       P-CONTA-TITULOS-FIM.
           EXIT.

      *-----------------------------------------*
      * LGPD: CPF (ate 11 digitos) mascarado    *
      * abaixo do nivel WS-LGPD-NIVEL; CNPJ sai *
      * inteiro. LGPD-ABERTO-88 = CPF inteiro.  *
      *-----------------------------------------*
       P-LGPD-MASCARA.
           MOVE "N" TO WS-LGPD-SIT.
           MOVE WS-LGPD-INSCR-X TO WS-LGPD-MASC.
           IF WS-LGPD-INSCR = ZEROS OR WS-LGPD-INSCR > 99999999999
               GO TO P-LGPD-MASCARA-FIM.
           IF WS-NIVEL NOT < WS-LGPD-NIVEL
               MOVE "S" TO WS-LGPD-SIT
               ADD 1 TO WS-LGPD-QTD
               GO TO P-LGPD-MASCARA-FIM.
           MOVE "M" TO WS-LGPD-SIT.
           MOVE SPACES TO WS-LGPD-MASC.
           STRING "***." WS-LGPD-INSCR-X(7:3) "."
                  WS-LGPD-INSCR-X(10:3) "-**" DELIMITED BY SIZE
               INTO WS-LGPD-MASC.
       P-LGPD-MASCARA-FIM.
           EXIT.

      *-----------------------------------------*
      * LGPD: CPF mostrado inteiro vai p/o log  *
      * (X = tela, chave do registro; W =       *
      * relatorio/arquivo, qtde de CPFs).       *
      *-----------------------------------------*
       P-GRAVA-LOG-LGPD.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-LGPD-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO100" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-LGPD-FIM.
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
           CLOSE CLIENTE.
           IF CONTA-OK-88
               CLOSE CONTA.
           IF REC-OK-88
               CLOSE RECEB.
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
