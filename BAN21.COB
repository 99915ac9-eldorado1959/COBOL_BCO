                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD LIMITE
           LABEL RECORD IS STANDARD
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD FORN
           LABEL RECORD IS STANDARD
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

      *----- codigo incorporado por fusao (115) -> sobrevivente
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

       FD BANCO
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       88 FORMA-88                VALUE "C" "T" "P".
       77 WS-FORN-OK            PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 FS-SUC               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".

       77 WS-MAX-DIA            PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO           PIC 9 VALUE ZEROS.
       77 FS-LOG                PIC XX.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG           PIC 9(08) VALUE ZEROS.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
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

       77 WS-DUP-GRAVA          PIC X VALUE "S".
       88 DUP-GRAVA-88            VALUE "S".

      *
       PROCEDURE DIVISION.
       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
       P02-DATA.
               CLOSE LIMITE.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN EXTEND LOG.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   GO TO P04-FORN-LIVRE.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               GO TO P04-FORN-LIVRE.
           PERFORM P-FORN-SUCESSOR THRU P-FORN-SUCESSOR-FIM.
           MOVE NOME-FORN TO DESCRI-CHE-GRP.
           MOVE COD-FORN TO WS-FORN-CHE.
           DISPLAY (10 32) DESCRI-CHE-GRP.
                       MOVE COD-FORN TO WS-FORN-CHE
                       DISPLAY (21 04) "Fornecedor " COD-FORN " - "
                           NOME-FORN.
           IF WS-FORN-CHE NOT = SPACES
               PERFORM P-FORN-SUCESSOR THRU P-FORN-SUCESSOR-FIM
               MOVE COD-FORN TO WS-FORN-CHE.
       P04-FORN-FIM.
           DISPLAY TELA-LIMPA.
       P-LER.
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NAVEGA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-NAVEGA.
           GO TO P-NAVEGA-MOSTRA.
       P-NAVEGA-ANT.
           START BANCO KEY < NUM-CHE
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NAVEGA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-NAVEGA-ANT.
       P-NAVEGA-MOSTRA.
           IF FS = "51"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
           DISPLAY (11 28) MES-CHE.
           DISPLAY (11 31) ANO-CHE.
           DISPLAY (12 25) VALOR-CHE.
           MOVE INSCR-CHE TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (13 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-CHE TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
       P-NAVEGA-EXIT.

       P-FIM.
               CLOSE FECHA.
           IF FORN-OK-88
               CLOSE FORN.
           IF SUC-OK-88
               CLOSE FORNSUC.
           CLOSE LOG.
           DISPLAY (01 01) ERASE.
           CHAIN "produt01.com".
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
       P-VERIFICA-DUP-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-DUP-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-DUP-LER.
           IF NUM-CHE = WS-DUP-NUM
               GO TO P-VERIFICA-DUP-LER.
           IF DESCRI-CHE-GRP NOT = WS-DUP-FAVOR
       P-VERIFICA-DUP-EXIT.
           EXIT.

      *-----------------------------------------*
      * Codigo incorporado por fusao (115) e'   *
      * ponteiro inativo: troca p/o sobrevivente*
      * e deixa REG-FORN com o cadastro dele.   *
      *-----------------------------------------*
       P-FORN-SUCESSOR.
           IF NOT SUC-OK-88
               GO TO P-FORN-SUCESSOR-FIM.
           MOVE COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P-FORN-SUCESSOR-FIM.
           DISPLAY (21 04) "Codigo " SUC-COD " incorporado ao "
               SUC-NOVO " - usado o " SUC-NOVO.
           MOVE SUC-NOVO TO COD-FORN.
           READ FORN
               INVALID KEY
                   MOVE SUC-COD TO COD-FORN.
           IF COD-FORN = SUC-COD
               READ FORN
                   INVALID KEY
                       CONTINUE.
       P-FORN-SUCESSOR-FIM.
           EXIT.


      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

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
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BAN21" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE SES-NOME TO WS-OPERADOR.
           MOVE SES-NIVEL TO WS-NIVEL.
      *----- toque de atividade p/controle da expiracao
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           REWRITE REG-SESSAO
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

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
