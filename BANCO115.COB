
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO115.
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
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT FORNBCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FB
                  FILE STATUS IS FS-FB.
           SELECT EMPENHO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-EMP.
           SELECT ADIANTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADI-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-ADI.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT BORDERO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-BORD
                  FILE STATUS IS FS-BOR.
           SELECT BORDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIT-CHAVE
                  FILE STATUS IS FS-BIT.
           SELECT REMCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS-RCT.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

       FD FORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORN.DAT".
       01 REG-FORN.
           03 COD-FORN         PIC X(05).
           03 NOME-FORN        PIC X(20).
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

      *-----------------------------------------*
      * Codigo incorporado por fusao: fica no   *
      * FORN.DAT como ponteiro inativo p/o      *
      * sobrevivente (21/64/83/88 trocam).      *
      *-----------------------------------------*
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

       FD FORNBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNBCO.DAT".
       01 REG-FORNBCO.
           03 COD-FB           PIC X(05).
           03 TIPO-PIX-FB      PIC X(01).
           03 CHAVE-PIX-FB     PIC X(40).
           03 BANCO-FB         PIC 9(03).
           03 AGENCIA-FB       PIC 9(04).
           03 DV-AGEN-FB       PIC X(01).
           03 CONTA-FB         PIC 9(10).
           03 DV-CONTA-FB      PIC X(01).
           03 VALID-FB         PIC X(01).

       FD EMPENHO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPENHO.DAT".
       01 REG-EMPENHO.
           03 EMP-NUM          PIC 9(06).
           03 EMP-FORN         PIC X(05).
           03 EMP-DEPTO        PIC 99.
           03 EMP-DESCRI       PIC X(20).
           03 EMP-VALOR        PIC 9(10)V99.
           03 EMP-INI          PIC 9(08).
           03 EMP-FIM          PIC 9(08).
           03 EMP-CONSUMIDO    PIC 9(10)V99.
           03 EMP-SIT          PIC X(01).

       FD ADIANTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADIANTA.DAT".
       01 REG-ADIANTA.
           03 ADI-CHAVE.
               05 ADI-FORN     PIC X(05).
               05 ADI-SEQ      PIC 9(04).
           03 ADI-DATA         PIC 9(08).
           03 ADI-VALOR        PIC 9(08)V99.
           03 ADI-SALDO        PIC 9(08)V99.
           03 ADI-LANC         PIC X(06).
           03 ADI-SIT          PIC X(01).

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

       FD BORDERO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDERO.DAT".
       01 REG-BORDERO.
           03 COD-BORD         PIC 9(06).
           03 BORD-DATA        PIC 9(08).
           03 BORD-CONTA       PIC X(10).
           03 BORD-DEPTO       PIC X(02).
           03 BORD-LIMITE      PIC 9(08).
           03 BORD-QTD         PIC 9(05).
           03 BORD-TOTAL       PIC 9(10)V99.
           03 BORD-SIT         PIC X(01).
           03 BORD-EMPR        PIC 99.

       FD BORDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDITEM.DAT".
       01 REG-BORDITEM.
           03 BIT-CHAVE.
               05 BIT-BORD     PIC 9(06).
               05 BIT-NUM      PIC X(06).
           03 BIT-VALOR        PIC 9(08)V99.

       FD REMCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMCTL.DAT".
       01 REG-REMCTL.
           03 REM-CHAVE.
               05 REM-CONTA    PIC 99.
               05 REM-NSA      PIC 9(06).
           03 REM-DATA         PIC 9(08).
           03 REM-HORA         PIC 9(06).
           03 REM-QTD          PIC 9(06).
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

      *-----------------------------------------*
      * Journal: lancto (acao A) volta no 93;   *
      * demais arquivos vao com acao F e o nome *
      * do arquivo nas 8 primeiras posicoes da  *
      * imagem (so p/consulta, o 93 pula).      *
      *-----------------------------------------*
       FD JRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOJRN.DAT".
       01 REG-JRN.
           03 JRN-DATA         PIC 9(08).
           03 JRN-HORA         PIC 9(06).
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

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
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-FORN              PIC XX.
       77 FS-SUC               PIC XX.
       77 FS-FB                PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-ADI               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-BOR               PIC XX.
       77 FS-BIT               PIC XX.
       77 FS-RCT               PIC XX.
       77 FS-JRN               PIC XX.
       77 FS-LOG               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

       77 WS-FB-OK             PIC X VALUE "S".
       88 FB-OK-88               VALUE "S".
       77 WS-EMP-OK            PIC X VALUE "S".
       88 EMP-OK-88              VALUE "S".
       77 WS-ADI-OK            PIC X VALUE "S".
       88 ADI-OK-88              VALUE "S".
       77 WS-BOR-OK            PIC X VALUE "S".
       88 BOR-OK-88              VALUE "S".
       77 WS-RCT-OK            PIC X VALUE "S".
       88 RCT-OK-88              VALUE "S".

      *----- sobrevivente e codigos a incorporar
       77 WS-SOBREV            PIC X(05) VALUE SPACES.
       77 WS-COD               PIC X(05) VALUE SPACES.
       77 WS-ABS-QTD           PIC 9 VALUE ZEROS.
       77 WS-IDX               PIC 9 VALUE ZEROS.
       77 WS-IDX2              PIC 9 VALUE ZEROS.
       01 WS-ABS-TAB.
           03 WS-ABS-COD OCCURS 5 TIMES PIC X(05).
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88               VALUE "S".
       77 WS-MODO              PIC X VALUE "P".
       88 PREVIA-88              VALUE "P".
       88 APLICA-88              VALUE "A".

      *----- itens de borderos abertos (como no 111)
       77 WS-BD-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-BD-IDX            PIC 9(03) VALUE ZEROS.
       01 WS-BD-TAB.
           03 WS-BD-NUM OCCURS 999 TIMES PIC X(06).
       77 WS-EM-BORD           PIC X VALUE "N".
       88 EM-BORD-88             VALUE "S".
       77 WS-REM-PEND          PIC X VALUE "N".
       88 REM-PEND-88            VALUE "S".

      *----- contas: nome do lancto -> codigo da remessa
       77 WS-CT-QTD            PIC 99 VALUE ZEROS.
       77 WS-CT-IDX            PIC 99 VALUE ZEROS.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       01 WS-CT-TAB.
           03 WS-CT-ENT OCCURS 50.
               05 WS-CT-NOME   PIC X(10).
               05 WS-CT-COD    PIC 99.

      *----- contadores da previa / da fusao
       77 WS-QTD-BCO           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EMP           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ADI           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-FB            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUC           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BLOQ          PIC 9(05) VALUE ZEROS.
       77 WS-ADI-PROX          PIC 9(04) VALUE ZEROS.
       77 WS-FB-IMAGEM         PIC X(66) VALUE SPACES.

      *----- linha da previa
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-PRV-ARQ           PIC X(08) VALUE SPACES.
       77 WS-PRV-CHAVE         PIC X(10) VALUE SPACES.
       77 WS-PRV-DESC          PIC X(20) VALUE SPACES.
       77 WS-PRV-VALOR         PIC ZZZZZZZ9,99 VALUE ZEROS.
       77 WS-PRV-OBS           PIC X(13) VALUE SPACES.

       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       01 WS-JRN-DEPOIS        PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FUSAO DE FORNECEDORES " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Codigo sobrevivente..=".
           02 LINE 08 COLUMN 04 VALUE
              "Codigos a incorporar (ate 5, vazio encerra):".
           02 LINE 09 COLUMN 04 VALUE "1 ...................=".
           02 LINE 10 COLUMN 04 VALUE "2 ...................=".
           02 LINE 11 COLUMN 04 VALUE "3 ...................=".
           02 LINE 12 COLUMN 04 VALUE "4 ...................=".
           02 LINE 13 COLUMN 04 VALUE "5 ...................=".
           02 LINE 15 COLUMN 04 VALUE
              "Lanctos, empenhos, adiantamentos e dados bancarios".
           02 LINE 16 COLUMN 04 VALUE
              "passam p/o sobrevivente; o codigo incorporado fica".
           02 LINE 17 COLUMN 04 VALUE
              "inativo, apontando p/o sobrevivente.".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-PREVIA.
           02 BLANK SCREEN.
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FUSAO - PREVIA " BLINK.
           02 LINE 05 COLUMN 02 VALUE
              "Arquivo   Chave      De    Descricao".
           02 LINE 05 COLUMN 55 VALUE "Valor  Situacao".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-RESUMO.
           02 BLANK SCREEN.
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FUSAO - RESUMO " BLINK.
           02 LINE 07 COLUMN 04 VALUE "Lanctos (BCO.DAT).......=".
           02 LINE 08 COLUMN 04 VALUE "Empenhos................=".
           02 LINE 09 COLUMN 04 VALUE "Adiantamentos...........=".
           02 LINE 10 COLUMN 04 VALUE "Dados bancarios/PIX.....=".
           02 LINE 11 COLUMN 04 VALUE "Ponteiros reapontados...=".
           02 LINE 13 COLUMN 04 VALUE "Em bordero/remessa aberto=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN I-O FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN I-O FORNSUC.
           IF FS-SUC = "30" OR FS-SUC = "35"
               CLOSE FORNSUC
               OPEN OUTPUT FORNSUC
               CLOSE FORNSUC
               OPEN I-O FORNSUC.
           OPEN I-O FORNBCO.
           IF FS-FB = "35"
               MOVE "N" TO WS-FB-OK.
           OPEN I-O EMPENHO.
           IF FS-EMP = "35"
               MOVE "N" TO WS-EMP-OK.
           OPEN I-O ADIANTA.
           IF FS-ADI = "35"
               MOVE "N" TO WS-ADI-OK.
           OPEN INPUT BORDERO.
           IF FS-BOR = "35"
               MOVE "N" TO WS-BOR-OK.
           OPEN INPUT BORDITEM.
           IF FS-BIT = "35"
               MOVE "N" TO WS-BOR-OK.
           OPEN INPUT REMCTL.
           IF FS-RCT = "35"
               MOVE "N" TO WS-RCT-OK.
           MOVE ZEROS TO WS-CT-QTD.
           OPEN INPUT CONTA.
           IF FS-CONTA = "00"
               PERFORM P-CARREGA-CONTAS THRU P-CARREGA-CONTAS-EXIT
               CLOSE CONTA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
      *----- fusao mexe no historico todo: so supervisor (nivel 3)
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR FAZ A FUSAO !!"
               ACCEPT (23 01) WS-P
               PERFORM P-FIM.
           DISPLAY (21 04) "<Sobrevivente vazio = Sai>".
       P02-SOBREV.
           MOVE SPACES TO WS-SOBREV.
           ACCEPT (06 27) WS-SOBREV WITH PROMPT AUTO-SKIP.
           IF WS-SOBREV = SPACES
               PERFORM P-FIM.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-SOBREV TO COD-FORN.
           READ FORN
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P02-SOBREV.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P02-SOBREV.
           MOVE WS-SOBREV TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P02-SOBREV-OK.
           DISPLAY (21 04) "!! CODIGO JA INCORPORADO AO " SUC-NOVO
               " !!".
           ACCEPT (23 01) WS-P
           DISPLAY (21 04) WS-LIMPA
           GO TO P02-SOBREV.
       P02-SOBREV-OK.
           DISPLAY (06 34) NOME-FORN.
           MOVE ZEROS TO WS-ABS-QTD.
           MOVE SPACES TO WS-ABS-TAB.
       P04-ABSORVE.
           IF WS-ABS-QTD = 5
               GO TO P05-PREVIA.
           COMPUTE LIN = WS-ABS-QTD + 9.
           MOVE SPACES TO WS-COD.
           ACCEPT (LIN , 27) WS-COD WITH PROMPT AUTO-SKIP.
           IF WS-COD = SPACES
               GO TO P05-PREVIA.
           IF WS-COD = WS-SOBREV
               DISPLAY (21 04) "!! E O PROPRIO SOBREVIVENTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-ABSORVE.
           PERFORM P-TESTA-ABS THRU P-TESTA-ABS-EXIT.
           IF ACHOU-88
               DISPLAY (21 04) "!! CODIGO JA INFORMADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-ABSORVE.
           MOVE WS-COD TO COD-FORN.
           READ FORN
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-ABSORVE.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-ABSORVE.
           MOVE WS-COD TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P04-ABSORVE-OK.
           DISPLAY (21 04) "!! CODIGO JA INCORPORADO AO " SUC-NOVO
               " !!".
           ACCEPT (23 01) WS-P
           DISPLAY (21 04) WS-LIMPA
           GO TO P04-ABSORVE.
       P04-ABSORVE-OK.
           DISPLAY (LIN , 34) NOME-FORN.
           ADD 1 TO WS-ABS-QTD.
           MOVE WS-COD TO WS-ABS-COD(WS-ABS-QTD).
           GO TO P04-ABSORVE.

      *-----------------------------------------*
      * Previa: lista tudo que sera reapontado  *
      * e marca o que estiver em bordero aberto *
      * ou remessa pendente (bloqueia a fusao). *
      *-----------------------------------------*
       P05-PREVIA.
           IF WS-ABS-QTD = ZEROS
               GO TO P01-TELA-1.
           PERFORM P-CARREGA-BORDEROS THRU P-CARREGA-BORD-EXIT.
           MOVE "P" TO WS-MODO.
           PERFORM P-ZERA-QTD.
           DISPLAY TELA-PREVIA.
           MOVE 6 TO LIN.
           PERFORM P-PERCORRE THRU P-PERCORRE-FIM.
           DISPLAY (21 04) "Fim da previa - tecle <ENTER>".
           ACCEPT (23 01) WS-P.
           PERFORM P-RESUMO.
           IF WS-QTD-BLOQ > ZEROS
               DISPLAY (21 04)
                   "!! ITENS EM BORDERO/REMESSA ABERTOS - RECUSADA !!"
               ACCEPT (23 01) WS-P
               GO TO P01-TELA-1.
       P06-CONFIRMA.
           DISPLAY (21 04) "Confirma a fusao ?  < S/N >".
           ACCEPT (21 33) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           OPEN EXTEND JRN.
           IF FS-JRN = "35"
               OPEN OUTPUT JRN
               CLOSE JRN
               OPEN EXTEND JRN.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           MOVE "A" TO WS-MODO.
           PERFORM P-ZERA-QTD.
           PERFORM P-PROX-ADIANTA THRU P-PROX-ADIANTA-EXIT.
           PERFORM P-PERCORRE THRU P-PERCORRE-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM P-GRAVA-SUC THRU P-GRAVA-SUC-EXIT
               UNTIL WS-IDX > WS-ABS-QTD.
           CLOSE JRN LOG.
           PERFORM P-RESUMO.
           DISPLAY (21 04) "!! < Fusao Concluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-ZERA-QTD.
           MOVE ZEROS TO WS-QTD-BCO WS-QTD-EMP WS-QTD-ADI WS-QTD-FB
                         WS-QTD-SUC WS-QTD-BLOQ.

       P-RESUMO.
           DISPLAY TELA-RESUMO.
           DISPLAY (07 31) WS-QTD-BCO.
           DISPLAY (08 31) WS-QTD-EMP.
           DISPLAY (09 31) WS-QTD-ADI.
           DISPLAY (10 31) WS-QTD-FB.
           DISPLAY (11 31) WS-QTD-SUC.
           DISPLAY (13 31) WS-QTD-BLOQ.

      *-----------------------------------------*
      * Mesma passada p/previa (P) e fusao (A). *
      *-----------------------------------------*
       P-PERCORRE.
           MOVE 1 TO WS-IDX.
           PERFORM P-BCO THRU P-BCO-EXIT UNTIL WS-IDX > WS-ABS-QTD.
           IF EMP-OK-88
               PERFORM P-EMPENHO THRU P-EMPENHO-EXIT.
           MOVE 1 TO WS-IDX.
           IF ADI-OK-88
               PERFORM P-ADIANTA THRU P-ADIANTA-EXIT
                   UNTIL WS-IDX > WS-ABS-QTD.
           MOVE 1 TO WS-IDX.
           IF FB-OK-88
               PERFORM P-FORNBCO THRU P-FORNBCO-EXIT
                   UNTIL WS-IDX > WS-ABS-QTD.
           PERFORM P-FORNSUC THRU P-FORNSUC-EXIT.
       P-PERCORRE-FIM.
           EXIT.

      *----- lanctos (FORN-CHE, chave alternada). Na fusao o
      *----- registro sai da chave ao regravar: volta ao START.
       P-BCO.
           MOVE WS-ABS-COD(WS-IDX) TO FORN-CHE.
           START BANCO KEY IS NOT LESS THAN FORN-CHE
               INVALID KEY GO TO P-BCO-PROX.
       P-BCO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BCO-PROX.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BCO-LER.
           IF FORN-CHE NOT = WS-ABS-COD(WS-IDX)
               GO TO P-BCO-PROX.
           ADD 1 TO WS-QTD-BCO.
           IF APLICA-88
               GO TO P-BCO-GRAVA.
           MOVE "BCO.DAT" TO WS-PRV-ARQ.
           MOVE FORN-CHE TO WS-COD.
           MOVE NUM-CHE TO WS-PRV-CHAVE.
           MOVE DESCRI-CHE-GRP TO WS-PRV-DESC.
           MOVE VALOR-CHE TO WS-PRV-VALOR.
           MOVE SPACES TO WS-PRV-OBS.
           IF DATA-CONF NOT = ZEROS
               MOVE "pago" TO WS-PRV-OBS.
           PERFORM P-TESTA-REMESSA THRU P-TESTA-REMESSA-EXIT.
           IF REM-PEND-88
               MOVE "*REMESSA PEND" TO WS-PRV-OBS
               ADD 1 TO WS-QTD-BLOQ.
           PERFORM P-TESTA-BORDERO THRU P-TESTA-BORDERO-EXIT.
           IF EM-BORD-88
               MOVE "*BORDERO ABER" TO WS-PRV-OBS
               ADD 1 TO WS-QTD-BLOQ.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-BCO-LER.
       P-BCO-GRAVA.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE WS-SOBREV TO FORN-CHE.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-BCO-PROX.
           MOVE "A" TO WS-JRN-ACAO.
           MOVE REG-BCO TO WS-JRN-DEPOIS.
           PERFORM P-GRAVA-JRN.
           GO TO P-BCO.
       P-BCO-PROX.
           ADD 1 TO WS-IDX.
       P-BCO-EXIT.
           EXIT.

      *----- empenhos: chave e o numero, le o arquivo todo
       P-EMPENHO.
           MOVE ZEROS TO EMP-NUM.
           START EMPENHO KEY IS NOT LESS THAN EMP-NUM
               INVALID KEY GO TO P-EMPENHO-EXIT.
       P-EMPENHO-LER.
           READ EMPENHO NEXT RECORD
               AT END GO TO P-EMPENHO-EXIT.
           MOVE EMP-FORN TO WS-COD.
           PERFORM P-TESTA-ABS THRU P-TESTA-ABS-EXIT.
           IF NOT ACHOU-88
               GO TO P-EMPENHO-LER.
           ADD 1 TO WS-QTD-EMP.
           IF APLICA-88
               GO TO P-EMPENHO-GRAVA.
           MOVE "EMPENHO" TO WS-PRV-ARQ.
           MOVE EMP-NUM TO WS-PRV-CHAVE.
           MOVE EMP-DESCRI TO WS-PRV-DESC.
           MOVE EMP-VALOR TO WS-PRV-VALOR.
           MOVE SPACES TO WS-PRV-OBS.
           IF EMP-SIT NOT = "A"
               MOVE "encerrado" TO WS-PRV-OBS.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-EMPENHO-LER.
       P-EMPENHO-GRAVA.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.
           MOVE "EMPENHO" TO WS-JRN-ANTES(1:8).
           MOVE REG-EMPENHO TO WS-JRN-ANTES(9:).
           MOVE WS-SOBREV TO EMP-FORN.
           REWRITE REG-EMPENHO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-EMP
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-EMPENHO-LER.
           MOVE "EMPENHO" TO WS-JRN-DEPOIS(1:8).
           MOVE REG-EMPENHO TO WS-JRN-DEPOIS(9:).
           MOVE "F" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN.
           GO TO P-EMPENHO-LER.
       P-EMPENHO-EXIT.
           EXIT.

      *----- adiantamentos: o codigo faz parte da chave, entao o
      *----- registro e excluido e regravado na sequencia do
      *----- sobrevivente.
       P-ADIANTA.
           MOVE WS-ABS-COD(WS-IDX) TO ADI-FORN.
           MOVE ZEROS TO ADI-SEQ.
           START ADIANTA KEY IS NOT LESS THAN ADI-CHAVE
               INVALID KEY GO TO P-ADIANTA-PROX.
       P-ADIANTA-LER.
           READ ADIANTA NEXT RECORD
               AT END GO TO P-ADIANTA-PROX.
           IF ADI-FORN NOT = WS-ABS-COD(WS-IDX)
               GO TO P-ADIANTA-PROX.
           ADD 1 TO WS-QTD-ADI.
           IF APLICA-88
               GO TO P-ADIANTA-GRAVA.
           MOVE "ADIANTA" TO WS-PRV-ARQ.
           MOVE ADI-FORN TO WS-COD.
           MOVE ADI-CHAVE TO WS-PRV-CHAVE.
           MOVE "lancto" TO WS-PRV-DESC.
           MOVE ADI-LANC TO WS-PRV-DESC(8:6).
           MOVE ADI-SALDO TO WS-PRV-VALOR.
           MOVE SPACES TO WS-PRV-OBS.
           IF ADI-SALDO = ZEROS
               MOVE "compensado" TO WS-PRV-OBS.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-ADIANTA-LER.
       P-ADIANTA-GRAVA.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.
           MOVE "ADIANTA" TO WS-JRN-ANTES(1:8).
           MOVE REG-ADIANTA TO WS-JRN-ANTES(9:).
           DELETE ADIANTA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS-ADI
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ADIANTA-PROX.
           ADD 1 TO WS-ADI-PROX.
           MOVE WS-SOBREV TO ADI-FORN.
           MOVE WS-ADI-PROX TO ADI-SEQ.
           WRITE REG-ADIANTA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-ADI
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ADIANTA-PROX.
           MOVE "ADIANTA" TO WS-JRN-DEPOIS(1:8).
           MOVE REG-ADIANTA TO WS-JRN-DEPOIS(9:).
           MOVE "F" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN.
           GO TO P-ADIANTA.
       P-ADIANTA-PROX.
           ADD 1 TO WS-IDX.
       P-ADIANTA-EXIT.
           EXIT.

      *----- ultima sequencia de adiantamento do sobrevivente
       P-PROX-ADIANTA.
           MOVE ZEROS TO WS-ADI-PROX.
           IF NOT ADI-OK-88
               GO TO P-PROX-ADIANTA-EXIT.
           MOVE WS-SOBREV TO ADI-FORN.
           MOVE ZEROS TO ADI-SEQ.
           START ADIANTA KEY IS NOT LESS THAN ADI-CHAVE
               INVALID KEY GO TO P-PROX-ADIANTA-EXIT.
       P-PROX-ADIANTA-LER.
           READ ADIANTA NEXT RECORD
               AT END GO TO P-PROX-ADIANTA-EXIT.
           IF ADI-FORN NOT = WS-SOBREV
               GO TO P-PROX-ADIANTA-EXIT.
           MOVE ADI-SEQ TO WS-ADI-PROX.
           GO TO P-PROX-ADIANTA-LER.
       P-PROX-ADIANTA-EXIT.
           EXIT.

      *----- dados bancarios/PIX: passam p/o sobrevivente so
      *----- se ele nao tiver os seus; senao ficam no inativo.
       P-FORNBCO.
           MOVE WS-ABS-COD(WS-IDX) TO COD-FB.
           READ FORNBCO
               INVALID KEY GO TO P-FORNBCO-PROX.
           MOVE REG-FORNBCO TO WS-FB-IMAGEM.
           MOVE WS-SOBREV TO COD-FB.
           READ FORNBCO
               INVALID KEY GO TO P-FORNBCO-MOVE.
           IF APLICA-88
               GO TO P-FORNBCO-PROX.
           MOVE "FORNBCO" TO WS-PRV-ARQ.
           MOVE WS-ABS-COD(WS-IDX) TO WS-PRV-CHAVE.
           MOVE "dados banc./PIX" TO WS-PRV-DESC.
           MOVE ZEROS TO WS-PRV-VALOR.
           MOVE "fica (sobrev)" TO WS-PRV-OBS.
           MOVE WS-ABS-COD(WS-IDX) TO WS-COD.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-FORNBCO-PROX.
       P-FORNBCO-MOVE.
           ADD 1 TO WS-QTD-FB.
           IF APLICA-88
               GO TO P-FORNBCO-GRAVA.
           MOVE "FORNBCO" TO WS-PRV-ARQ.
           MOVE WS-ABS-COD(WS-IDX) TO WS-PRV-CHAVE.
           MOVE "dados banc./PIX" TO WS-PRV-DESC.
           MOVE ZEROS TO WS-PRV-VALOR.
           MOVE "transfere" TO WS-PRV-OBS.
           MOVE WS-ABS-COD(WS-IDX) TO WS-COD.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-FORNBCO-PROX.
       P-FORNBCO-GRAVA.
           MOVE WS-FB-IMAGEM TO REG-FORNBCO.
           MOVE WS-SOBREV TO COD-FB.
           WRITE REG-FORNBCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-FB
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-FORNBCO-PROX.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.
           MOVE "FORNBCO" TO WS-JRN-ANTES(1:8) WS-JRN-DEPOIS(1:8).
           MOVE WS-FB-IMAGEM TO WS-JRN-ANTES(9:).
           MOVE REG-FORNBCO TO WS-JRN-DEPOIS(9:).
           MOVE WS-ABS-COD(WS-IDX) TO COD-FB.
           DELETE FORNBCO
               INVALID KEY
                   CONTINUE.
           MOVE "F" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN.
       P-FORNBCO-PROX.
           ADD 1 TO WS-IDX.
       P-FORNBCO-EXIT.
           EXIT.

      *----- ponteiros antigos p/um codigo incorporado agora
      *----- passam a apontar direto p/o sobrevivente.
       P-FORNSUC.
           MOVE SPACES TO SUC-COD.
           START FORNSUC KEY IS NOT LESS THAN SUC-COD
               INVALID KEY GO TO P-FORNSUC-EXIT.
       P-FORNSUC-LER.
           READ FORNSUC NEXT RECORD
               AT END GO TO P-FORNSUC-EXIT.
           MOVE SUC-NOVO TO WS-COD.
           PERFORM P-TESTA-ABS THRU P-TESTA-ABS-EXIT.
           IF NOT ACHOU-88
               GO TO P-FORNSUC-LER.
           ADD 1 TO WS-QTD-SUC.
           IF APLICA-88
               GO TO P-FORNSUC-GRAVA.
           MOVE "FORNSUC" TO WS-PRV-ARQ.
           MOVE SUC-COD TO WS-PRV-CHAVE.
           MOVE "incorporado ao" TO WS-PRV-DESC.
           MOVE SUC-NOVO TO WS-PRV-DESC(16:5).
           MOVE ZEROS TO WS-PRV-VALOR.
           MOVE "reaponta" TO WS-PRV-OBS.
           PERFORM P-PRV-LINHA THRU P-PRV-LINHA-EXIT.
           GO TO P-FORNSUC-LER.
       P-FORNSUC-GRAVA.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.
           MOVE "FORNSUC" TO WS-JRN-ANTES(1:8) WS-JRN-DEPOIS(1:8).
           MOVE REG-FORNSUC TO WS-JRN-ANTES(9:).
           MOVE WS-SOBREV TO SUC-NOVO.
           MOVE WS-DATA TO SUC-DATA.
           MOVE WS-OPERADOR TO SUC-POR.
           REWRITE REG-FORNSUC
               INVALID KEY
                   CONTINUE.
           MOVE REG-FORNSUC TO WS-JRN-DEPOIS(9:).
           MOVE "F" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN.
           GO TO P-FORNSUC-LER.
       P-FORNSUC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Codigo incorporado vira ponteiro inativo*
      * p/o sobrevivente; log acao J, numero =  *
      * codigo incorporado.                     *
      *-----------------------------------------*
       P-GRAVA-SUC.
           MOVE WS-ABS-COD(WS-IDX) TO SUC-COD.
           MOVE WS-SOBREV TO SUC-NOVO.
           MOVE WS-DATA TO SUC-DATA.
           MOVE WS-OPERADOR TO SUC-POR.
           WRITE REG-FORNSUC
               INVALID KEY
                   REWRITE REG-FORNSUC
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS-SUC
                           ACCEPT (23 01) WS-P
                           DISPLAY (21 04) WS-LIMPA
                           GO TO P-GRAVA-SUC-PROX.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.
           MOVE "FORNSUC" TO WS-JRN-DEPOIS(1:8).
           MOVE REG-FORNSUC TO WS-JRN-DEPOIS(9:).
           MOVE "F" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "J" TO LOG-ACAO.
           MOVE WS-ABS-COD(WS-IDX) TO LOG-NUM-CHE.
           MOVE "BANCO115" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-SUC-PROX.
           ADD 1 TO WS-IDX.
       P-GRAVA-SUC-EXIT.
           EXIT.

      *----- WS-COD esta entre os codigos a incorporar ?
       P-TESTA-ABS.
           MOVE "N" TO WS-ACHOU.
           MOVE 1 TO WS-IDX2.
       P-TESTA-ABS-LOOP.
           IF WS-IDX2 > WS-ABS-QTD
               GO TO P-TESTA-ABS-EXIT.
           IF WS-ABS-COD(WS-IDX2) = WS-COD
               MOVE "S" TO WS-ACHOU
               GO TO P-TESTA-ABS-EXIT.
           ADD 1 TO WS-IDX2.
           GO TO P-TESTA-ABS-LOOP.
       P-TESTA-ABS-EXIT.
           EXIT.

       P-PRV-LINHA.
           IF LIN < 20
               GO TO P-PRV-LINHA-MOSTRA.
           DISPLAY (21 04) "Tecle <ENTER> p/continuar a previa".
           ACCEPT (23 01) WS-P.
           DISPLAY TELA-PREVIA.
           MOVE 6 TO LIN.
       P-PRV-LINHA-MOSTRA.
           DISPLAY (LIN , 02) WS-PRV-ARQ.
           DISPLAY (LIN , 12) WS-PRV-CHAVE.
           DISPLAY (LIN , 23) WS-COD.
           DISPLAY (LIN , 29) WS-PRV-DESC.
           DISPLAY (LIN , 50) WS-PRV-VALOR.
           DISPLAY (LIN , 62) WS-PRV-OBS.
           ADD 1 TO LIN.
       P-PRV-LINHA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Numeros dos lanctos parados em borderos *
      * ainda abertos (SIT "A" no 64).          *
      *-----------------------------------------*
       P-CARREGA-BORDEROS.
           MOVE ZEROS TO WS-BD-QTD.
           IF NOT BOR-OK-88
               GO TO P-CARREGA-BORD-EXIT.
           MOVE ZEROS TO COD-BORD.
           START BORDERO KEY IS NOT LESS THAN COD-BORD
               INVALID KEY GO TO P-CARREGA-BORD-EXIT.
       P-CARREGA-BORD-LER.
           READ BORDERO NEXT RECORD
               AT END GO TO P-CARREGA-BORD-EXIT.
           IF BORD-EMPR NOT = WS-EMPR-SES
               GO TO P-CARREGA-BORD-LER.
           IF BORD-SIT NOT = "A"
               GO TO P-CARREGA-BORD-LER.
           MOVE COD-BORD TO BIT-BORD.
           MOVE SPACES TO BIT-NUM.
           START BORDITEM KEY IS NOT LESS THAN BIT-CHAVE
               INVALID KEY GO TO P-CARREGA-BORD-LER.
       P-CARREGA-BORD-ITEM.
           READ BORDITEM NEXT RECORD
               AT END GO TO P-CARREGA-BORD-LER.
           IF BIT-BORD NOT = COD-BORD
               GO TO P-CARREGA-BORD-LER.
           IF WS-BD-QTD = 999
               GO TO P-CARREGA-BORD-EXIT.
           ADD 1 TO WS-BD-QTD.
           MOVE BIT-NUM TO WS-BD-NUM(WS-BD-QTD).
           GO TO P-CARREGA-BORD-ITEM.
       P-CARREGA-BORD-EXIT.
           EXIT.

       P-TESTA-BORDERO.
           MOVE "N" TO WS-EM-BORD.
           MOVE 1 TO WS-BD-IDX.
       P-TESTA-BORDERO-LOOP.
           IF WS-BD-IDX > WS-BD-QTD
               GO TO P-TESTA-BORDERO-EXIT.
           IF WS-BD-NUM(WS-BD-IDX) = NUM-CHE
               MOVE "S" TO WS-EM-BORD
               GO TO P-TESTA-BORDERO-EXIT.
           ADD 1 TO WS-BD-IDX.
           GO TO P-TESTA-BORDERO-LOOP.
       P-TESTA-BORDERO-EXIT.
           EXIT.

      *----- remessa gerada (G) ou enviada (E) sem retorno
       P-TESTA-REMESSA.
           MOVE "N" TO WS-REM-PEND.
           IF NOT RCT-OK-88
               GO TO P-TESTA-REMESSA-EXIT.
           IF REMESSA-CHE = ZEROS OR DATA-CONF NOT = ZEROS
               GO TO P-TESTA-REMESSA-EXIT.
           MOVE ZEROS TO WS-CONTA-NUM.
           MOVE 1 TO WS-CT-IDX.
       P-TESTA-REMESSA-CONTA.
           IF WS-CT-IDX > WS-CT-QTD
               GO TO P-TESTA-REMESSA-EXIT.
           IF WS-CT-NOME(WS-CT-IDX) NOT = CONTA-CHE
               ADD 1 TO WS-CT-IDX
               GO TO P-TESTA-REMESSA-CONTA.
           MOVE WS-CT-COD(WS-CT-IDX) TO WS-CONTA-NUM.
           MOVE WS-CONTA-NUM TO REM-CONTA.
           MOVE REMESSA-CHE TO REM-NSA.
           READ REMCTL
               INVALID KEY
                   GO TO P-TESTA-REMESSA-EXIT.
           IF REM-SIT = "G" OR REM-SIT = "E"
               MOVE "S" TO WS-REM-PEND.
       P-TESTA-REMESSA-EXIT.
           EXIT.

       P-CARREGA-CONTAS.
           MOVE ZEROS TO COD-CONTA.
           START CONTA KEY IS NOT LESS THAN COD-CONTA
               INVALID KEY GO TO P-CARREGA-CONTAS-EXIT.
       P-CARREGA-CONTAS-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-CARREGA-CONTAS-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-CARREGA-CONTAS-LER.
           IF WS-CT-QTD = 50
               GO TO P-CARREGA-CONTAS-EXIT.
           ADD 1 TO WS-CT-QTD.
           MOVE NOME-CONTA TO WS-CT-NOME(WS-CT-QTD).
           MOVE COD-CONTA TO WS-CT-COD(WS-CT-QTD).
           GO TO P-CARREGA-CONTAS-LER.
       P-CARREGA-CONTAS-EXIT.
           EXIT.

       P-GRAVA-JRN.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO115" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE WS-JRN-DEPOIS TO JRN-DEPOIS.
           WRITE REG-JRN.
           MOVE SPACES TO WS-JRN-ANTES WS-JRN-DEPOIS.

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
           CLOSE BANCO FORN FORNSUC.
           IF FB-OK-88
               CLOSE FORNBCO.
           IF EMP-OK-88
               CLOSE EMPENHO.
           IF ADI-OK-88
               CLOSE ADIANTA.
           IF BOR-OK-88
               CLOSE BORDERO BORDITEM.
           IF RCT-OK-88
               CLOSE REMCTL.
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
