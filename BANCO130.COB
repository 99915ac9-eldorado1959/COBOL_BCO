       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO130.
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
           SELECT VIAGEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VGM-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-VGM.
           SELECT VIAITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VGI-CHAVE
                  FILE STATUS IS FS-VGI.
           SELECT FUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CPF
                  FILE STATUS IS FS-FUN.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LIMITE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-LIM
                  FILE STATUS IS FS-LIM.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
      * cima da ultima geracao do backup (93).  *
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

       FD PAINEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAINEL.DAT".
       01 REG-PAINEL.
           03 PAN-DATA         PIC 9(08).
           03 PAN-QTD-HOJE     PIC 9(04).
           03 PAN-TOT-HOJE     PIC 9(10)V99.
           03 PAN-QTD-SEM      PIC 9(04).
           03 PAN-TOT-SEM      PIC 9(10)V99.
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD LIMITE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMITE.DAT".
       01 REG-LIMITE.
           03 COD-LIM          PIC 9.
           03 VALOR-LIM        PIC 9(08)V99.

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
      * Adiantamento de viagem a funcionario.   *
      * VGM-SIT: A aguardando prestacao de      *
      * contas (vence em VGM-PRAZO), P prestada *
      * aguardando acerto, Q quitado.  Acerto:  *
      * D devolvido pelo funcionario, R         *
      * reembolsado (lancto VGM-LANC-AC), Z sem *
      * saldo.                                  *
      *-----------------------------------------*
       FD VIAGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VIAGEM.DAT".
       01 REG-VIAGEM.
           03 VGM-NUM          PIC 9(06).
           03 VGM-CPF          PIC 9(11).
           03 VGM-DEPTO        PIC 99.
           03 VGM-DESTINO      PIC X(30).
           03 VGM-DATA         PIC 9(08).
           03 VGM-VALOR        PIC 9(08)V99.
           03 VGM-CONTA        PIC X(10).
           03 VGM-LANC         PIC X(06).
           03 VGM-PRAZO        PIC 9(08).
           03 VGM-GASTO        PIC 9(08)V99.
           03 VGM-SIT          PIC X(01).
           03 VGM-ACERTO       PIC X(01).
           03 VGM-VALOR-AC     PIC 9(08)V99.
           03 VGM-LANC-AC      PIC X(06).
           03 VGM-DATA-AC      PIC 9(08).
           03 VGM-POR          PIC X(08).

      *----- comprovantes da prestacao de contas
       FD VIAITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VIAITEM.DAT".
       01 REG-VIAITEM.
           03 VGI-CHAVE.
               05 VGI-NUM      PIC 9(06).
               05 VGI-SEQ      PIC 9(03).
           03 VGI-DATA         PIC 9(08).
           03 VGI-CATEG        PIC 9(03).
           03 VGI-DOC          PIC X(15).
           03 VGI-DESCRI       PIC X(20).
           03 VGI-VALOR        PIC 9(08)V99.
           03 VGI-POR          PIC X(08).

       FD FUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNC.DAT".
       01 REG-FUNC.
           03 FUN-CPF          PIC 9(11).
           03 FUN-NOME         PIC X(30).
           03 FUN-DEPTO        PIC 99.
           03 FUN-BANCO        PIC 9(03).
           03 FUN-AGENCIA      PIC 9(04).
           03 FUN-DV-AGEN      PIC X(01).
           03 FUN-CONTA        PIC 9(10).
           03 FUN-DV-CONTA     PIC X(01).
           03 FUN-SIT          PIC X(01).
           03 FUN-POR          PIC X(08).
           03 FUN-ALT          PIC 9(08).

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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

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
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-LIM               PIC XX.
       77 WS-LIMITE            PIC 9(08)V99 VALUE ZEROS.
       77 FS-OPER              PIC XX.
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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       77 FS                   PIC XX.
       77 FS-VGM               PIC XX.
       77 FS-VGI               PIC XX.
       77 FS-FUN               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-CATEG             PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3 4.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".

      *----- campos da tela
       77 WS-CPF               PIC 9(11) VALUE ZEROS.
       77 WS-DEPTO             PIC 99 VALUE ZEROS.
       77 WS-CATEG             PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-VGM-NUM           PIC 9(06) VALUE ZEROS.
       77 WS-VGM-ULT           PIC 9(06) VALUE ZEROS.
       77 WS-VGI-SEQ           PIC 9(03) VALUE ZEROS.
       77 WS-DIA-P             PIC 99 VALUE ZEROS.
       77 WS-MES-P             PIC 99 VALUE ZEROS.
       77 WS-ANO-P             PIC 9(04) VALUE ZEROS.
       77 WS-PRAZO             PIC 9(08) VALUE ZEROS.
       77 WS-SALDO             PIC S9(08)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-SALDO      PIC -.---.---.--9,99 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.

      *----- prestacao vencida do funcionario (bloqueio)
       77 WS-BLOQ-NUM          PIC 9(06) VALUE ZEROS.
       77 WS-BLOQ-PRAZO        PIC 9(08) VALUE ZEROS.

      *----- lancto gerado em BCO.DAT (adiantamento ou reembolso)
       77 WS-LANC-CONTA        PIC X(10) VALUE SPACES.
       77 WS-LANC-VALOR        PIC 9(08)V99 VALUE ZEROS.
       77 WS-LANC-NOME         PIC X(20) VALUE SPACES.
       77 WS-LANC-OBS          PIC X(15) VALUE SPACES.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-GERADO        PIC X(06) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ADIANTAMENTO DE VIAGEM " BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Novo adiantamento".
           02 LINE 09 COLUMN 10 VALUE "2-Prestacao de contas".
           02 LINE 10 COLUMN 10 VALUE "3-Acerto (devolucao/reembolso)".
           02 LINE 11 COLUMN 10 VALUE "4-Consulta adiantamento".
           02 LINE 13 COLUMN 10 VALUE "0-Sai".
           02 LINE 15 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-ADT.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ADIANTAMENTO - NOVO " BLINK.
           02 LINE 07 COLUMN 04 VALUE "CPF (Cad.108)......=".
           02 LINE 08 COLUMN 04 VALUE "Depto (Cad.38).....=".
           02 LINE 09 COLUMN 04 VALUE "Viagem / destino...=".
           02 LINE 10 COLUMN 04 VALUE "Valor adiantado....=".
           02 LINE 11 COLUMN 04 VALUE "Conta pagadora.....=".
           02 LINE 12 COLUMN 04 VALUE "Prestar contas ate.=".
           02 LINE 12 COLUMN 27 VALUE "/  /".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-PRE.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " PRESTACAO DE CONTAS " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Adiantamento.......=".
           02 LINE 07 COLUMN 04 VALUE "Funcionario........=".
           02 LINE 08 COLUMN 04 VALUE "Viagem.............=".
           02 LINE 09 COLUMN 04 VALUE "Adiantado.......R$ =".
           02 LINE 10 COLUMN 04 VALUE "Comprovado......R$ =".
           02 LINE 11 COLUMN 04 VALUE "Saldo...........R$ =".
           02 LINE 11 COLUMN 45 VALUE "(+) devolver  (-) reembolsar".
           02 LINE 13 COLUMN 04 VALUE "Categoria (Cad.65).=".
           02 LINE 14 COLUMN 04 VALUE "Comprovante (NF)...=".
           02 LINE 15 COLUMN 04 VALUE "Descricao..........=".
           02 LINE 16 COLUMN 04 VALUE "Valor..............=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O VIAGEM.
           IF FS-VGM = "30" OR FS-VGM = "35"
               CLOSE VIAGEM
               OPEN OUTPUT VIAGEM
               CLOSE VIAGEM
               OPEN I-O VIAGEM.
           OPEN I-O VIAITEM.
           IF FS-VGI = "30" OR FS-VGI = "35"
               CLOSE VIAITEM
               OPEN OUTPUT VIAITEM
               CLOSE VIAITEM
               OPEN I-O VIAITEM.
           OPEN INPUT FUNC.
           IF FS-FUN = "35"
               DISPLAY (10 10) "!! ARQUIVO FUNC.DAT INEXISTENTE !!"
               CLOSE VIAGEM VIAITEM
               STOP RUN.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE VIAGEM VIAITEM FUNC
               STOP RUN.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           OPEN INPUT LIMITE.
           IF FS-LIM = "00"
               MOVE 1 TO COD-LIM
               READ LIMITE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE VALOR-LIM TO WS-LIMITE.
           IF FS-LIM NOT = "35"
               CLOSE LIMITE.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P02-OPCAO.
           ACCEPT (15 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-NOVO THRU P-NOVO-FIM.
           IF WS-OPCAO = 2
               PERFORM P-PRESTA THRU P-PRESTA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-ACERTO THRU P-ACERTO-FIM.
           IF WS-OPCAO = 4
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Novo adiantamento: funcionario      *
      * ativo e sem prestacao de contas vencida;*
      * gera o lancto de pagamento.             *
      *-----------------------------------------*
       P-NOVO.
           DISPLAY TELA-ADT.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CPF = 0 , Sai do Adiantamento".
       P-NOVO-CPF.
           MOVE ZEROS TO WS-CPF.
           ACCEPT (07 25) WS-CPF WITH PROMPT AUTO-SKIP.
           IF WS-CPF = ZEROS
               GO TO P-NOVO-FIM.
           MOVE WS-CPF TO FUN-CPF.
           READ FUNC
               INVALID KEY
                   DISPLAY (21 04) "!! Funcionario Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NOVO-CPF.
           DISPLAY (07 37) FUN-NOME.
           IF FUN-SIT = "D"
               DISPLAY (21 04) "!! FUNCIONARIO DESLIGADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-NOVO-CPF.
           PERFORM P-VERIFICA-BLOQ THRU P-VERIFICA-BLOQ-EXIT.
           IF WS-BLOQ-NUM NOT = ZEROS
               DISPLAY (20 04) "Prestacao do adiantamento " WS-BLOQ-NUM
                   " venceu em " WS-BLOQ-PRAZO(7:2) "/"
                   WS-BLOQ-PRAZO(5:2) "/" WS-BLOQ-PRAZO(1:4)
               DISPLAY (21 04) "!! BLOQUEADO - PRESTACAO VENCIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (20 04) WS-LIMPA
               DISPLAY (21 04) WS-LIMPA
               GO TO P-NOVO-CPF.
       P-NOVO-DEPTO.
           MOVE FUN-DEPTO TO WS-DEPTO.
           ACCEPT (08 25) WS-DEPTO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               GO TO P-NOVO-DEPTO.
           PERFORM P-VALIDA-DEPTO THRU P-VALIDA-DEPTO-EXIT.
           IF WS-DEPTO = ZEROS
               GO TO P-NOVO-DEPTO.
       P-NOVO-DESTINO.
           MOVE SPACES TO VGM-DESTINO.
           ACCEPT (09 25) VGM-DESTINO WITH PROMPT.
           IF VGM-DESTINO = SPACES
               GO TO P-NOVO-DESTINO.
       P-NOVO-VALOR.
           MOVE ZEROS TO VGM-VALOR.
           ACCEPT (10 25) VGM-VALOR WITH PROMPT AUTO-SKIP.
           IF VGM-VALOR = ZEROS
               GO TO P-NOVO-VALOR.
       P-NOVO-CONTA.
           MOVE ZEROS TO WS-CONTA-NUM.
           ACCEPT (11 25) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-NOVO-CONTA.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NOVO-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-NOVO-CONTA.
           DISPLAY (11 29) NOME-CONTA.
       P-NOVO-PRAZO.
           MOVE ZEROS TO WS-DIA-P WS-MES-P.
           MOVE ANO TO WS-ANO-P.
           ACCEPT (12 25) WS-DIA-P WITH PROMPT AUTO-SKIP.
           IF WS-DIA-P = ZEROS OR WS-DIA-P > 31
               GO TO P-NOVO-PRAZO.
           ACCEPT (12 28) WS-MES-P WITH PROMPT AUTO-SKIP.
           IF WS-MES-P = ZEROS OR WS-MES-P > 12
               GO TO P-NOVO-PRAZO.
           ACCEPT (12 31) WS-ANO-P WITH UPDATE PROMPT AUTO-SKIP.
           COMPUTE WS-PRAZO = WS-ANO-P * 10000 + WS-MES-P * 100
               + WS-DIA-P.
           IF WS-PRAZO < WS-DATA-N
               DISPLAY (21 04) "!! PRAZO ANTERIOR A HOJE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-NOVO-PRAZO.
           DISPLAY (21 04) "Gera o lancto do adiantamento ?  < S/N >".
           ACCEPT (21 46) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-NOVO-FIM.
           PERFORM P-GERA-VGM-NUM.
           MOVE NOME-CONTA TO WS-LANC-CONTA.
           MOVE VGM-VALOR TO WS-LANC-VALOR.
           MOVE FUN-NOME TO WS-LANC-NOME.
           MOVE SPACES TO WS-LANC-OBS.
           STRING "ADIANT " VGM-NUM DELIMITED BY SIZE
               INTO WS-LANC-OBS.
           PERFORM P-GERA-LANCTO THRU P-GERA-LANCTO-EXIT.
           MOVE WS-CPF TO VGM-CPF.
           MOVE WS-DEPTO TO VGM-DEPTO.
           MOVE WS-DATA-N TO VGM-DATA.
           MOVE NOME-CONTA TO VGM-CONTA.
           MOVE WS-NUM-GERADO TO VGM-LANC.
           MOVE WS-PRAZO TO VGM-PRAZO.
           MOVE ZEROS TO VGM-GASTO VGM-VALOR-AC VGM-DATA-AC.
           MOVE "A" TO VGM-SIT.
           MOVE SPACE TO VGM-ACERTO.
           MOVE SPACES TO VGM-LANC-AC.
           MOVE WS-OPERADOR TO VGM-POR.
       P-NOVO-GRAVA.
           WRITE REG-VIAGEM INVALID KEY
               ADD 1 TO VGM-NUM
               GO TO P-NOVO-GRAVA.
           DISPLAY (21 04) "!! < Adiantamento " VGM-NUM " - Lancto "
               WS-NUM-GERADO " > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-NOVO-FIM.
           EXIT.

      *-----------------------------------------*
      * Funcionario com adiantamento aguardando *
      * prestacao (A) e prazo ja vencido fica   *
      * bloqueado p/novo adiantamento.          *
      *-----------------------------------------*
       P-VERIFICA-BLOQ.
           MOVE ZEROS TO WS-BLOQ-NUM WS-BLOQ-PRAZO VGM-NUM.
           START VIAGEM KEY IS NOT LESS THAN VGM-NUM
               INVALID KEY GO TO P-VERIFICA-BLOQ-EXIT.
       P-VERIFICA-BLOQ-LER.
           READ VIAGEM NEXT RECORD
               AT END GO TO P-VERIFICA-BLOQ-EXIT.
           IF VGM-CPF NOT = WS-CPF OR VGM-SIT NOT = "A"
               GO TO P-VERIFICA-BLOQ-LER.
           IF VGM-PRAZO NOT < WS-DATA-N
               GO TO P-VERIFICA-BLOQ-LER.
           MOVE VGM-NUM TO WS-BLOQ-NUM.
           MOVE VGM-PRAZO TO WS-BLOQ-PRAZO.
       P-VERIFICA-BLOQ-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2 - Comprovantes da viagem, um a um;    *
      * categoria 000 encerra a digitacao.      *
      *-----------------------------------------*
       P-PRESTA.
           DISPLAY TELA-PRE.
           PERFORM P-DATA.
           DISPLAY (22 14) "<ADIANTAMENTO = 0 , Sai da Prestacao".
           PERFORM P-LE-VIAGEM THRU P-LE-VIAGEM-EXIT.
           IF WS-VGM-NUM = ZEROS
               GO TO P-PRESTA-FIM.
           IF VGM-SIT = "Q"
               DISPLAY (21 04) "!! ADIANTAMENTO JA QUITADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PRESTA.
           PERFORM P-PROX-SEQ THRU P-PROX-SEQ-EXIT.
       P-PRESTA-CATEG.
           DISPLAY (13 25) "   ".
           DISPLAY (13 30) "                    ".
           DISPLAY (14 25) "               ".
           DISPLAY (15 25) "                    ".
           DISPLAY (16 25) "           ".
           DISPLAY (18 04) "<CATEGORIA = 000 , Encerra os comprovantes".
           MOVE ZEROS TO WS-CATEG.
           ACCEPT (13 25) WS-CATEG WITH PROMPT AUTO-SKIP.
           DISPLAY (18 04) WS-LIMPA.
           IF WS-CATEG = ZEROS
               GO TO P-PRESTA-ENTREGUE.
           IF NOT CATEG-OK-88
               GO TO P-PRESTA-DOC.
           MOVE WS-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-PRESTA-CATEG.
           DISPLAY (13 30) NOME-CATEG.
       P-PRESTA-DOC.
           MOVE SPACES TO VGI-DOC.
           ACCEPT (14 25) VGI-DOC WITH PROMPT.
           IF VGI-DOC = SPACES
               DISPLAY (21 04) "!! INFORME O NUMERO DO COMPROVANTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PRESTA-DOC.
           MOVE SPACES TO VGI-DESCRI.
           ACCEPT (15 25) VGI-DESCRI WITH PROMPT.
       P-PRESTA-VALOR.
           MOVE ZEROS TO VGI-VALOR.
           ACCEPT (16 25) VGI-VALOR WITH PROMPT AUTO-SKIP.
           IF VGI-VALOR = ZEROS
               GO TO P-PRESTA-VALOR.
           MOVE WS-VGM-NUM TO VGI-NUM.
           MOVE WS-VGI-SEQ TO VGI-SEQ.
           MOVE WS-DATA-N TO VGI-DATA.
           MOVE WS-CATEG TO VGI-CATEG.
           MOVE WS-OPERADOR TO VGI-POR.
           WRITE REG-VIAITEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-VGI
                   CLOSE VIAGEM VIAITEM
                   STOP RUN.
           ADD 1 TO WS-VGI-SEQ.
           ADD VGI-VALOR TO VGM-GASTO.
           REWRITE REG-VIAGEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-VGM
                   CLOSE VIAGEM VIAITEM
                   STOP RUN.
           PERFORM P-MOSTRA-SALDO.
           GO TO P-PRESTA-CATEG.
      *----- prestacao entregue tira o funcionario do bloqueio
       P-PRESTA-ENTREGUE.
           IF VGM-SIT NOT = "A" OR VGM-GASTO = ZEROS
               GO TO P-PRESTA-FIM.
           DISPLAY (21 04) "Prestacao de contas completa ?  < S/N >".
           ACCEPT (21 45) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-PRESTA-FIM.
           MOVE "P" TO VGM-SIT.
           REWRITE REG-VIAGEM
               INVALID KEY
                   CONTINUE.
           DISPLAY (21 04) "!! < Prestacao Entregue - Fazer Acerto >".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-PRESTA-FIM.
           EXIT.

      *-----------------------------------------*
      * Pede o adiantamento e mostra o saldo;   *
      * WS-VGM-NUM zero = saiu.                 *
      *-----------------------------------------*
       P-LE-VIAGEM.
           MOVE ZEROS TO WS-VGM-NUM.
           ACCEPT (06 25) WS-VGM-NUM WITH PROMPT AUTO-SKIP.
           IF WS-VGM-NUM = ZEROS
               GO TO P-LE-VIAGEM-EXIT.
           MOVE WS-VGM-NUM TO VGM-NUM.
           READ VIAGEM
               INVALID KEY
                   DISPLAY (21 04) "!! Adiantamento Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-LE-VIAGEM.
           MOVE VGM-CPF TO FUN-CPF.
           MOVE SPACES TO FUN-NOME.
           READ FUNC
               INVALID KEY
                   CONTINUE.
           DISPLAY (07 25) FUN-NOME.
           DISPLAY (08 25) VGM-DESTINO.
           PERFORM P-MOSTRA-SALDO.
       P-LE-VIAGEM-EXIT.
           EXIT.

       P-MOSTRA-SALDO.
           MOVE VGM-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (09 25) WS-MOSTRA-VALOR.
           MOVE VGM-GASTO TO WS-MOSTRA-VALOR.
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           COMPUTE WS-SALDO = VGM-VALOR - VGM-GASTO.
           MOVE WS-SALDO TO WS-MOSTRA-SALDO.
           DISPLAY (11 25) WS-MOSTRA-SALDO.

       P-PROX-SEQ.
           MOVE 1 TO WS-VGI-SEQ.
           MOVE WS-VGM-NUM TO VGI-NUM.
           MOVE ZEROS TO VGI-SEQ.
           START VIAITEM KEY IS NOT LESS THAN VGI-CHAVE
               INVALID KEY GO TO P-PROX-SEQ-EXIT.
       P-PROX-SEQ-LER.
           READ VIAITEM NEXT RECORD
               AT END GO TO P-PROX-SEQ-EXIT.
           IF VGI-NUM NOT = WS-VGM-NUM
               GO TO P-PROX-SEQ-EXIT.
           COMPUTE WS-VGI-SEQ = VGI-SEQ + 1.
           GO TO P-PROX-SEQ-LER.
       P-PROX-SEQ-EXIT.
           EXIT.

      *-----------------------------------------*
      * 3 - Acerto da prestacao entregue: saldo *
      * a favor da empresa o funcionario        *
      * devolve; a favor dele gera o lancto de  *
      * reembolso.                              *
      *-----------------------------------------*
       P-ACERTO.
           DISPLAY TELA-PRE.
           PERFORM P-DATA.
           DISPLAY (22 14) "<ADIANTAMENTO = 0 , Sai do Acerto".
           PERFORM P-LE-VIAGEM THRU P-LE-VIAGEM-EXIT.
           IF WS-VGM-NUM = ZEROS
               GO TO P-ACERTO-FIM.
           IF VGM-SIT = "A"
               DISPLAY (21 04) "!! PRESTACAO DE CONTAS NAO ENTREGUE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ACERTO.
           IF VGM-SIT = "Q"
               DISPLAY (21 04) "!! ADIANTAMENTO JA QUITADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ACERTO.
           IF WS-SALDO > ZEROS
               GO TO P-ACERTO-DEVOLVE.
           IF WS-SALDO < ZEROS
               GO TO P-ACERTO-REEMBOLSA.
           DISPLAY (21 04) "Sem saldo - quita o adiantamento ? < S/N >".
           ACCEPT (21 48) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ACERTO-FIM.
           MOVE "Z" TO VGM-ACERTO.
           MOVE ZEROS TO VGM-VALOR-AC.
           GO TO P-ACERTO-QUITA.
       P-ACERTO-DEVOLVE.
           MOVE WS-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Funcionario devolve R$ " WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Devolucao recebida ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ACERTO-FIM.
           MOVE "D" TO VGM-ACERTO.
           MOVE WS-SALDO TO VGM-VALOR-AC.
           GO TO P-ACERTO-QUITA.
       P-ACERTO-REEMBOLSA.
           COMPUTE WS-LANC-VALOR = ZEROS - WS-SALDO.
           MOVE WS-LANC-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Reembolso ao funcionario R$ "
               WS-MOSTRA-VALOR.
           DISPLAY (19 04) "Conta p/reembolso (Cad.42):".
           MOVE ZEROS TO WS-CONTA-NUM.
           ACCEPT (19 32) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-ACERTO-FIM.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-ACERTO-REEMBOLSA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ACERTO-REEMBOLSA.
           DISPLAY (19 36) NOME-CONTA.
           DISPLAY (21 04) "Gera o lancto de reembolso ?  < S/N >".
           ACCEPT (21 43) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ACERTO-FIM.
           MOVE NOME-CONTA TO WS-LANC-CONTA.
           MOVE FUN-NOME TO WS-LANC-NOME.
           MOVE SPACES TO WS-LANC-OBS.
           STRING "REEMB " VGM-NUM DELIMITED BY SIZE
               INTO WS-LANC-OBS.
           PERFORM P-GERA-LANCTO THRU P-GERA-LANCTO-EXIT.
           MOVE "R" TO VGM-ACERTO.
           MOVE WS-LANC-VALOR TO VGM-VALOR-AC.
           MOVE WS-NUM-GERADO TO VGM-LANC-AC.
       P-ACERTO-QUITA.
           MOVE "Q" TO VGM-SIT.
           MOVE WS-DATA-N TO VGM-DATA-AC.
           REWRITE REG-VIAGEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-VGM
                   CLOSE VIAGEM VIAITEM
                   STOP RUN.
           DISPLAY (21 04) "!! < Adiantamento Quitado > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ACERTO-FIM.
           EXIT.

      *-----------------------------------------*
      * 4 - Adiantamento e seus comprovantes.   *
      *-----------------------------------------*
       P-CONSULTA.
           DISPLAY TELA-PRE.
           PERFORM P-DATA.
           DISPLAY (22 14) "<ADIANTAMENTO = 0 , Sai da Consulta".
           PERFORM P-LE-VIAGEM THRU P-LE-VIAGEM-EXIT.
           IF WS-VGM-NUM = ZEROS
               GO TO P-CONSULTA-FIM.
           DISPLAY (13 01) ERASE.
           DISPLAY (13 04) "Pago em " VGM-DATA(7:2) "/" VGM-DATA(5:2)
               "/" VGM-DATA(1:4) " lancto " VGM-LANC " conta "
               VGM-CONTA.
           DISPLAY (14 04) "Prazo   " VGM-PRAZO(7:2) "/"
               VGM-PRAZO(5:2) "/" VGM-PRAZO(1:4) "  situacao "
               VGM-SIT " acerto " VGM-ACERTO " " VGM-LANC-AC.
           DISPLAY (15 04) "SEQ CAT COMPROVANTE     DESCRICAO"
               "                  VALOR R$".
           MOVE 15 TO LIN.
           MOVE WS-VGM-NUM TO VGI-NUM.
           MOVE ZEROS TO VGI-SEQ.
           START VIAITEM KEY IS NOT LESS THAN VGI-CHAVE
               INVALID KEY GO TO P-CONSULTA-PARA.
       P-CONSULTA-LER.
           READ VIAITEM NEXT RECORD
               AT END GO TO P-CONSULTA-PARA.
           IF VGI-NUM NOT = WS-VGM-NUM
               GO TO P-CONSULTA-PARA.
           ADD 1 TO LIN.
           DISPLAY (LIN , 04) VGI-SEQ.
           DISPLAY (LIN , 08) VGI-CATEG.
           DISPLAY (LIN , 12) VGI-DOC.
           DISPLAY (LIN , 28) VGI-DESCRI.
           MOVE VGI-VALOR TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 48) WS-MOSTRA-VALOR.
           IF LIN > 19
               DISPLAY (21 25) "< ENTER > Continua"
               ACCEPT (21 45) WS-P
               DISPLAY (16 01) ERASE
               MOVE 15 TO LIN.
           GO TO P-CONSULTA-LER.
       P-CONSULTA-PARA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------*
      * Gera em BCO.DAT o lancto de pagamento   *
      * ao funcionario (adiantamento/reembolso) *
      * por WS-LANC-VALOR na WS-LANC-CONTA.     *
      *-----------------------------------------*
       P-GERA-LANCTO.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               CLOSE BANCO
               GO TO P-GERA-LANCTO.
           PERFORM P-GERA-CODIGO.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-LANC-CONTA TO CONTA-CHE.
           MOVE WS-LANC-NOME TO DESCRI-CHE-GRP.
           MOVE DIA TO DIA-CHE.
           MOVE MES TO MES-CHE.
           MOVE ANO TO ANO-CHE.
           MOVE WS-LANC-VALOR TO VALOR-CHE.
           MOVE WS-LANC-OBS TO OBS-CHE.
           MOVE FUN-CPF TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE SPACES TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACE TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE ZEROS TO CATEG-CHE.
           MOVE "C" TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GERA-LANCTO-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GERA-LANCTO-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GERA-LANCTO-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO VIAGEM VIAITEM
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-GERADO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           CLOSE BANCO.
       P-GERA-LANCTO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
      * alternada de BCO.DAT.                   *
      *-----------------------------------------*
       P-MONTA-VCTO.
           MOVE ANO-CHE TO VCTO-CHE(1:4).
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-CONTA-CODIGO UNTIL FS = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM.

       P-CONTA-CODIGO.
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-CHE > WS-CONTA-CODIGO
               AND (EMPR-CHE = WS-EMPR-SES OR NUM-CHE = WS-CODIGO-PROX)
               MOVE NUM-CHE TO WS-CONTA-CODIGO.

       P-GERA-VGM-NUM.
           MOVE ZEROS TO WS-VGM-ULT VGM-NUM.
           START VIAGEM KEY IS NOT LESS THAN VGM-NUM
               INVALID KEY
                   MOVE "10" TO FS-VGM.
           PERFORM P-VGM-ULT UNTIL FS-VGM = "10".
           COMPUTE VGM-NUM = WS-VGM-ULT + 1.

       P-VGM-ULT.
           READ VIAGEM NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-VGM NOT = "10" AND VGM-NUM > WS-VGM-ULT
               MOVE VGM-NUM TO WS-VGM-ULT.

       P-VALIDA-DEPTO.
           IF NOT DEPTO-OK-88
               GO TO P-VALIDA-DEPTO-EXIT.
           MOVE WS-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! Depto Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   MOVE ZEROS TO WS-DEPTO
                   GO TO P-VALIDA-DEPTO-EXIT.
           DISPLAY (08 29) NOME-DEPTO.
       P-VALIDA-DEPTO-EXIT.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "I" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO130" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

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


       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE VIAGEM VIAITEM FUNC CONTA LOG.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           IF CATEG-OK-88
               CLOSE CATEG.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

      *-----------------------------------------*
      * Grava no journal a imagem antes/depois  *
      * da gravacao recem-feita em BCO.DAT.     *
      *-----------------------------------------*
       P-GRAVA-JRN.
           OPEN EXTEND JRN.
           IF FS-JRN = "35"
               OPEN OUTPUT JRN
               CLOSE JRN
               OPEN EXTEND JRN.
           IF FS-JRN NOT = "00"
               CLOSE JRN
               GO TO P-GRAVA-JRN-FIM.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO130" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * Marca o painel do menu p/recontagem     *
      * (houve gravacao em BCO.DAT).            *
      *-----------------------------------------*
       P-SUJA-PAINEL.
           OPEN I-O PAINEL.
           IF FS-PAN NOT = "00"
               CLOSE PAINEL
               GO TO P-SUJA-PAINEL-FIM.
           READ PAINEL
               AT END
                   CLOSE PAINEL
                   GO TO P-SUJA-PAINEL-FIM.
           MOVE "S" TO PAN-SUJO.
           REWRITE REG-PAINEL.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
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
