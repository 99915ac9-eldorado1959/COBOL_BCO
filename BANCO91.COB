                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-MAL
                  FILE STATUS IS FS-MAL.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
                  FILE STATUS IS FS-BLJ.
           SELECT LIMCHQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCQ-CHAVE
                  FILE STATUS IS FS-LCQ.
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
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD SALDO
           LABEL RECORD IS STANDARD
           03 BORD-QTD         PIC 9(05).
           03 BORD-TOTAL       PIC 9(10)V99.
           03 BORD-SIT         PIC X(01).
           03 BORD-EMPR        PIC 99.

       FD BORDITEM
           LABEL RECORD IS STANDARD
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

       FD MALOTE
           LABEL RECORD IS STANDARD
           03 MAL-QTD          PIC 9(05).
           03 MAL-TOTAL        PIC 9(10)V99.
           03 MAL-SIT          PIC X(01).

      *-----------------------------------------*
      * Bloqueio judicial (122): valor menos o  *
      * liberado, sit. A/P, fora do disponivel. *
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
           03 BLJ-DATA         PIC 9(08).
           03 BLJ-VALOR        PIC 9(10)V99.
           03 BLJ-LIBERADO     PIC 9(10)V99.
           03 BLJ-DATA-LIB     PIC 9(08).
           03 BLJ-SIT          PIC X(01).
           03 BLJ-POR          PIC X(08).
           03 BLJ-GRAVADO      PIC 9(08).

      *-----------------------------------------*
      * Limite de cheque especial por vigencia  *
      * (129): vale a ultima com data <= hoje.  *
      *-----------------------------------------*
       FD LIMCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMCHQ.DAT".
       01 REG-LIMCHQ.
           03 LCQ-CHAVE.
               05 LCQ-CONTA    PIC 99.
               05 LCQ-DATA     PIC 9(08).
           03 LCQ-LIMITE       PIC 9(10)V99.
           03 LCQ-TAXA         PIC 9(02)V9(04).
           03 LCQ-POR          PIC X(08).
           03 LCQ-GRAVADO      PIC 9(08).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       88 RCT-OK-88              VALUE "S".
       77 WS-MAL-OK            PIC X VALUE "S".
       88 MAL-OK-88              VALUE "S".
       77 FS-BLJ               PIC XX.
       77 WS-BLJ-OK            PIC X VALUE "S".
       88 BLJ-OK-88              VALUE "S".
       77 WS-DATA8             PIC 9(08) VALUE ZEROS.
       77 FS-LCQ               PIC XX.
       77 WS-LCQ-OK            PIC X VALUE "S".
       88 LCQ-OK-88              VALUE "S".

      *----- itens que estao em bordero aberto (SIT "A")
       77 WS-BD-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-BORDERO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-REMESSA           PIC 9(10)V99 VALUE ZEROS.
       77 WS-MALOTE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-BLOQUEADO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-POSICAO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-LIMITE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-FOLGA             PIC S9(11)V99 VALUE ZEROS.
       77 WS-MOSTRA            PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      ***********************************

           02 LINE 12 COLUMN 04 VALUE "(-) Borderos abertos...=".
           02 LINE 13 COLUMN 04 VALUE "(-) Remessas pendentes.=".
           02 LINE 14 COLUMN 04 VALUE "(-) Malote de hoje.....=".
           02 LINE 15 COLUMN 04 VALUE "(-) Bloqueio judicial..=".
           02 LINE 16 COLUMN 04 VALUE "(=) POSICAO DO DIA..R$ =".
           02 LINE 17 COLUMN 04 VALUE "Limite ch. especial....=".
           02 LINE 18 COLUMN 04 VALUE "(=) Folga c/limite..R$ =".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
           OPEN INPUT MALOTE.
           IF FS-MAL = "35"
               MOVE "N" TO WS-MAL-OK.
           OPEN INPUT BLOQJUD.
           IF FS-BLJ = "35"
               MOVE "N" TO WS-BLJ-OK.
           OPEN INPUT LIMCHQ.
           IF FS-LCQ = "35"
               MOVE "N" TO WS-LCQ-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
                   ACCEPT (23 30) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CODIGO.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           DISPLAY (08 34) NOME-CONTA.
           DISPLAY (21 04) "Calculando a posicao...".
           PERFORM P-LE-SALDO.
           PERFORM P-CARREGA-BORDEROS THRU P-CARREGA-BORD-EXIT.
           PERFORM P-CLASSIFICA THRU P-CLASSIFICA-EXIT.
           PERFORM P-MALOTE-HOJE THRU P-MALOTE-HOJE-EXIT.
           PERFORM P-SOMA-BLOQJUD THRU P-SOMA-BLOQJUD-EXIT.
           PERFORM P-LE-LIMITE THRU P-LE-LIMITE-EXIT.
           COMPUTE WS-POSICAO = WS-SALDO-CONF - WS-FLOAT
               - WS-BORDERO - WS-REMESSA - WS-MALOTE - WS-BLOQUEADO.
           COMPUTE WS-FOLGA = WS-POSICAO + WS-LIMITE.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-SALDO-CONF TO WS-MOSTRA.
           DISPLAY (10 29) WS-MOSTRA.
           DISPLAY (13 29) WS-MOSTRA.
           MOVE WS-MALOTE TO WS-MOSTRA.
           DISPLAY (14 29) WS-MOSTRA.
           MOVE WS-BLOQUEADO TO WS-MOSTRA.
           DISPLAY (15 29) WS-MOSTRA.
           MOVE WS-POSICAO TO WS-MOSTRA.
           DISPLAY (16 29) WS-MOSTRA.
           MOVE WS-LIMITE TO WS-MOSTRA.
           DISPLAY (17 29) WS-MOSTRA.
           MOVE WS-FOLGA TO WS-MOSTRA.
           DISPLAY (18 29) WS-MOSTRA.
           IF WS-POSICAO < ZEROS AND WS-LIMITE = ZEROS
               DISPLAY (20 04) "!! CONTA VAI FICAR DESCOBERTA !!".
           IF WS-FOLGA < ZEROS AND WS-LIMITE > ZEROS
               DISPLAY (20 04)
                   "!! CONTA DESCOBERTA - ESTOURA O LIMITE !!".
           IF WS-POSICAO < ZEROS AND WS-FOLGA NOT < ZEROS
               AND WS-LIMITE > ZEROS
               DISPLAY (20 04)
                   "!! CONTA DESCOBERTA - ENTRA NO CH. ESPECIAL !!".
           IF BD-CHEIO-88
               DISPLAY (19 04)
                   "!! +999 ITENS EM BORDEROS - PARCIAL !!".
       P-CARREGA-BORD-LER.
           READ BORDERO NEXT RECORD
               AT END GO TO P-CARREGA-BORD-EXIT.
           IF BORD-EMPR NOT = WS-EMPR-SES
               GO TO P-CARREGA-BORD-LER.
           IF BORD-SIT NOT = "A"
               GO TO P-CARREGA-BORD-LER.
           MOVE COD-BORD TO BIT-BORD.
       P-CLASSIFICA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-CLASSIFICA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-CLASSIFICA-LER.
           IF CONTA-CHE NOT = NOME-CONTA
               GO TO P-CLASSIFICA-EXIT.
           IF DATA-CONF NOT = ZEROS
               GO TO P-CLASSIFICA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-CLASSIFICA-LER.
      *----- cheque sustado (131) nao sai mais da conta
           IF SITUACAO-CHE = "S"
               GO TO P-CLASSIFICA-LER.
           IF IMPRESSO-CHE = "S"
               ADD VALOR-CHE TO WS-FLOAT
               GO TO P-CLASSIFICA-LER.
       P-MALOTE-HOJE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Bloqueio judicial ainda em aberto na    *
      * conta (122): o banco nao deixa usar.    *
      *-----------------------------------------*
       P-SOMA-BLOQJUD.
           MOVE ZEROS TO WS-BLOQUEADO.
           IF NOT BLJ-OK-88
               GO TO P-SOMA-BLOQJUD-EXIT.
           MOVE WS-CONTA-NUM TO BLJ-CONTA.
           MOVE ZEROS TO BLJ-SEQ.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-SOMA-BLOQJUD-EXIT.
       P-SOMA-BLOQJUD-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-CONTA NOT = WS-CONTA-NUM
               GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-SIT = "L"
               GO TO P-SOMA-BLOQJUD-LER.
           COMPUTE WS-BLOQUEADO =
               WS-BLOQUEADO + BLJ-VALOR - BLJ-LIBERADO.
           GO TO P-SOMA-BLOQJUD-LER.
       P-SOMA-BLOQJUD-EXIT.
           EXIT.

      *-----------------------------------------*
      * Limite de cheque especial da conta em   *
      * vigor hoje (ultima vigencia <= hoje).   *
      *-----------------------------------------*
       P-LE-LIMITE.
           MOVE ZEROS TO WS-LIMITE.
           IF NOT LCQ-OK-88
               GO TO P-LE-LIMITE-EXIT.
           MOVE WS-DATA TO WS-DATA8.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           START LIMCHQ KEY IS NOT LESS THAN LCQ-CHAVE
               INVALID KEY GO TO P-LE-LIMITE-EXIT.
       P-LE-LIMITE-LER.
           READ LIMCHQ NEXT RECORD
               AT END GO TO P-LE-LIMITE-EXIT.
           IF LCQ-CONTA NOT = WS-CONTA-NUM
               GO TO P-LE-LIMITE-EXIT.
           IF LCQ-DATA > WS-DATA8
               GO TO P-LE-LIMITE-EXIT.
           MOVE LCQ-LIMITE TO WS-LIMITE.
           GO TO P-LE-LIMITE-LER.
       P-LE-LIMITE-EXIT.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
               CLOSE REMCTL.
           IF MAL-OK-88
               CLOSE MALOTE.
           IF BLJ-OK-88
               CLOSE BLOQJUD.
           IF LCQ-OK-88
               CLOSE LIMCHQ.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
