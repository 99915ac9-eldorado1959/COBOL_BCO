       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO113.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SODREGRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SOD
                  FILE STATUS IS FS.
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
      *-----------------------------------------*
      * Regras de segregacao de funcoes:        *
      * CA quem criou nao aprova (70)           *
      * AP quem aprovou nao libera (53/64)      *
      * BP quem alterou o banco do fornecedor   *
      *    (83) nao o paga no mesmo dia (53).   *
      * Sem registro a regra vale ativa, com    *
      * liberacao de supervisor.                *
      *-----------------------------------------*
       FD SODREGRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREGRA.DAT".
       01 REG-SODREGRA.
           03 COD-SOD          PIC X(02).
           03 ATIVA-SOD        PIC X(01).
           03 LIBERA-SOD       PIC X(01).
           03 SOD-POR          PIC X(08).
           03 SOD-DATA         PIC 9(08).

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
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
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

       77 FS                   PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.

      *----- uma linha da tela por regra
       77 WS-IDX               PIC 9 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-SN                PIC X VALUE SPACES.
       88 SN-88                  VALUE "S" "N".
       01 WS-REGRAS-INI.
           03 F                PIC X(02) VALUE "CA".
           03 F                PIC X(02) VALUE "AP".
           03 F                PIC X(02) VALUE "BP".
       01 WS-REGRAS REDEFINES WS-REGRAS-INI.
           03 WS-REGRA-COD OCCURS 3 PIC X(02).
       01 WS-TAB-SOD.
           03 WS-SOD-ENT OCCURS 3.
               05 RGT-ATIVA    PIC X(01).
               05 RGT-LIBERA   PIC X(01).
               05 RGT-ANT      PIC X(02).
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " SEGREGACAO DE FUNCOES " BLINK.
           02 LINE 08 COLUMN 50 VALUE "Ativa  Superv.".
           02 LINE 09 COLUMN 50 VALUE "<S/N>  libera".
           02 LINE 11 COLUMN 04 VALUE
              "CA-Quem criou nao aprova (70)........".
           02 LINE 12 COLUMN 04 VALUE
              "AP-Quem aprovou nao libera (53/64)...".
           02 LINE 13 COLUMN 04 VALUE
              "BP-Alterou banco (83) nao paga no dia".
           02 LINE 16 COLUMN 04 VALUE
              "Liberacao: supervisor (nivel 3) libera o item".
           02 LINE 17 COLUMN 04 VALUE
              "bloqueado; cada liberacao vai p/o log (47).".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O SODREGRA.
           IF FS = "30" OR FS = "35"
               CLOSE SODREGRA
               OPEN OUTPUT SODREGRA
               CLOSE SODREGRA
               OPEN I-O SODREGRA.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE 1 TO WS-IDX.
           PERFORM P-LE-REGRA THRU P-LE-REGRA-EXIT UNTIL WS-IDX > 3.
      *----- regra so muda com supervisor (nivel 3)
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR ALTERA AS REGRAS !!"
               ACCEPT (23 01) WS-P
               PERFORM P-FIM.
           MOVE 1 TO WS-IDX.
       P04-REGRA.
           IF WS-IDX > 3
               GO TO P05-CONFIRMA.
           COMPUTE LIN = WS-IDX + 10.
       P04-ATIVA.
           MOVE RGT-ATIVA(WS-IDX) TO WS-SN.
           ACCEPT (LIN , 52) WS-SN WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SN = "s" MOVE "S" TO WS-SN.
           IF WS-SN = "n" MOVE "N" TO WS-SN.
           IF NOT SN-88
               GO TO P04-ATIVA.
           MOVE WS-SN TO RGT-ATIVA(WS-IDX).
       P04-LIBERA.
           MOVE RGT-LIBERA(WS-IDX) TO WS-SN.
           ACCEPT (LIN , 59) WS-SN WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SN = "s" MOVE "S" TO WS-SN.
           IF WS-SN = "n" MOVE "N" TO WS-SN.
           IF NOT SN-88
               GO TO P04-LIBERA.
           MOVE WS-SN TO RGT-LIBERA(WS-IDX).
           ADD 1 TO WS-IDX.
           GO TO P04-REGRA.
       P05-CONFIRMA.
           DISPLAY (21 04) "Confirma a gravacao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-FIM.
           MOVE 1 TO WS-IDX.
           PERFORM P-GRAVA-REGRA THRU P-GRAVA-REGRA-EXIT
               UNTIL WS-IDX > 3.
           DISPLAY (21 04) "!! < Regras Gravadas > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.

      *-----------------------------------------*
      * Regra gravada ou o padrao (ativa, com   *
      * liberacao de supervisor).               *
      *-----------------------------------------*
       P-LE-REGRA.
           MOVE "S" TO RGT-ATIVA(WS-IDX) RGT-LIBERA(WS-IDX).
           MOVE WS-REGRA-COD(WS-IDX) TO COD-SOD.
           READ SODREGRA
               INVALID KEY
                   GO TO P-LE-REGRA-MOSTRA.
           MOVE ATIVA-SOD TO RGT-ATIVA(WS-IDX).
           MOVE LIBERA-SOD TO RGT-LIBERA(WS-IDX).
       P-LE-REGRA-MOSTRA.
           MOVE RGT-ATIVA(WS-IDX) TO RGT-ANT(WS-IDX)(1:1).
           MOVE RGT-LIBERA(WS-IDX) TO RGT-ANT(WS-IDX)(2:1).
           COMPUTE LIN = WS-IDX + 10.
           DISPLAY (LIN , 52) RGT-ATIVA(WS-IDX).
           DISPLAY (LIN , 59) RGT-LIBERA(WS-IDX).
           ADD 1 TO WS-IDX.
       P-LE-REGRA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava a regra; so a que mudou vai p/o   *
      * log (acao G, numero = codigo da regra). *
      *-----------------------------------------*
       P-GRAVA-REGRA.
           MOVE WS-REGRA-COD(WS-IDX) TO COD-SOD.
           MOVE RGT-ATIVA(WS-IDX) TO ATIVA-SOD.
           MOVE RGT-LIBERA(WS-IDX) TO LIBERA-SOD.
           MOVE WS-OPERADOR TO SOD-POR.
           MOVE WS-DATA TO SOD-DATA.
           IF RGT-ANT(WS-IDX)(1:1) = ATIVA-SOD
              AND RGT-ANT(WS-IDX)(2:1) = LIBERA-SOD
               GO TO P-GRAVA-REGRA-PROX.
           WRITE REG-SODREGRA
               INVALID KEY
                   REWRITE REG-SODREGRA
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS
                           CLOSE SODREGRA LOG
                           STOP RUN.
           PERFORM P-GRAVA-LOG.
       P-GRAVA-REGRA-PROX.
           ADD 1 TO WS-IDX.
       P-GRAVA-REGRA-EXIT.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "G" TO LOG-ACAO.
           MOVE SPACES TO LOG-NUM-CHE.
           MOVE COD-SOD TO LOG-NUM-CHE(1:2).
           MOVE ATIVA-SOD TO LOG-NUM-CHE(4:1).
           MOVE LIBERA-SOD TO LOG-NUM-CHE(6:1).
           MOVE "BANCO113" TO LOG-PROGRAMA.
           WRITE REG-LOG.

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
           CLOSE SODREGRA LOG.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
