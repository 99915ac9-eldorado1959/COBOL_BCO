           SELECT BKLOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-BK.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

       FD DEPTO
           LABEL RECORD IS STANDARD
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD TAXA
           LABEL RECORD IS STANDARD
       FD BKBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-BCO.
       01 REG-BKBCO            PIC X(326).

       FD BKFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-FORN.
       01 REG-BKFORN           PIC X(36).

       FD BKDEP
           LABEL RECORD IS STANDARD
       FD BKCON
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-CON.
       01 REG-BKCON            PIC X(47).

       FD BKTAX
           LABEL RECORD IS STANDARD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-LOG.
       01 REG-BKLOG            PIC X(37).

      *-----------------------------------------*
      * Lote noturno (128): registro 00 e' a    *
      * rodada, 01 em diante os passos.         *
      *-----------------------------------------*
       FD LOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTE.DAT".
       01 REG-LOTE.
           03 LOT-PASSO        PIC 99.
           03 LOT-PROG         PIC X(08).
           03 LOT-ATIVO        PIC X(01).
           03 LOT-PARAM        PIC X(10).
           03 LOT-DATA-INI     PIC 9(08).
           03 LOT-HORA-INI     PIC 9(06).
           03 LOT-DATA-FIM     PIC 9(08).
           03 LOT-HORA-FIM     PIC 9(06).
           03 LOT-SIT          PIC X(01).
           03 LOT-TERM         PIC X(04).
           03 LOT-QTD          PIC 9(06).
           03 LOT-MSG          PIC X(40).
      ***********************************

       WORKING-STORAGE SECTION.

      *----- lote noturno (128): situacao que o passo devolve;
      *----- saida fora do fim normal fica como falha
       77 FS-LOTE              PIC XX.
       77 WS-LOTE              PIC X VALUE "N".
       88 LOTE-88                VALUE "S".
       77 WS-LOTE-PASSO        PIC 99 VALUE ZEROS.
       77 WS-LOTE-OPER         PIC X(08) VALUE SPACES.
       77 WS-LOTE-PARAM        PIC X(10) VALUE SPACES.
       77 WS-LOTE-SIT          PIC X VALUE "F".
       77 WS-LOTE-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-MSG          PIC X(40) VALUE
           "ENCERROU SEM CONCLUIR".
       77 WS-LOTE-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-HORA         PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
      *
       PROCEDURE DIVISION.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P03-ABERTURA.
           OPEN I-O BKPCTL.
           IF FS-CTL = "30" OR FS-CTL = "35"
       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           IF LOTE-88
               GO TO P02-LOTE.
       P02-OPCAO.
           ACCEPT (13 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               PERFORM P-RESTAURA THRU P-RESTAURA-FIM.
           GO TO P01-TELA-1.

      *----- lote (128): so o backup (opcao 1); geracao sem o
      *----- BCO.DAT copiado nao serve p/restaurar -> falha
       P02-LOTE.
           MOVE 1 TO WS-OPCAO.
           DISPLAY (13 24) WS-OPCAO.
           PERFORM P-BACKUP THRU P-BACKUP-FIM.
           MOVE "O" TO WS-LOTE-SIT.
           IF WS-QTD = ZEROS
               MOVE "F" TO WS-LOTE-SIT.
           MOVE WS-QTD TO WS-LOTE-QTD.
           MOVE SPACES TO WS-LOTE-MSG.
           STRING "GERACAO " WS-GER " - " WS-QTD " REG. BCO.DAT"
               DELIMITED BY SIZE INTO WS-LOTE-MSG.
           PERFORM P-FIM.

      *-----------------------------------------*
      * Backup - copia os arquivos para a       *
      * geracao da vez (rodizio de 1 a 5).      *
           PERFORM P-COPIA-CONTA.
           PERFORM P-COPIA-TAXA.
           PERFORM P-COPIA-LOG.
           MOVE GER-QTD-BCO TO WS-QTD.
           MOVE WS-GER TO COD-GER.
           MOVE WS-DATA TO GER-DATA.
           ACCEPT WS-HORA FROM TIME.
                       CONTINUE.
           DISPLAY (16 10) "!! < Backup Terminado - Geracao " WS-GER
               " > !!".
           IF LOTE-88
               GO TO P-BACKUP-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-BACKUP-FIM.

       P-FIM.
           CLOSE BKPCTL.
           IF LOTE-88
               PERFORM P-LOTE-FIM THRU P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

      *-----------------------------------------*
      * Lote noturno (128): roda sem perguntas  *
      * quando o passo em execucao neste        *
      * terminal e' este programa.              *
      *-----------------------------------------*
       P-LOTE-LE.
           MOVE "N" TO WS-LOTE.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN INPUT LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-LOTE-LE-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-LE-FECHA.
           IF LOT-SIT NOT = "E" OR LOT-TERM NOT = WS-TERMID
               GO TO P-LOTE-LE-FECHA.
           MOVE LOT-PROG TO WS-LOTE-OPER.
           MOVE LOT-QTD TO WS-LOTE-PASSO.
           MOVE WS-LOTE-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-LE-FECHA.
           IF LOT-PROG NOT = "BANCO60" OR LOT-SIT NOT = "E"
               GO TO P-LOTE-LE-FECHA.
           MOVE LOT-PARAM TO WS-LOTE-PARAM.
           MOVE "S" TO WS-LOTE.
       P-LOTE-LE-FECHA.
           CLOSE LOTE.
       P-LOTE-LE-FIM.
           EXIT.

      *----- fim do passo: situacao, quantidade e observacao
      *----- no LOTE.DAT e volta p/o 128
       P-LOTE-FIM.
           ACCEPT WS-LOTE-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOTE-HORA FROM TIME.
           OPEN I-O LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-LOTE-FIM-VOLTA.
           MOVE WS-LOTE-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-FIM-FECHA.
           MOVE WS-LOTE-DATA TO LOT-DATA-FIM.
           MOVE WS-LOTE-HORA(1:6) TO LOT-HORA-FIM.
           MOVE WS-LOTE-SIT TO LOT-SIT.
           MOVE WS-LOTE-QTD TO LOT-QTD.
           MOVE WS-LOTE-MSG TO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-LOTE-FIM-FECHA.
           CLOSE LOTE.
       P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO128.COM".
