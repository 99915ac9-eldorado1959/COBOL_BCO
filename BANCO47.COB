           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT ALOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ALOG.
           SELECT ROTCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ROT-CHAVE
                  FILE STATUS IS FS-ROT.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).

      *-----------------------------------------*
      * Periodo rotacionado pelo 127 (LOGaaaamm)*
      *-----------------------------------------*
       FD ALOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ROT.
       01 REG-ALOG             PIC X(37).

       FD ROTCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROTCTL.DAT".
       01 REG-ROTCTL.
           03 ROT-CHAVE.
               05 ROT-ARQ      PIC X(03).
               05 ROT-PERIODO  PIC 9(06).
           03 ROT-NOME-ARQ     PIC X(13).
           03 ROT-QTD          PIC 9(07).
           03 ROT-DATA         PIC 9(08).
           03 ROT-HORA         PIC 9(06).
           03 ROT-OPERADOR     PIC X(08).
           03 ROT-GER          PIC 9.
           03 ROT-SIT          PIC X(01).
           03 ROT-DATA-PURGA   PIC 9(08).
           03 ROT-PURGA-POR    PIC X(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************
           03 WS-DIA-ATE       PIC 99.

       77 FS-LOG               PIC XX.
       77 FS-ALOG              PIC XX.
       77 FS-ROT               PIC XX.
       77 WS-ARQ-ROT           PIC X(13) VALUE SPACES.
       77 WS-PER-DE            PIC 9(06) VALUE ZEROS.
       77 WS-PER-ATE           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ARQ           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PURG          PIC 9(03) VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
           ELSE
               MOVE 99999999 TO WS-ATE-N.
           MOVE "N" TO WS-IMPRIME.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           DISPLAY (21 04) "Imprimir a selecao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
               MOVE "S" TO WS-IMPRIME
               OPEN OUTPUT RELATO
               PERFORM P-IMPRIME-CABEC
               PERFORM P-VARRE THRU P-VARRE-FIM
               MOVE WS-QTD TO QTD-TOTAL
               WRITE REG-RELATO FROM LINHA-TRACO
               WRITE REG-RELATO FROM LINHA-TOTAL
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Varre os periodos ja rotacionados que   *
      * caem no intervalo e depois BCOLOG.DAT,  *
      * aplicando os filtros ; mostra na tela   *
      * ou imprime cfe WS-IMPRIME               *
      *-----------------------------------------*
       P-VARRE.
           CLOSE LOG.
               DISPLAY (01 01) ERASE
               DISPLAY TELA-CABEC
               MOVE 3 TO LIN.
           PERFORM P-VARRE-ARQ THRU P-VARRE-ARQ-FIM.
       P-VARRE-LER.
           READ LOG
               AT END GO TO P-VARRE-FIM.
           PERFORM P-CONSIDERA THRU P-CONSIDERA-FIM.
           GO TO P-VARRE-LER.
       P-VARRE-FIM.
           IF NOT IMPRIME-88
               DISPLAY (20 02) WS-QTD " OCORRENCIAS".
           IF NOT IMPRIME-88 AND WS-QTD-ARQ > ZEROS
               DISPLAY (20 22) "(" WS-QTD-ARQ
                   " periodo(s) arquivado(s))".
           IF NOT IMPRIME-88 AND WS-QTD-PURG > ZEROS
               DISPLAY (21 04) "!! " WS-QTD-PURG
                   " PERIODO(S) DO INTERVALO JA PURGADO(S) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
           IF NOT IMPRIME-88 AND WS-QTD = ZEROS
               DISPLAY (21 04) "!! NENHUMA OCORRENCIA ENCONTRADA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.

       P-CONSIDERA.
           IF WS-NUM-F NOT = SPACES AND LOG-NUM-CHE NOT = WS-NUM-F
               GO TO P-CONSIDERA-FIM.
           IF WS-OPER-F NOT = SPACES AND LOG-OPERADOR NOT = WS-OPER-F
               GO TO P-CONSIDERA-FIM.
           IF LOG-DATA < WS-DE-N OR LOG-DATA > WS-ATE-N
               GO TO P-CONSIDERA-FIM.
           ADD 1 TO WS-QTD.
           PERFORM P-MONTA-DET.
           IF IMPRIME-88
               WRITE REG-RELATO FROM LINHA-DET
           ELSE
               ADD 1 TO LIN
               DISPLAY (LIN , 02) LINHA-DET(3:53)
               IF LIN > 18
                   PERFORM P-PARA.
       P-CONSIDERA-FIM.
           EXIT.

      *-----------------------------------------*
      * Periodos do ROTCTL.DAT (LOG) dentro do  *
      * intervalo; purgado so' e' contado.      *
      *-----------------------------------------*
       P-VARRE-ARQ.
           MOVE ZEROS TO WS-QTD-ARQ WS-QTD-PURG.
           OPEN INPUT ROTCTL.
           IF FS-ROT NOT = "00"
               GO TO P-VARRE-ARQ-FIM.
           MOVE WS-DE-N(1:6) TO WS-PER-DE.
           MOVE WS-ATE-N(1:6) TO WS-PER-ATE.
           MOVE "LOG" TO ROT-ARQ.
           MOVE WS-PER-DE TO ROT-PERIODO.
           START ROTCTL KEY IS NOT LESS THAN ROT-CHAVE
               INVALID KEY
                   GO TO P-VARRE-ARQ-FECHA.
       P-VARRE-ARQ-PROX.
           READ ROTCTL NEXT RECORD
               AT END GO TO P-VARRE-ARQ-FECHA.
           IF ROT-ARQ NOT = "LOG" OR ROT-PERIODO > WS-PER-ATE
               GO TO P-VARRE-ARQ-FECHA.
           IF ROT-SIT = "P"
               ADD 1 TO WS-QTD-PURG
               GO TO P-VARRE-ARQ-PROX.
           MOVE ROT-NOME-ARQ TO WS-ARQ-ROT.
           OPEN INPUT ALOG.
           IF FS-ALOG NOT = "00"
               GO TO P-VARRE-ARQ-PROX.
           ADD 1 TO WS-QTD-ARQ.
       P-VARRE-ARQ-LER.
           READ ALOG
               AT END
                   CLOSE ALOG
                   GO TO P-VARRE-ARQ-PROX.
           MOVE REG-ALOG TO REG-LOG.
           PERFORM P-CONSIDERA THRU P-CONSIDERA-FIM.
           GO TO P-VARRE-ARQ-LER.
       P-VARRE-ARQ-FECHA.
           CLOSE ROTCTL.
       P-VARRE-ARQ-FIM.
           EXIT.

       P-MONTA-DET.
           MOVE SPACES TO DATA-DET.
               MOVE "EXCLUSAO" TO WS-ACAO-TXT.
           IF LOG-ACAO = "B"
               MOVE "BAIXA" TO WS-ACAO-TXT.
           IF LOG-ACAO = "R"
               MOVE "REABERT." TO WS-ACAO-TXT.
           IF LOG-ACAO = "1"
               MOVE "ROTACAO" TO WS-ACAO-TXT.
           IF LOG-ACAO = "2"
               MOVE "CONVERS." TO WS-ACAO-TXT.
           IF WS-ACAO-TXT = SPACES
               MOVE LOG-ACAO TO WS-ACAO-TXT.
           MOVE WS-ACAO-TXT TO ACAO-DET.
