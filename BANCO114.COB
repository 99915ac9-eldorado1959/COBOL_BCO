
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO114.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
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
      * Arquivo morto do ano (BCOaaaa.DAT do 29 *
      * e BKPaaaa.DAT do 28) - imagem do        *
      * registro de BCO.DAT.                    *
      *-----------------------------------------*
       FD ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ARCH.
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-ARQ==.

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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS-ARQ               PIC XX.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-ARQ-ARCH          PIC X(12) VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-ANO-ARQ           PIC 9(04) VALUE ZEROS.
       77 WS-ANO-LIM           PIC 9(04) VALUE ZEROS.
       77 WS-PREFIXO           PIC X(03) VALUE SPACES.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88              VALUE "S".
       77 WS-QTD-LIDOS         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ANON          PIC 9(06) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- LGPD: prazo de guarda (anos completos apos o ano do
      *----- arquivo) antes de apagar os dados de pessoa fisica
       77 WS-LGPD-ANOS         PIC 9 VALUE 5.
       77 WS-LGPD-TEXTO        PIC X(20) VALUE "ANONIMIZADO (LGPD)".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " LGPD - ANONIMIZA ARQ. MORTO "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE "Ano do arquivo (aaaa)...=".
           02 LINE 08 COLUMN 04 VALUE
              "Apaga CPF e nome do favorecido pessoa fisica nos".
           02 LINE 09 COLUMN 04 VALUE
              "arquivos mortos (BCO/BKP) do ano, vencido o prazo".
           02 LINE 10 COLUMN 04 VALUE
              "de guarda. CNPJ e valores ficam como estao.".
           02 LINE 12 COLUMN 04 VALUE "Prazo de guarda (anos)..=".
           02 LINE 14 COLUMN 04 VALUE "Lancamentos lidos.......=".
           02 LINE 15 COLUMN 04 VALUE "Anonimizados............=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (12 30) WS-LGPD-ANOS.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
      *----- dado apagado nao volta: so supervisor (nivel 3)
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR EXECUTA A ROTINA !!"
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
       P02-ANO.
           ACCEPT (06 30) WS-ANO-ARQ WITH PROMPT AUTO-SKIP.
           IF WS-ANO-ARQ = ZEROS
               PERFORM P-RETORNA.
           COMPUTE WS-ANO-LIM = ANO - WS-LGPD-ANOS.
           IF WS-ANO-ARQ NOT < WS-ANO-LIM
               DISPLAY (21 04) "!! ANO AINDA NO PRAZO DE GUARDA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P02-ANO.
       P03-CONFIRMA.
           DISPLAY (21 04) "Confirma a anonimizacao ?  < S/N >".
           ACCEPT (21 40) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P02-ANO.
           MOVE ZEROS TO WS-QTD-LIDOS WS-QTD-ANON.
           MOVE "N" TO WS-ACHOU.
           MOVE "BCO" TO WS-PREFIXO.
           PERFORM P-ANONIMIZA THRU P-ANONIMIZA-FIM.
           MOVE "BKP" TO WS-PREFIXO.
           PERFORM P-ANONIMIZA THRU P-ANONIMIZA-FIM.
           IF NOT ACHOU-88
               DISPLAY (21 04) "!! ARQUIVO DO ANO NAO ENCONTRADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P02-ANO.
           DISPLAY (14 30) WS-QTD-LIDOS.
           DISPLAY (15 30) WS-QTD-ANON.
           PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM.
           DISPLAY (21 04) "!! < Anonimizacao Concluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-RETORNA.

      *-----------------------------------------*
      * Regrava o arquivo do prefixo/ano: CPF   *
      * (ate 11 digitos) zerado e favorecido    *
      * trocado; CNPJ fica (pessoa juridica).   *
      *-----------------------------------------*
       P-ANONIMIZA.
           MOVE SPACES TO WS-ARQ-ARCH.
           STRING WS-PREFIXO WS-ANO-ARQ ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-ARCH.
           OPEN I-O ARQ.
           IF FS-ARQ NOT = "00"
               GO TO P-ANONIMIZA-FIM.
           MOVE "S" TO WS-ACHOU.
       P-ANONIMIZA-LER.
           READ ARQ
               AT END GO TO P-ANONIMIZA-FECHA.
           ADD 1 TO WS-QTD-LIDOS.
           IF INSCR-CHE = ZEROS OR INSCR-CHE > 99999999999
               GO TO P-ANONIMIZA-LER.
           MOVE ZEROS TO INSCR-CHE.
           MOVE WS-LGPD-TEXTO TO DESCRI-CHE-GRP.
           REWRITE REG-ARQ.
           IF FS-ARQ NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-ARQ
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ANONIMIZA-FECHA.
           ADD 1 TO WS-QTD-ANON.
           GO TO P-ANONIMIZA-LER.
       P-ANONIMIZA-FECHA.
           CLOSE ARQ.
       P-ANONIMIZA-FIM.
           EXIT.

      *-----------------------------------------*
      * Log: acao N, numero = qtde anonimizada. *
      *-----------------------------------------*
       P-GRAVA-LOG.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "N" TO LOG-ACAO.
           MOVE WS-QTD-ANON TO LOG-NUM-CHE.
           MOVE "BANCO114" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-FIM.
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

       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
