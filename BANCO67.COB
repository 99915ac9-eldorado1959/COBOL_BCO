                  RECORD KEY IS EXP-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-EXP.
           SELECT FATITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FTI-CHAVE
                  FILE STATUS IS FS-FTI.
           SELECT RELATO ASSIGN TO PRINTER.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
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

      *-----------------------------------------*
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
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

       FD BANCO
           LABEL RECORD IS STANDARD
           03 EXP-TOTAL        PIC 9(11)V99.
           03 EXP-SEQ          PIC 9(03).

      *-----------------------------------------*
      * Linhas da fatura do cartao corporativo  *
      * (107): cada uma debita o seu depto.     *
      *-----------------------------------------*
       FD FATITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FATITEM.DAT".
       01 REG-FATITEM.
           03 FTI-CHAVE.
               05 FTI-NUM      PIC X(06).
               05 FTI-SEQ      PIC 9(04).
           03 FTI-DATA         PIC 9(08).
           03 FTI-CARTAO       PIC X(04).
           03 FTI-PORTADOR     PIC X(15).
           03 FTI-DESCRI       PIC X(20).
           03 FTI-VALOR        PIC 9(08)V99.
           03 FTI-SINAL        PIC X(01).
           03 FTI-DEPTO        PIC 99.
           03 FTI-CATEG        PIC 9(03).
           03 FTI-POR          PIC X(08).
           03 FTI-ALT          PIC 9(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 WS-SEM-MAPA          PIC X VALUE "N".
       88 SEM-MAPA-88            VALUE "S".
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MAP-DEPTO         PIC X(02) VALUE SPACES.

       77 FS-FTI               PIC XX.
       77 WS-FTI-OK            PIC X VALUE "S".
       88 FTI-OK-88              VALUE "S".
       77 WS-FAT-PASSO         PIC X VALUE SPACE.
       77 WS-FAT-SEM           PIC X VALUE "N".
       77 WS-FAT-QTD           PIC 9(04) VALUE ZEROS.

       77 FS-EXP               PIC XX.
       77 WS-CONF              PIC X VALUE SPACES.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               PERFORM P-RETORNA.
           OPEN INPUT FATITEM.
           IF FS-FTI = "35"
               MOVE "N" TO WS-FTI-OK.
           OPEN OUTPUT RELATO.

       P01-TELA-1.
       P-PASSA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-PASSA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-PASSA-LER.
           IF MES-CHE NOT = WS-MES-C OR ANO-CHE NOT = WS-ANO-C
               GO TO P-PASSA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-PASSA-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-PASSA-LER.
      *----- fatura de cartao (107): um lancamento por linha
           IF TIPO-CHE = "F" AND FTI-OK-88
               PERFORM P-PASSA-FATURA THRU P-PASSA-FATURA-FIM
               IF WS-FAT-QTD > ZEROS
                   GO TO P-PASSA-LER.
           MOVE OBS-CHE(1:2) TO WS-MAP-DEPTO.
           PERFORM P-MAPEIA THRU P-MAPEIA-FIM.
           IF SEM-MAPA-88
               GO TO P-PASSA-LER.
           EXIT.

      *-----------------------------------------*
      * Fatura de cartao: 1a passada so mapeia  *
      * as linhas; qualquer linha sem de-para   *
      * (ou sem depto alocado) segura a fatura  *
      * inteira.  2a passada conta e grava.     *
      *-----------------------------------------*
       P-PASSA-FATURA.
           MOVE "N" TO WS-FAT-SEM.
           MOVE ZEROS TO WS-FAT-QTD.
           MOVE "M" TO WS-FAT-PASSO.
           PERFORM P-FATURA-LINHAS THRU P-FATURA-LINHAS-FIM.
           IF WS-FAT-QTD = ZEROS OR WS-FAT-SEM = "S"
               GO TO P-PASSA-FATURA-FIM.
           MOVE "G" TO WS-FAT-PASSO.
           PERFORM P-FATURA-LINHAS THRU P-FATURA-LINHAS-FIM.
           ADD VALOR-CHE TO WS-TOTAL.
           IF FASE-GRAVA-88
               MOVE REG-BCO TO WS-JRN-ANTES
               MOVE "S" TO EXPORT-CHE
               REWRITE REG-BCO
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               MOVE "A" TO WS-JRN-ACAO
               PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-PASSA-FATURA-FIM.
           EXIT.

       P-FATURA-LINHAS.
           MOVE NUM-CHE TO FTI-NUM.
           MOVE ZEROS TO FTI-SEQ.
           START FATITEM KEY IS NOT LESS THAN FTI-CHAVE
               INVALID KEY GO TO P-FATURA-LINHAS-FIM.
       P-FATURA-LINHAS-LER.
           READ FATITEM NEXT RECORD
               AT END GO TO P-FATURA-LINHAS-FIM.
           IF FTI-NUM NOT = NUM-CHE
               GO TO P-FATURA-LINHAS-FIM.
           MOVE FTI-DEPTO TO WS-MAP-DEPTO.
           PERFORM P-MAPEIA THRU P-MAPEIA-FIM.
           IF SEM-MAPA-88
               MOVE "S" TO WS-FAT-SEM.
           IF WS-FAT-PASSO = "M"
               ADD 1 TO WS-FAT-QTD
           ELSE
               ADD 1 TO WS-QTD
               IF FASE-GRAVA-88
                   PERFORM P-GRAVA-CTB-FAT.
           GO TO P-FATURA-LINHAS-LER.
       P-FATURA-LINHAS-FIM.
           EXIT.

      *-----------------------------------------*
      * Debito = de-para do depto (OBS-CHE ou o *
      * da linha da fatura, em WS-MAP-DEPTO),   *
      * Credito = de-para da conta (CONTA-CHE). *
      *-----------------------------------------*
       P-MAPEIA.
           MOVE "N" TO WS-SEM-MAPA.
           MOVE "D" TO DP-TIPO.
           MOVE SPACES TO DP-COD.
           MOVE WS-MAP-DEPTO TO DP-COD(1:2).
           READ DEPARA
               INVALID KEY
                   MOVE "S" TO WS-SEM-MAPA
           MOVE NUM-CHE TO CTB-NUM.
           WRITE REG-CONTABIL.

      *----- linha da fatura; estorno ("C") inverte o par
       P-GRAVA-CTB-FAT.
           MOVE ZEROS TO CTB-DATA.
           MOVE DIA-CHE TO CTB-DATA(1:2).
           MOVE MES-CHE TO CTB-DATA(3:2).
           MOVE ANO-CHE TO CTB-DATA(5:4).
           IF FTI-SINAL = "C"
               MOVE WS-CTB-CRED TO CTB-DEBITO
               MOVE WS-CTB-DEB TO CTB-CREDITO
           ELSE
               MOVE WS-CTB-DEB TO CTB-DEBITO
               MOVE WS-CTB-CRED TO CTB-CREDITO.
           MOVE FTI-VALOR TO CTB-VALOR.
           MOVE SPACES TO CTB-HISTORICO.
           STRING FTI-PORTADOR " " FTI-DESCRI
               DELIMITED BY SIZE INTO CTB-HISTORICO.
           MOVE NUM-CHE TO CTB-NUM.
           WRITE REG-CONTABIL.

      *-----------------------------------------*
      * Registra a rodada na competencia.       *
      *-----------------------------------------*
       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO DEPARA RELATO EXPCTL.
           IF FTI-OK-88
               CLOSE FATITEM.
       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
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
