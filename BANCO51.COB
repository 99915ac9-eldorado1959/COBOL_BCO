           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
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

       FD BANCO
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

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
       77 WS-MES-G             PIC 99 VALUE ZEROS.
       77 WS-ANO-G             PIC 9(04) VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-GER           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PUL           PIC 9(04) VALUE ZEROS.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P03-ABERTURA.
           OPEN I-O BANCO.
           IF (FS = "61" OR FS = "91") AND LOTE-88
               MOVE "BCO.DAT EM USO" TO WS-LOTE-MSG
               PERFORM P-RETORNA.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
                       MOVE VALOR-LIM TO WS-LIMITE.
           IF FS-LIM NOT = "35"
               CLOSE LIMITE.
           IF FS-MOD = "35" AND LOTE-88
               MOVE "A" TO WS-LOTE-SIT
               MOVE "SEM MODELO.DAT - CADASTRE NO 50" TO WS-LOTE-MSG
               CLOSE BANCO
               PERFORM P-RETORNA.
           IF FS-MOD = "35"
               DISPLAY (10 10) "!! ARQUIVO MODELO.DAT INEXISTENTE !!"
               DISPLAY (11 10) "!! CADASTRE OS MODELOS NO 50 !!"
               CLOSE LOG
               OPEN EXTEND LOG.
           OPEN OUTPUT RELATO.
           IF LOTE-88
               MOVE WS-LOTE-OPER TO WS-OPERADOR
           ELSE
               PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           IF LOTE-88
               GO TO P04-LOTE.
           DISPLAY (22 14) "<MES = 00 , Sai da Geracao".
       P04-MES.
           ACCEPT (08 25) WS-MES-G WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
       P04-GERA.
           PERFORM P-GERA-CODIGO.
           MOVE ZEROS TO WS-QTD-GER WS-QTD-PUL WS-TOTAL-GER.
           PERFORM P-IMPRIME-CABEC.
           PERFORM P-GERA-UM THRU P-GERA-UM-EXIT.
           GO TO P05-MODELO.

      *----- lote (128): mes corrente, sem confirmacao; mes ja
      *----- fechado nao gera e fica como aviso
       P04-LOTE.
           MOVE MES TO WS-MES-G.
           MOVE ANO TO WS-ANO-G.
           DISPLAY (08 25) WS-MES-G.
           DISPLAY (09 25) WS-ANO-G.
           MOVE WS-ANO-G TO WS-FCH-T-ANO.
           MOVE WS-MES-G TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF NOT FECHADO-88
               GO TO P04-GERA.
           MOVE "A" TO WS-LOTE-SIT.
           MOVE "MES JA FECHADO (87) - NAO GEROU" TO WS-LOTE-MSG.
           PERFORM P-FIM.

      *-----------------------------------------*
      * Gera um lancamento a partir do modelo,  *
      * recusando modelo ja gerado no mes.      *
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GERA-UM-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GERA-UM-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO MODELO MODGER LOG RELATO
           MOVE WS-TOTAL-GER TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Valor gerado....R$.:".
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           IF LOTE-88
               MOVE "O" TO WS-LOTE-SIT
               MOVE WS-QTD-GER TO WS-LOTE-QTD
               MOVE SPACES TO WS-LOTE-MSG
               STRING WS-MES-G "/" WS-ANO-G ": " WS-QTD-GER
                   " GERADO(S), " WS-QTD-PUL " JA GERADO(S)"
                   DELIMITED BY SIZE INTO WS-LOTE-MSG
               PERFORM P-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.
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

       P-GRAVA-LOG.
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           IF FER-OK-88
               CLOSE FERIADO.
       P-RETORNA.
           IF LOTE-88
               PERFORM P-LOTE-FIM THRU P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

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
           IF LOT-PROG NOT = "BANCO51" OR LOT-SIT NOT = "E"
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
