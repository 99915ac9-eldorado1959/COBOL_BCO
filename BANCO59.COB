           SELECT ARQVELHO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-VEL.
           SELECT ARQ324 ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-VEL.
           SELECT ARQNOVO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-NOV.
           SELECT RELATO ASSIGN TO PRINTER.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
       FD SEQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOSEQ.DAT".
       01 REG-SEQ              PIC X(326).

      *-----------------------------------------*
      * Imagem anual/backup no leiaute antigo   *
           VALUE OF FILE-ID IS WS-ARQ-VELHO.
       01 REG-VELHO            PIC X(228).

      *-----------------------------------------*
      * Imagem anual/backup no leiaute de 324   *
      * posicoes, anterior ao codigo da empresa.*
      *-----------------------------------------*
       FD ARQ324
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-VELHO.
       01 REG-324              PIC X(324).

       FD ARQNOVO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONVERT.DAT".
       01 REG-NOVO             PIC X(326).

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
       77 WS-TERMID            PIC X(04) VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-SENHA             PIC X(04) VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3 4 5 6.
       77 FS-VEL               PIC XX.
       77 FS-NOV               PIC XX.
       77 WS-ARQ-VELHO         PIC X(12) VALUE SPACES.
       77 WS-EMPR-CONV         PIC 99 VALUE ZEROS.
       77 WS-QTD               PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-ANT           PIC 9(06) VALUE ZEROS.
           02 LINE 10 COLUMN 10 VALUE "3-Reconstroi BCO.DAT da imagem".
           02 LINE 11 COLUMN 10 VALUE "4-Refaz vencimento p/chave".
           02 LINE 12 COLUMN 10 VALUE "5-Converte imagem antiga (228)".
           02 LINE 13 COLUMN 10 VALUE "6-Converte imagem antiga (324)".
           02 LINE 14 COLUMN 10 VALUE "0-Sai".
           02 LINE 15 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           IF LOTE-88
               GO TO P02-LOTE.
       P02-OPCAO.
           ACCEPT (15 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
           IF WS-OPCAO = 0
               PERFORM P-RETORNA.
           IF WS-OPCAO = 1
               PERFORM P-VERIFICA THRU P-VERIFICA-EXIT.
           IF WS-OPCAO = 2
               PERFORM P-EXPORTA.
           IF WS-OPCAO = 3
               PERFORM P-REFAZ-VCTO THRU P-REFAZ-VCTO-EXIT.
           IF WS-OPCAO = 5
               PERFORM P-CONVERTE THRU P-CONVERTE-EXIT.
           IF WS-OPCAO = 6
               PERFORM P-CONV324 THRU P-CONV324-EXIT.
           GO TO P01-TELA-1.

      *----- lote (128): so a verificacao (opcao 1)
       P02-LOTE.
           MOVE 1 TO WS-OPCAO.
           DISPLAY (15 24) WS-OPCAO.
           PERFORM P-VERIFICA THRU P-VERIFICA-EXIT.
           PERFORM P-RETORNA.

       P-LOTE-RESUMO.
           MOVE "O" TO WS-LOTE-SIT.
           IF WS-QTD-ERRO > ZEROS
               MOVE "F" TO WS-LOTE-SIT.
           MOVE WS-QTD TO WS-LOTE-QTD.
           MOVE WS-TOTAL TO WS-MOSTRA-VALOR.
           MOVE SPACES TO WS-LOTE-MSG.
           STRING WS-QTD " REG R$" WS-MOSTRA-VALOR " ERR "
               WS-QTD-ERRO DELIMITED BY SIZE INTO WS-LOTE-MSG.

      *-----------------------------------------*
      * 1 - Le BCO.DAT inteiro e mostra/imprime *
      * os totais de controle.                  *
      *-----------------------------------------*
       P-VERIFICA.
           OPEN INPUT BANCO.
           IF FS NOT = "00" AND LOTE-88
               MOVE SPACES TO WS-LOTE-MSG
               STRING "ERRO DE ABERTURA BCO.DAT - FS = " FS
                   DELIMITED BY SIZE INTO WS-LOTE-MSG
               GO TO P-VERIFICA-EXIT.
           IF FS NOT = "00"
               DISPLAY (21 04) "!! ERRO DE ABERTURA - FS = " FS
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
           WRITE REG-RELATO FROM LINHA-CTL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
      *----- lote (128): erro de leitura no BCO.DAT e' falha
           IF LOTE-88
               PERFORM P-LOTE-RESUMO
               GO TO P-VERIFICA-EXIT.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-VERIFICA-EXIT.
      * 5 - Converte uma imagem anual (29/61)   *
      * ou geracao de backup gravada no leiaute *
      * antigo de 228 posicoes p/o leiaute      *
      * atual de 326: completa os campos novos  *
      * em branco/zeros, monta o vencimento     *
      * contiguo e grava a empresa informada.   *
      * Sai em CONVERT.DAT p/o operador         *
      * renomear por cima do original.          *
      *-----------------------------------------*
       P-CONVERTE.
           DISPLAY (16 04) "Arquivo antigo (ex: BCO2023.DAT) :".
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONVERTE-EXIT.
           PERFORM P-PEDE-EMPRESA.
           OPEN OUTPUT ARQNOVO.
           MOVE ZEROS TO WS-QTD.
       P-CONVERTE-LER.
           MOVE REG-VELHO(41:4) TO REG-NOVO(316:4).
           MOVE REG-VELHO(39:2) TO REG-NOVO(320:2).
           MOVE REG-VELHO(37:2) TO REG-NOVO(322:2).
           MOVE WS-EMPR-CONV TO REG-NOVO(325:2).
           WRITE REG-NOVO.
           ADD 1 TO WS-QTD.
           GO TO P-CONVERTE-LER.
       P-CONVERTE-FIM.
           CLOSE ARQVELHO ARQNOVO.
           PERFORM P-CONVERTE-MOSTRA.
       P-CONVERTE-EXIT.
           EXIT.

       P-CONVERTE-MOSTRA.
           DISPLAY (18 04) "Convertidos:" WS-QTD.
           DISPLAY (19 04)
               "Gerado CONVERT.DAT - renomeie por cima de".
           DISPLAY (20 04) WS-ARQ-VELHO.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.

      *----- empresa (118) dona dos registros convertidos
       P-PEDE-EMPRESA.
           MOVE ZEROS TO WS-EMPR-CONV.
           DISPLAY (17 04) "Empresa dos registros (118) :".
           ACCEPT (17 34) WS-EMPR-CONV WITH UPDATE PROMPT AUTO-SKIP.

      *-----------------------------------------*
      * 6 - Converte uma imagem anual (29/61)   *
      * ou geracao de backup gravada no leiaute *
      * de 324 posicoes p/o atual de 326,       *
      * gravando a empresa informada.  Sai em   *
      * CONVERT.DAT, como na opcao 5.           *
      *-----------------------------------------*
       P-CONV324.
           DISPLAY (16 04) "Arquivo antigo (ex: BCO2023.DAT) :".
           MOVE SPACES TO WS-ARQ-VELHO.
           ACCEPT (16 39) WS-ARQ-VELHO WITH PROMPT.
           IF WS-ARQ-VELHO = SPACES
               GO TO P-CONV324-EXIT.
           OPEN INPUT ARQ324.
           IF FS-VEL NOT = "00"
               DISPLAY (21 04) "!! ARQUIVO NAO ENCONTRADO - FS = "
                   FS-VEL
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONV324-EXIT.
           PERFORM P-PEDE-EMPRESA.
           OPEN OUTPUT ARQNOVO.
           MOVE ZEROS TO WS-QTD.
       P-CONV324-LER.
           READ ARQ324
               AT END GO TO P-CONV324-FIM.
           MOVE REG-324 TO REG-NOVO(1:324).
           MOVE WS-EMPR-CONV TO REG-NOVO(325:2).
           WRITE REG-NOVO.
           ADD 1 TO WS-QTD.
           GO TO P-CONV324-LER.
       P-CONV324-FIM.
           CLOSE ARQ324 ARQNOVO.
           PERFORM P-CONVERTE-MOSTRA.
       P-CONV324-EXIT.
           EXIT.

      *-----------------------------------------*
           MOVE ANO TO ANO-DET.

       P-RETORNA.
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
           IF LOT-PROG NOT = "BANCO59" OR LOT-SIT NOT = "E"
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
