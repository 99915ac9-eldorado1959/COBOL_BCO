       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO129.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT LIMCHQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCQ-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
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

      *-----------------------------------------*
      * Limite de cheque especial da conta e    *
      * taxa mensal (%), por vigencia: vale a   *
      * ultima com data <= dia consultado.      *
      * Limite zero = conta sem cheque especial.*
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
       77 FS-CONTA             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-DIA-V             PIC 99 VALUE ZEROS.
       77 WS-MES-V             PIC 99 VALUE ZEROS.
       77 WS-ANO-V             PIC 9(04) VALUE ZEROS.
       77 WS-LIMITE-V          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TAXA-V            PIC 9(02)V9(04) VALUE ZEROS.
      *----- vigencia em vigor na data pedida (P-LE-LIMITE)
       77 WS-DATA-LIM          PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-TAXA-LIM          PIC 9(02)V9(04) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-MOSTRA-TAXA       PIC Z9,9999 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " LIMITE CHEQUE ESPECIAL " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Conta (Cad.42, 00=sai).=".
           02 LINE 08 COLUMN 04 VALUE "Limite em vigor.....R$ =".
           02 LINE 09 COLUMN 04 VALUE "Taxa em vigor (% a.m.).=".
           02 LINE 11 COLUMN 10 VALUE "1-Nova vigencia de limite".
           02 LINE 12 COLUMN 10 VALUE "2-Lista vigencias".
           02 LINE 13 COLUMN 10 VALUE "3-Exclui vigencia".
           02 LINE 14 COLUMN 10 VALUE "0-Outra conta".
           02 LINE 15 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN I-O LIMCHQ.
           IF FS = "30" OR FS = "35"
               CLOSE LIMCHQ
               OPEN OUTPUT LIMCHQ
               CLOSE LIMCHQ
               OPEN I-O LIMCHQ.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-CONTA.
           DISPLAY (22 14) "<CONTA = 00 , Sai do Cadastro".
           MOVE ZEROS TO WS-CONTA-NUM.
           ACCEPT (06 29) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               PERFORM P-FIM.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CONTA.
           DISPLAY (06 33) NOME-CONTA.
       P05-MOSTRA.
           MOVE WS-DATA-N TO WS-DATA-LIM.
           PERFORM P-LE-LIMITE THRU P-LE-LIMITE-FIM.
           MOVE WS-LIMITE TO WS-MOSTRA-VALOR.
           DISPLAY (08 29) WS-MOSTRA-VALOR.
           MOVE WS-TAXA-LIM TO WS-MOSTRA-TAXA.
           DISPLAY (09 29) WS-MOSTRA-TAXA.
       P02-OPCAO.
           MOVE ZEROS TO WS-OPCAO.
           ACCEPT (15 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               GO TO P01-TELA-1.
           IF WS-OPCAO = 1
               PERFORM P-NOVA THRU P-NOVA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-LISTA THRU P-LISTA-FIM
               DISPLAY TELA-1
               PERFORM P-DATA
               DISPLAY (06 29) WS-CONTA-NUM
               DISPLAY (06 33) NOME-CONTA.
           IF WS-OPCAO = 3
               PERFORM P-EXCLUI THRU P-EXCLUI-FIM.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
           DISPLAY (19 04) WS-LIMPA.
           GO TO P05-MOSTRA.

      *-----------------------------------------*
      * 1 - Nova vigencia (ou troca a do mesmo  *
      * dia); limite zero tira o cheque         *
      * especial a partir da data.              *
      *-----------------------------------------*
       P-NOVA.
           PERFORM P-PEDE-DATA THRU P-PEDE-DATA-EXIT.
           IF WS-DIA-V = ZEROS
               GO TO P-NOVA-FIM.
           DISPLAY (18 04) "Limite R$ ............:".
           MOVE ZEROS TO WS-LIMITE-V.
           ACCEPT (18 28) WS-LIMITE-V WITH PROMPT.
           DISPLAY (19 04) "Taxa mensal (% 99,9999):".
           MOVE ZEROS TO WS-TAXA-V.
           ACCEPT (19 29) WS-TAXA-V WITH PROMPT AUTO-SKIP.
           IF WS-LIMITE-V > ZEROS AND WS-TAXA-V = ZEROS
               DISPLAY (21 04) "!! INFORME A TAXA DO CHEQUE ESPECIAL !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-NOVA-FIM.
           DISPLAY (21 04) "Confirma a gravacao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-NOVA-FIM.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           MOVE WS-ANO-V TO LCQ-DATA(1:4).
           MOVE WS-MES-V TO LCQ-DATA(5:2).
           MOVE WS-DIA-V TO LCQ-DATA(7:2).
           MOVE WS-LIMITE-V TO LCQ-LIMITE.
           MOVE WS-TAXA-V TO LCQ-TAXA.
           MOVE WS-OPERADOR TO LCQ-POR.
           MOVE WS-DATA-N TO LCQ-GRAVADO.
           WRITE REG-LIMCHQ
               INVALID KEY
                   REWRITE REG-LIMCHQ
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS
                           CLOSE LIMCHQ
                           STOP RUN.
           DISPLAY (21 04) "!! < Vigencia Gravada > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-NOVA-FIM.
           EXIT.

      *-----------------------------------------*
       P-LISTA.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "LIMITE CHEQUE ESPECIAL - CONTA " NOME-CONTA.
           DISPLAY (03 04) "VIGENCIA           LIMITE R$   TAXA % A.M."
               "  GRAVADO POR".
           MOVE 3 TO LIN.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           START LIMCHQ KEY IS NOT LESS THAN LCQ-CHAVE
               INVALID KEY GO TO P-LISTA-PARA.
       P-LISTA-LER.
           READ LIMCHQ NEXT RECORD
               AT END GO TO P-LISTA-PARA.
           IF LCQ-CONTA NOT = WS-CONTA-NUM
               GO TO P-LISTA-PARA.
           ADD 1 TO LIN.
           DISPLAY (LIN , 04) LCQ-DATA(7:2) "/" LCQ-DATA(5:2) "/"
               LCQ-DATA(1:4).
           MOVE LCQ-LIMITE TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 16) WS-MOSTRA-VALOR.
           MOVE LCQ-TAXA TO WS-MOSTRA-TAXA.
           DISPLAY (LIN , 38) WS-MOSTRA-TAXA.
           DISPLAY (LIN , 48) LCQ-POR.
           IF LIN > 18
               DISPLAY (20 25) "< ENTER > Continua"
               ACCEPT (20 45) WS-P
               DISPLAY (04 01) ERASE
               MOVE 3 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-PARA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-LISTA-FIM.
           EXIT.

      *-----------------------------------------*
       P-EXCLUI.
           PERFORM P-PEDE-DATA THRU P-PEDE-DATA-EXIT.
           IF WS-DIA-V = ZEROS
               GO TO P-EXCLUI-FIM.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           MOVE WS-ANO-V TO LCQ-DATA(1:4).
           MOVE WS-MES-V TO LCQ-DATA(5:2).
           MOVE WS-DIA-V TO LCQ-DATA(7:2).
           READ LIMCHQ
               INVALID KEY
                   DISPLAY (21 04) "!! < Vigencia Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-EXCLUI-FIM.
           MOVE LCQ-LIMITE TO WS-MOSTRA-VALOR.
           MOVE LCQ-TAXA TO WS-MOSTRA-TAXA.
           DISPLAY (18 04) "Limite R$ " WS-MOSTRA-VALOR "  taxa "
               WS-MOSTRA-TAXA.
           DISPLAY (21 04) "Confirma a exclusao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-EXCLUI-FIM.
           DELETE LIMCHQ RECORD
               INVALID KEY
                   CONTINUE.
           DISPLAY (21 04) "!! < Vigencia Excluida > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Limite e taxa da conta WS-CONTA-NUM em  *
      * vigor em WS-DATA-LIM; sem vigencia = 0. *
      *-----------------------------------------*
       P-LE-LIMITE.
           MOVE ZEROS TO WS-LIMITE WS-TAXA-LIM.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           START LIMCHQ KEY IS NOT LESS THAN LCQ-CHAVE
               INVALID KEY GO TO P-LE-LIMITE-FIM.
       P-LE-LIMITE-LER.
           READ LIMCHQ NEXT RECORD
               AT END GO TO P-LE-LIMITE-FIM.
           IF LCQ-CONTA NOT = WS-CONTA-NUM
               GO TO P-LE-LIMITE-FIM.
           IF LCQ-DATA > WS-DATA-LIM
               GO TO P-LE-LIMITE-FIM.
           MOVE LCQ-LIMITE TO WS-LIMITE.
           MOVE LCQ-TAXA TO WS-TAXA-LIM.
           GO TO P-LE-LIMITE-LER.
       P-LE-LIMITE-FIM.
           EXIT.

      *-----------------------------------------*
       P-PEDE-DATA.
           DISPLAY (17 04) "Inicio da vigencia (dd/mm/aaaa, 00=sai):".
           MOVE ZEROS TO WS-DIA-V WS-MES-V WS-ANO-V.
           ACCEPT (17 45) WS-DIA-V WITH PROMPT AUTO-SKIP.
           IF WS-DIA-V = ZEROS
               GO TO P-PEDE-DATA-EXIT.
           IF WS-DIA-V > 31
               GO TO P-PEDE-DATA.
           ACCEPT (17 48) WS-MES-V WITH PROMPT AUTO-SKIP.
           IF WS-MES-V = ZEROS OR WS-MES-V > 12
               GO TO P-PEDE-DATA.
           MOVE ANO TO WS-ANO-V.
           ACCEPT (17 51) WS-ANO-V WITH UPDATE PROMPT AUTO-SKIP.
       P-PEDE-DATA-EXIT.
           EXIT.

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
           CLOSE CONTA LIMCHQ.
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
