       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO110.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PTAX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PTX-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-PTX.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Cotacao diaria (PTAX venda) por moeda:  *
      * a cotacao de uma data vale ate a data   *
      * seguinte cadastrada p/a mesma moeda.    *
      *-----------------------------------------*
       FD PTAX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PTAX.DAT".
       01 REG-PTAX.
           03 PTX-CHAVE.
               05 PTX-MOEDA    PIC X(03).
               05 PTX-DATA     PIC 9(08).
           03 PTX-TAXA         PIC 9(03)V9(4).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS-PTX               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3.
       77 WS-MOEDA             PIC X(03) VALUE SPACES.
       77 WS-DIA-V             PIC 99 VALUE ZEROS.
       77 WS-MES-V             PIC 99 VALUE ZEROS.
       77 WS-ANO-V             PIC 9(04) VALUE ZEROS.
       77 WS-TAXA-V            PIC 9(03)V9(4) VALUE ZEROS.
       77 WS-DATA-HOJE         PIC 9(08) VALUE ZEROS.
       77 WS-TAXA-ATUAL        PIC 9(03)V9(4) VALUE ZEROS.
       77 WS-DATA-ATUAL        PIC 9(08) VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " COTACOES MOEDA (PTAX) " BLINK.
           02 LINE 06 COLUMN 04 VALUE "USD em vigor...=".
           02 LINE 07 COLUMN 04 VALUE "EUR em vigor...=".
           02 LINE 08 COLUMN 10 VALUE "1-Inclui/altera cotacao".
           02 LINE 09 COLUMN 10 VALUE "2-Lista cotacoes da moeda".
           02 LINE 10 COLUMN 10 VALUE "3-Exclui cotacao".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O PTAX.
           IF FS-PTX = "30" OR FS-PTX = "35"
               CLOSE PTAX
               OPEN OUTPUT PTAX
               CLOSE PTAX
               OPEN I-O PTAX.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE "USD" TO WS-MOEDA.
           PERFORM P-TAXA-ATUAL.
           DISPLAY (06 21) WS-TAXA-ATUAL.
           MOVE "EUR" TO WS-MOEDA.
           PERFORM P-TAXA-ATUAL.
           DISPLAY (07 21) WS-TAXA-ATUAL.
       P02-OPCAO.
           ACCEPT (14 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-NOVA THRU P-NOVA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-LISTA THRU P-LISTA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-EXCLUI THRU P-EXCLUI-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Inclui a cotacao do dia; se a data  *
      * ja existir p/a moeda, regrava a taxa.   *
      *-----------------------------------------*
       P-NOVA.
           PERFORM P-PEDE-MOEDA THRU P-PEDE-MOEDA-EXIT.
           IF WS-MOEDA = SPACES
               GO TO P-NOVA-FIM.
           PERFORM P-PEDE-DATA THRU P-PEDE-DATA-EXIT.
           IF WS-DIA-V = ZEROS
               GO TO P-NOVA-FIM.
           PERFORM P-MONTA-CHAVE.
           MOVE ZEROS TO WS-TAXA-V.
           READ PTAX
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PTX-TAXA TO WS-TAXA-V.
           DISPLAY (18 04) "Cotacao R$ (999,9999)  :".
           ACCEPT (18 30) WS-TAXA-V WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-TAXA-V = ZEROS
               GO TO P-NOVA-FIM.
           DISPLAY (21 04) "Confirma a gravacao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-NOVA-FIM.
           PERFORM P-MONTA-CHAVE.
           MOVE WS-TAXA-V TO PTX-TAXA.
           WRITE REG-PTAX
               INVALID KEY
                   REWRITE REG-PTAX
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS-PTX
                           CLOSE PTAX
                           STOP RUN.
           DISPLAY (21 04) "!! < Cotacao Gravada > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-NOVA-FIM.
           EXIT.

      *-----------------------------------------*
       P-LISTA.
           PERFORM P-PEDE-MOEDA THRU P-PEDE-MOEDA-EXIT.
           IF WS-MOEDA = SPACES
               GO TO P-LISTA-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "MOEDA  DATA          COTACAO R$".
           MOVE 3 TO LIN.
           MOVE WS-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           START PTAX KEY IS NOT LESS THAN PTX-CHAVE
               INVALID KEY GO TO P-LISTA-PARA.
       P-LISTA-LER.
           READ PTAX NEXT RECORD
               AT END GO TO P-LISTA-PARA.
           IF PTX-MOEDA NOT = WS-MOEDA
               GO TO P-LISTA-PARA.
           ADD 1 TO LIN.
           DISPLAY (LIN , 04) PTX-MOEDA.
           DISPLAY (LIN , 11) PTX-DATA(7:2) "/" PTX-DATA(5:2) "/"
               PTX-DATA(1:4).
           DISPLAY (LIN , 25) PTX-TAXA.
           IF LIN > 18
               DISPLAY (20 25) "< ENTER > Continua"
               ACCEPT (20 45) WS-P
               DISPLAY (03 01) ERASE
               MOVE 3 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-PARA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-LISTA-FIM.
           EXIT.

      *-----------------------------------------*
       P-EXCLUI.
           PERFORM P-PEDE-MOEDA THRU P-PEDE-MOEDA-EXIT.
           IF WS-MOEDA = SPACES
               GO TO P-EXCLUI-FIM.
           PERFORM P-PEDE-DATA THRU P-PEDE-DATA-EXIT.
           IF WS-DIA-V = ZEROS
               GO TO P-EXCLUI-FIM.
           PERFORM P-MONTA-CHAVE.
           READ PTAX
               INVALID KEY
                   DISPLAY (21 04) "!! < Cotacao Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-EXCLUI-FIM.
           DISPLAY (18 04) "Cotacao desta data: " PTX-TAXA.
           DISPLAY (21 04) "Confirma a exclusao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-EXCLUI-FIM.
           DELETE PTAX RECORD
               INVALID KEY
                   CONTINUE.
           DISPLAY (21 04) "!! < Cotacao Excluida > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Cotacao em vigor hoje p/WS-MOEDA:       *
      * ultima data <= hoje; sem cotacao fica   *
      * zerada.                                 *
      *-----------------------------------------*
       P-TAXA-ATUAL.
           MOVE ZEROS TO WS-TAXA-ATUAL WS-DATA-ATUAL.
           ACCEPT WS-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WS-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           START PTAX KEY IS NOT LESS THAN PTX-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-PTX.
           PERFORM P-TAXA-ATUAL-LER UNTIL FS-PTX = "10".

       P-TAXA-ATUAL-LER.
           READ PTAX NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-PTX = "10"
               NEXT SENTENCE
           ELSE
               IF PTX-MOEDA NOT = WS-MOEDA OR
                  PTX-DATA > WS-DATA-HOJE
                   MOVE "10" TO FS-PTX
               ELSE
                   MOVE PTX-TAXA TO WS-TAXA-ATUAL
                   MOVE PTX-DATA TO WS-DATA-ATUAL.

      *-----------------------------------------*
       P-PEDE-MOEDA.
           DISPLAY (15 04) "Moeda (USD/EUR, branco=sai)............:".
           MOVE SPACES TO WS-MOEDA.
           ACCEPT (15 45) WS-MOEDA WITH PROMPT AUTO-SKIP.
           IF WS-MOEDA = SPACES
               GO TO P-PEDE-MOEDA-EXIT.
           INSPECT WS-MOEDA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY (15 45) WS-MOEDA.
       P-PEDE-MOEDA-EXIT.
           EXIT.

       P-PEDE-DATA.
           DISPLAY (16 04) "Data da cotacao (dd/mm/aaaa, 00=sai)...:".
           MOVE ZEROS TO WS-DIA-V WS-MES-V WS-ANO-V.
           ACCEPT (16 45) WS-DIA-V WITH PROMPT AUTO-SKIP.
           IF WS-DIA-V = ZEROS
               GO TO P-PEDE-DATA-EXIT.
           IF WS-DIA-V > 31
               GO TO P-PEDE-DATA.
           ACCEPT (16 48) WS-MES-V WITH PROMPT AUTO-SKIP.
           IF WS-MES-V = ZEROS OR WS-MES-V > 12
               GO TO P-PEDE-DATA.
           MOVE ANO TO WS-ANO-V.
           ACCEPT (16 51) WS-ANO-V WITH UPDATE PROMPT AUTO-SKIP.
       P-PEDE-DATA-EXIT.
           EXIT.

       P-MONTA-CHAVE.
           MOVE WS-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           MOVE WS-ANO-V TO PTX-DATA(1:4).
           MOVE WS-MES-V TO PTX-DATA(5:2).
           MOVE WS-DIA-V TO PTX-DATA(7:2).

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE PTAX.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
