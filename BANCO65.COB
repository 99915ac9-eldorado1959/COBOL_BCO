                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS.
           SELECT CATDFC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CDF-CATEG
                  FILE STATUS IS FS-DFC.
       DATA DIVISION.
       FILE SECTION.
       FD CATEG
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

      *-----------------------------------------*
      * Linha da DFC (fluxo de caixa, metodo    *
      * direto) da categoria, p/o RELBAN33.     *
      * CATEG.DAT nao foi alargado.             *
      *-----------------------------------------*
       FD CATDFC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATDFC.DAT".
       01 REG-CATDFC.
           03 CDF-CATEG        PIC 9(03).
           03 CDF-LINHA        PIC 99.
      ***********************************

       WORKING-STORAGE SECTION.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 FS-DFC               PIC XX.
       77 WS-LINHA-DFC         PIC 99 VALUE ZEROS.
       88 LINHA-DFC-88           VALUE 00 03 04 05 06 07 11 22 23 24.
      ***********************************

       SCREEN SECTION.
           02 LINE 04 COLUMN 02 VALUE " CADASTRO CATEGORIAS " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Codigo (03 posicoes)...=".
           02 LINE 09 COLUMN 04 VALUE "Descricao..............=".
           02 LINE 10 COLUMN 04 VALUE "Linha DFC (00=nenhuma).=".
           02 LINE 12 COLUMN 04 VALUE "Linhas da DFC p/categoria:".
           02 LINE 13 COLUMN 06 VALUE "03-Fornecedores".
           02 LINE 14 COLUMN 06 VALUE "04-Pessoal".
           02 LINE 15 COLUMN 06 VALUE "05-Impostos e contribuicoes".
           02 LINE 16 COLUMN 06 VALUE "06-Juros pagos".
           02 LINE 17 COLUMN 06 VALUE "07-Outros operacionais".
           02 LINE 13 COLUMN 40 VALUE "11-Imobilizado/intangivel".
           02 LINE 14 COLUMN 40 VALUE "22-Amortizacao emprestimos".
           02 LINE 15 COLUMN 40 VALUE "23-Lucros/retiradas".
           02 LINE 16 COLUMN 40 VALUE "24-Outros financiamentos".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
               OPEN OUTPUT CATEG
               CLOSE CATEG
               OPEN I-O CATEG.
           OPEN I-O CATDFC.
           IF FS-DFC = "30" OR FS-DFC = "35"
               CLOSE CATDFC
               OPEN OUTPUT CATDFC
               CLOSE CATDFC
               OPEN I-O CATDFC.
           PERFORM P-DATA.

       P01-TELA-1.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P04-CODIGO.
           ACCEPT (09 29) NOME-CATEG WITH PROMPT.
           MOVE ZEROS TO WS-LINHA-DFC.
           PERFORM P-PEDE-DFC THRU P-PEDE-DFC-EXIT.
           WRITE REG-CATEG
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CATEG CATDFC
                   STOP RUN.
           PERFORM P-GRAVA-DFC.
           DISPLAY (21 04) "!! < Categoria Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.

       P-MOSTRA-ATUAL.
           DISPLAY (09 29) NOME-CATEG.
           MOVE COD-CATEG TO CDF-CATEG.
           READ CATDFC
               INVALID KEY
                   MOVE ZEROS TO CDF-LINHA.
           MOVE CDF-LINHA TO WS-LINHA-DFC.
           DISPLAY (10 29) WS-LINHA-DFC.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "A" OR "a"
               ACCEPT (09 29) NOME-CATEG WITH UPDATE PROMPT
               PERFORM P-PEDE-DFC THRU P-PEDE-DFC-EXIT
               REWRITE REG-CATEG
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE CATEG CATDFC
                       STOP RUN
               END-REWRITE
               PERFORM P-GRAVA-DFC
               DISPLAY (21 04) "!! < Categoria Alterada > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DELETE CATEG
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                       CLOSE CATEG CATDFC
                       STOP RUN
               END-DELETE
               MOVE ZEROS TO WS-LINHA-DFC
               PERFORM P-GRAVA-DFC
               DISPLAY (21 04) "!! < Categoria Excluida > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.

      *-----------------------------------------*
      * Linha da DFC: so as de pagamento; as de *
      * recebimento, aplicacao e captacao vem   *
      * dos proprios arquivos (RECEB/APLIC/     *
      * EMPREST).                               *
      *-----------------------------------------*
       P-PEDE-DFC.
           DISPLAY (10 29) WS-LINHA-DFC.
           ACCEPT (10 29) WS-LINHA-DFC WITH UPDATE PROMPT AUTO-SKIP.
           IF NOT LINHA-DFC-88
               DISPLAY (21 04) "!! LINHA DFC INVALIDA - VEJA A LISTA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PEDE-DFC.
       P-PEDE-DFC-EXIT.
           EXIT.

      *----- linha 00 = sem mapa: o RELBAN33 usa o padrao
       P-GRAVA-DFC.
           MOVE COD-CATEG TO CDF-CATEG.
           IF WS-LINHA-DFC = ZEROS
               DELETE CATDFC
                   INVALID KEY
                       NEXT SENTENCE.
           IF WS-LINHA-DFC NOT = ZEROS
               MOVE WS-LINHA-DFC TO CDF-LINHA
               WRITE REG-CATDFC
                   INVALID KEY
                       REWRITE REG-CATDFC
                           INVALID KEY
                               NEXT SENTENCE.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE CATEG CATDFC.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
