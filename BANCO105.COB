       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO105.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPREST ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT EMPPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EPC-CHAVE
                  FILE STATUS IS FS-EPC.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
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
      * Contrato de emprestimo/financiamento:   *
      * sistema Price <P> ou SAC <S>, carencia  *
      * em meses so de juros, taxa ao mes.      *
      *-----------------------------------------*
       FD EMPREST
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPREST.DAT".
       01 REG-EMPREST.
           03 EMP-NUM          PIC 9(04).
           03 EMP-DESCRI       PIC X(20).
           03 EMP-BANCO        PIC X(15).
           03 EMP-INSCR        PIC 9(14).
           03 EMP-CONTA        PIC X(10).
           03 EMP-PRINCIPAL    PIC 9(10)V99.
           03 EMP-TAXA         PIC 9(02)V9(04).
           03 EMP-PRAZO        PIC 9(03).
           03 EMP-SISTEMA      PIC X(01).
           03 EMP-CARENCIA     PIC 9(02).
           03 EMP-DATA-LIB     PIC 9(08).
           03 EMP-DIA-VCTO     PIC 99.
           03 EMP-CATEG-AMORT  PIC 9(03).
           03 EMP-CATEG-JUROS  PIC 9(03).
           03 EMP-SIT          PIC X(01).
           03 EMP-POR          PIC X(08).
           03 EMP-DATA         PIC 9(08).

      *-----------------------------------------*
      * Cronograma do contrato, uma linha por   *
      * parcela; o 106 grava os lancamentos de  *
      * amortizacao e juros gerados em BCO.DAT. *
      *-----------------------------------------*
       FD EMPPARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPPARC.DAT".
       01 REG-EMPPARC.
           03 EPC-CHAVE.
               05 EPC-NUM      PIC 9(04).
               05 EPC-PARC     PIC 9(03).
           03 EPC-VCTO         PIC 9(08).
           03 EPC-AMORT        PIC 9(10)V99.
           03 EPC-JUROS        PIC 9(10)V99.
           03 EPC-PRESTACAO    PIC 9(10)V99.
           03 EPC-SALDO        PIC 9(10)V99.
           03 EPC-NUM-AMORT    PIC X(06).
           03 EPC-NUM-JUROS    PIC X(06).
           03 EPC-GERADO       PIC 9(08).

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

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
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

       77 FS                   PIC XX.
       77 FS-EPC               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CATEG             PIC XX.
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-CATEG-NUM         PIC 9(03) VALUE ZEROS.
       77 WS-SISTEMA           PIC X VALUE SPACE.
       88 SISTEMA-88             VALUE "P" "S".
       77 WS-TEM-GERADA        PIC X VALUE "N".
       88 TEM-GERADA-88          VALUE "S".
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 WS-LIB.
           03 WS-LIB-DIA       PIC 99.
           03 WS-LIB-MES       PIC 99.
           03 WS-LIB-ANO       PIC 9(04).

      *----- calculo do cronograma
       77 WS-I                 PIC 9V9(08) VALUE ZEROS.
       77 WS-FATOR             PIC 9(06)V9(10) VALUE ZEROS.
       77 WS-K                 PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PARC          PIC 9(03) VALUE ZEROS.
       77 WS-PMT               PIC 9(10)V99 VALUE ZEROS.
       77 WS-AMORT-SAC         PIC 9(10)V99 VALUE ZEROS.
       77 WS-SALDO             PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-JUROS         PIC 9(11)V99 VALUE ZEROS.
       77 WS-PRIM-PREST        PIC 9(10)V99 VALUE ZEROS.
       77 WS-VC-MES            PIC 99 VALUE ZEROS.
       77 WS-VC-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-VC-DIA            PIC 99 VALUE ZEROS.
       77 WS-MAX-DIA           PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO          PIC 9 VALUE ZEROS.
       88 ANO-BISSEXTO-88        VALUE 1.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(04) VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " EMPRESTIMOS E FINANCIAMENTOS "
               BLINK.
           02 LINE 07 COLUMN 04 VALUE "Contrato (4 posicoes)..=".
           02 LINE 08 COLUMN 04 VALUE "Descricao..............=".
           02 LINE 09 COLUMN 04 VALUE "Banco credor...........=".
           02 LINE 10 COLUMN 04 VALUE "CNPJ do banco..........=".
           02 LINE 11 COLUMN 04 VALUE "Conta debito (Cad.42)..=".
           02 LINE 12 COLUMN 04 VALUE "Valor principal........=".
           02 LINE 13 COLUMN 04 VALUE "Taxa % ao mes..........=".
           02 LINE 14 COLUMN 04 VALUE "Prazo (parcelas amort.)=".
           02 LINE 15 COLUMN 04 VALUE "Sistema <P>rice/<S>AC..=".
           02 LINE 16 COLUMN 04 VALUE "Carencia (meses)........".
           02 LINE 16 COLUMN 28 VALUE "=".
           02 LINE 17 COLUMN 04 VALUE "Data liberacao.........=".
           02 LINE 17 COLUMN 29 VALUE "  /  /    ".
           02 LINE 18 COLUMN 04 VALUE "Dia do vencimento......=".
           02 LINE 19 COLUMN 04 VALUE "Categ. amort. (Cad.65).=".
           02 LINE 20 COLUMN 04 VALUE "Categ. juros  (Cad.65).=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O EMPREST.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! EMPREST.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS = "30" OR FS = "35"
               CLOSE EMPREST
               OPEN OUTPUT EMPREST
               CLOSE EMPREST
               GO TO P03-ABERTURA.
           OPEN I-O EMPPARC.
           IF FS-EPC = "30" OR FS-EPC = "35"
               CLOSE EMPPARC
               OPEN OUTPUT EMPPARC
               CLOSE EMPPARC
               OPEN I-O EMPPARC.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE EMPREST EMPPARC
               STOP RUN.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-CODIGO.
           DISPLAY (22 14) "<CONTRATO = 0000 , Sai do Cadastro".
           MOVE ZEROS TO EMP-NUM.
           ACCEPT (07 29) EMP-NUM WITH PROMPT AUTO-SKIP.
           IF EMP-NUM = ZEROS
               PERFORM P-FIM.
           READ EMPREST
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P01-TELA-1.

       P-NOVO.
           DISPLAY (21 04) "!! < Contrato Nao Cadastrado > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P04-CODIGO.
           MOVE SPACES TO EMP-DESCRI EMP-BANCO EMP-CONTA.
           MOVE ZEROS TO EMP-INSCR EMP-PRINCIPAL EMP-TAXA EMP-PRAZO.
           MOVE ZEROS TO EMP-CARENCIA EMP-DATA-LIB EMP-DIA-VCTO.
           MOVE ZEROS TO EMP-CATEG-AMORT EMP-CATEG-JUROS.
           MOVE ZEROS TO WS-LIB.
           PERFORM P-REC2 THRU P-REC14.
           PERFORM P-CONFIRMA-CRONO THRU P-CONFIRMA-CRONO-FIM.
           IF WS-CONF NOT = "S"
               GO TO P01-TELA-1.
           MOVE "A" TO EMP-SIT.
           MOVE WS-OPERADOR TO EMP-POR.
           MOVE WS-DATA TO EMP-DATA.
           WRITE REG-EMPREST
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE EMPREST EMPPARC
                   STOP RUN.
           PERFORM P-GERA-CRONOGRAMA THRU P-GERA-CRONOGRAMA-FIM.
           DISPLAY (21 04) "!! < Contrato Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
       P-REC2.
           ACCEPT (08 29) EMP-DESCRI WITH UPDATE PROMPT.
           IF EMP-DESCRI = SPACES
               GO TO P-REC2.
       P-REC3.
           ACCEPT (09 29) EMP-BANCO WITH UPDATE PROMPT.
           IF EMP-BANCO = SPACES
               GO TO P-REC3.
       P-REC4.
           ACCEPT (10 29) EMP-INSCR WITH UPDATE PROMPT AUTO-SKIP.
       P-REC5.
           MOVE ZEROS TO WS-CONTA-NUM.
           ACCEPT (11 29) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-REC5.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   GO TO P-REC5.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               GO TO P-REC5.
           DISPLAY (21 04) WS-LIMPA.
           MOVE NOME-CONTA TO EMP-CONTA.
           DISPLAY (11 29) EMP-CONTA.
       P-REC6.
           ACCEPT (12 29) EMP-PRINCIPAL WITH UPDATE PROMPT AUTO-SKIP.
           IF EMP-PRINCIPAL = ZEROS
               GO TO P-REC6.
       P-REC7.
           ACCEPT (13 29) EMP-TAXA WITH UPDATE PROMPT AUTO-SKIP.
       P-REC8.
           ACCEPT (14 29) EMP-PRAZO WITH UPDATE PROMPT AUTO-SKIP.
           IF EMP-PRAZO = ZEROS
               GO TO P-REC8.
       P-REC9.
           MOVE EMP-SISTEMA TO WS-SISTEMA.
           ACCEPT (15 29) WS-SISTEMA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SISTEMA = "p"
               MOVE "P" TO WS-SISTEMA.
           IF WS-SISTEMA = "s"
               MOVE "S" TO WS-SISTEMA.
           IF NOT SISTEMA-88
               GO TO P-REC9.
           MOVE WS-SISTEMA TO EMP-SISTEMA.
       P-REC10.
           ACCEPT (16 29) EMP-CARENCIA WITH UPDATE PROMPT AUTO-SKIP.
      *----- cronograma cabe em 999 parcelas
           IF EMP-CARENCIA + EMP-PRAZO > 999
               GO TO P-REC8.
       P-REC11.
           ACCEPT (17 29) WS-LIB-DIA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (17 32) WS-LIB-MES WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (17 35) WS-LIB-ANO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-LIB-DIA = ZEROS OR WS-LIB-DIA > 31
               GO TO P-REC11.
           IF WS-LIB-MES = ZEROS OR WS-LIB-MES > 12
               GO TO P-REC11.
           IF WS-LIB-ANO < 1990
               GO TO P-REC11.
           MOVE WS-LIB-ANO TO EMP-DATA-LIB(1:4).
           MOVE WS-LIB-MES TO EMP-DATA-LIB(5:2).
           MOVE WS-LIB-DIA TO EMP-DATA-LIB(7:2).
       P-REC12.
           IF EMP-DIA-VCTO = ZEROS
               MOVE WS-LIB-DIA TO EMP-DIA-VCTO.
           ACCEPT (18 29) EMP-DIA-VCTO WITH UPDATE PROMPT AUTO-SKIP.
           IF EMP-DIA-VCTO = ZEROS OR EMP-DIA-VCTO > 31
               GO TO P-REC12.
       P-REC13.
           MOVE EMP-CATEG-AMORT TO WS-CATEG-NUM.
           ACCEPT (19 29) WS-CATEG-NUM WITH UPDATE PROMPT AUTO-SKIP.
           PERFORM P-LE-CATEG.
           IF WS-CONF = "N"
               GO TO P-REC13.
           MOVE WS-CATEG-NUM TO EMP-CATEG-AMORT.
           DISPLAY (19 35) NOME-CATEG.
       P-REC14.
           MOVE EMP-CATEG-JUROS TO WS-CATEG-NUM.
           ACCEPT (20 29) WS-CATEG-NUM WITH UPDATE PROMPT AUTO-SKIP.
           PERFORM P-LE-CATEG.
           IF WS-CONF = "N"
               GO TO P-REC14.
           MOVE WS-CATEG-NUM TO EMP-CATEG-JUROS.
           DISPLAY (20 35) NOME-CATEG.

      *----- categoria 000 = sem categoria
       P-LE-CATEG.
           MOVE "S" TO WS-CONF.
           MOVE SPACES TO NOME-CATEG.
           IF WS-CATEG-NUM = ZEROS OR NOT CATEG-OK-88
               NEXT SENTENCE
           ELSE
               MOVE WS-CATEG-NUM TO COD-CATEG
               READ CATEG
                   INVALID KEY
                       DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                       ACCEPT (23 01) WS-P
                       DISPLAY (21 04) WS-LIMPA
                       MOVE "N" TO WS-CONF.

       P-MOSTRA-ATUAL.
           DISPLAY (08 29) EMP-DESCRI.
           DISPLAY (09 29) EMP-BANCO.
           DISPLAY (10 29) EMP-INSCR.
           DISPLAY (11 29) EMP-CONTA.
           DISPLAY (12 29) EMP-PRINCIPAL.
           DISPLAY (13 29) EMP-TAXA.
           DISPLAY (14 29) EMP-PRAZO.
           DISPLAY (15 29) EMP-SISTEMA.
           DISPLAY (16 29) EMP-CARENCIA.
           MOVE EMP-DATA-LIB(7:2) TO WS-LIB-DIA.
           MOVE EMP-DATA-LIB(5:2) TO WS-LIB-MES.
           MOVE EMP-DATA-LIB(1:4) TO WS-LIB-ANO.
           DISPLAY (17 29) WS-LIB-DIA.
           DISPLAY (17 32) WS-LIB-MES.
           DISPLAY (17 35) WS-LIB-ANO.
           DISPLAY (18 29) EMP-DIA-VCTO.
           DISPLAY (19 29) EMP-CATEG-AMORT.
           DISPLAY (20 29) EMP-CATEG-JUROS.
           IF EMP-SIT = "C"
               DISPLAY (07 40) "** CONTRATO CANCELADO **".

      *-----------------------------------------*
      * Alteracao e exclusao so enquanto o 106  *
      * nao gerou nenhuma parcela em BCO.DAT;   *
      * depois disso o contrato so e' cancelado *
      * (o 106 para de gerar o que falta).      *
      *-----------------------------------------*
       P-ALTERA-EXCLUI.
           PERFORM P-TESTA-GERADA THRU P-TESTA-GERADA-FIM.
           DISPLAY (21 04)
               "<A>ltera <E>xclui <C>ronograma <X>cancela <ENTER>".
           ACCEPT (21 55) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "C" OR "c"
               PERFORM P-MOSTRA-CRONO THRU P-MOSTRA-CRONO-FIM
               GO TO P-ALTERA-EXCLUI-FIM.
           IF WS-CONF = "X" OR "x"
               GO TO P-CANCELA.
           IF WS-CONF NOT = "A" AND NOT = "a"
              AND NOT = "E" AND NOT = "e"
               GO TO P-ALTERA-EXCLUI-FIM.
           IF TEM-GERADA-88
               DISPLAY (21 04) "!! CONTRATO JA TEM PARCELA GERADA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ALTERA-EXCLUI-FIM.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           PERFORM P-REC2 THRU P-REC14.
           PERFORM P-CONFIRMA-CRONO THRU P-CONFIRMA-CRONO-FIM.
           IF WS-CONF NOT = "S"
               GO TO P-ALTERA-EXCLUI-FIM.
           MOVE WS-OPERADOR TO EMP-POR.
           MOVE WS-DATA TO EMP-DATA.
           REWRITE REG-EMPREST
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE EMPREST EMPPARC
                   STOP RUN.
           PERFORM P-APAGA-CRONOGRAMA THRU P-APAGA-CRONOGRAMA-FIM.
           PERFORM P-GERA-CRONOGRAMA THRU P-GERA-CRONOGRAMA-FIM.
           DISPLAY (21 04) "!! < Contrato Alterado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
       P-EXCLUI.
           DELETE EMPREST
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE EMPREST EMPPARC
                   STOP RUN.
           PERFORM P-APAGA-CRONOGRAMA THRU P-APAGA-CRONOGRAMA-FIM.
           DISPLAY (21 04) "!! < Contrato Excluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
       P-CANCELA.
           DISPLAY (21 04) "Cancela o contrato ?  < S/N >".
           ACCEPT (21 35) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ALTERA-EXCLUI-FIM.
           MOVE "C" TO EMP-SIT.
           MOVE WS-OPERADOR TO EMP-POR.
           MOVE WS-DATA TO EMP-DATA.
           REWRITE REG-EMPREST
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE EMPREST EMPPARC
                   STOP RUN.
           DISPLAY (21 04) "!! < Contrato Cancelado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

       P-TESTA-GERADA.
           MOVE "N" TO WS-TEM-GERADA.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE ZEROS TO EPC-PARC.
           START EMPPARC KEY IS NOT LESS THAN EPC-CHAVE
               INVALID KEY GO TO P-TESTA-GERADA-FIM.
       P-TESTA-GERADA-LER.
           READ EMPPARC NEXT RECORD
               AT END GO TO P-TESTA-GERADA-FIM.
           IF EPC-NUM NOT = EMP-NUM
               GO TO P-TESTA-GERADA-FIM.
           IF EPC-NUM-AMORT NOT = SPACES OR EPC-NUM-JUROS NOT = SPACES
               MOVE "S" TO WS-TEM-GERADA
               GO TO P-TESTA-GERADA-FIM.
           GO TO P-TESTA-GERADA-LER.
       P-TESTA-GERADA-FIM.
           EXIT.

      *-----------------------------------------*
      * Mostra a primeira prestacao e o total   *
      * de juros antes de gravar.               *
      *-----------------------------------------*
       P-CONFIRMA-CRONO.
           PERFORM P-CALCULA-PMT.
           MOVE ZEROS TO WS-TOT-JUROS WS-PRIM-PREST.
           MOVE EMP-PRINCIPAL TO WS-SALDO.
           COMPUTE WS-QTD-PARC = EMP-CARENCIA + EMP-PRAZO.
           MOVE 1 TO WS-K.
           PERFORM P-SIMULA-PARC UNTIL WS-K > WS-QTD-PARC.
           MOVE WS-PRIM-PREST TO WS-MOSTRA-VALOR.
           DISPLAY (07 40) "1a prestacao R$".
           DISPLAY (07 56) WS-MOSTRA-VALOR.
           MOVE WS-TOT-JUROS TO WS-MOSTRA-VALOR.
           DISPLAY (08 52) "Juros R$".
           DISPLAY (08 61) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Confirma contrato e cronograma ?  < S/N >".
           ACCEPT (21 47) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "s"
               MOVE "S" TO WS-CONF.
       P-CONFIRMA-CRONO-FIM.
           EXIT.

       P-SIMULA-PARC.
           PERFORM P-CALCULA-PARC.
           IF WS-K = 1
               COMPUTE WS-PRIM-PREST = EPC-AMORT + EPC-JUROS.
           ADD EPC-JUROS TO WS-TOT-JUROS.
           ADD 1 TO WS-K.

      *-----------------------------------------*
      * Prestacao fixa do Price e amortizacao   *
      * fixa do SAC.                            *
      *   PMT = P * i * (1+i)**n / ((1+i)**n-1) *
      *-----------------------------------------*
       P-CALCULA-PMT.
           COMPUTE WS-I = EMP-TAXA / 100.
           MOVE 1 TO WS-FATOR.
           MOVE 1 TO WS-K.
           PERFORM P-POTENCIA UNTIL WS-K > EMP-PRAZO.
           IF WS-I = ZEROS
               COMPUTE WS-PMT ROUNDED = EMP-PRINCIPAL / EMP-PRAZO
           ELSE
               COMPUTE WS-PMT ROUNDED = EMP-PRINCIPAL * WS-I
                   * WS-FATOR / (WS-FATOR - 1).
           COMPUTE WS-AMORT-SAC ROUNDED = EMP-PRINCIPAL / EMP-PRAZO.

       P-POTENCIA.
           COMPUTE WS-FATOR ROUNDED = WS-FATOR * (1 + WS-I).
           ADD 1 TO WS-K.

      *-----------------------------------------*
      * Parcela WS-K sobre o saldo WS-SALDO:    *
      * carencia so paga juros; a ultima leva o *
      * resto do saldo (acerto de centavos).    *
      *-----------------------------------------*
       P-CALCULA-PARC.
           COMPUTE EPC-JUROS ROUNDED = WS-SALDO * WS-I.
           IF WS-K NOT > EMP-CARENCIA
               MOVE ZEROS TO EPC-AMORT
           ELSE
               IF EMP-SISTEMA = "P"
                   COMPUTE EPC-AMORT = WS-PMT - EPC-JUROS
               ELSE
                   MOVE WS-AMORT-SAC TO EPC-AMORT.
           IF WS-K = WS-QTD-PARC OR EPC-AMORT > WS-SALDO
               MOVE WS-SALDO TO EPC-AMORT.
           COMPUTE EPC-PRESTACAO = EPC-AMORT + EPC-JUROS.
           SUBTRACT EPC-AMORT FROM WS-SALDO.
           MOVE WS-SALDO TO EPC-SALDO.

      *-----------------------------------------*
       P-GERA-CRONOGRAMA.
           PERFORM P-CALCULA-PMT.
           MOVE EMP-PRINCIPAL TO WS-SALDO.
           COMPUTE WS-QTD-PARC = EMP-CARENCIA + EMP-PRAZO.
           MOVE WS-LIB-MES TO WS-VC-MES.
           MOVE WS-LIB-ANO TO WS-VC-ANO.
           MOVE 1 TO WS-K.
       P-GERA-CRONOGRAMA-PARC.
           IF WS-K > WS-QTD-PARC
               GO TO P-GERA-CRONOGRAMA-FIM.
      *----- 1o vencimento no mes seguinte a liberacao
           ADD 1 TO WS-VC-MES.
           IF WS-VC-MES > 12
               MOVE 1 TO WS-VC-MES
               ADD 1 TO WS-VC-ANO.
           PERFORM P-VERIFICA-DIA.
           MOVE EMP-DIA-VCTO TO WS-VC-DIA.
           IF WS-VC-DIA > WS-MAX-DIA
               MOVE WS-MAX-DIA TO WS-VC-DIA.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE WS-K TO EPC-PARC.
           MOVE WS-VC-ANO TO EPC-VCTO(1:4).
           MOVE WS-VC-MES TO EPC-VCTO(5:2).
           MOVE WS-VC-DIA TO EPC-VCTO(7:2).
           PERFORM P-CALCULA-PARC.
           MOVE SPACES TO EPC-NUM-AMORT EPC-NUM-JUROS.
           MOVE ZEROS TO EPC-GERADO.
           WRITE REG-EMPPARC
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-EPC
                   CLOSE EMPREST EMPPARC
                   STOP RUN.
           ADD 1 TO WS-K.
           GO TO P-GERA-CRONOGRAMA-PARC.
       P-GERA-CRONOGRAMA-FIM.
           EXIT.

       P-APAGA-CRONOGRAMA.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE ZEROS TO EPC-PARC.
           START EMPPARC KEY IS NOT LESS THAN EPC-CHAVE
               INVALID KEY GO TO P-APAGA-CRONOGRAMA-FIM.
       P-APAGA-CRONOGRAMA-LER.
           READ EMPPARC NEXT RECORD
               AT END GO TO P-APAGA-CRONOGRAMA-FIM.
           IF EPC-NUM NOT = EMP-NUM
               GO TO P-APAGA-CRONOGRAMA-FIM.
           DELETE EMPPARC
               INVALID KEY
                   CONTINUE.
           GO TO P-APAGA-CRONOGRAMA-LER.
       P-APAGA-CRONOGRAMA-FIM.
           EXIT.

      *-----------------------------------------*
      * Cronograma na tela; "*" = parcela ja    *
      * gerada em BCO.DAT pelo 106.             *
      *-----------------------------------------*
       P-MOSTRA-CRONO.
           DISPLAY (01 01) ERASE.
           DISPLAY (02 04) "CRONOGRAMA DO CONTRATO " EMP-NUM " "
               EMP-DESCRI.
           DISPLAY (03 02) "PAR VENCIMENTO   AMORTIZACAO"
               "         JUROS     PRESTACAO   SALDO DEVEDOR".
           MOVE 3 TO LIN.
           MOVE EMP-NUM TO EPC-NUM.
           MOVE ZEROS TO EPC-PARC.
           START EMPPARC KEY IS NOT LESS THAN EPC-CHAVE
               INVALID KEY GO TO P-MOSTRA-CRONO-PARA.
       P-MOSTRA-CRONO-LER.
           READ EMPPARC NEXT RECORD
               AT END GO TO P-MOSTRA-CRONO-PARA.
           IF EPC-NUM NOT = EMP-NUM
               GO TO P-MOSTRA-CRONO-PARA.
           ADD 1 TO LIN.
           DISPLAY (LIN , 02) EPC-PARC.
           DISPLAY (LIN , 06) EPC-VCTO(7:2) "/" EPC-VCTO(5:2) "/"
               EPC-VCTO(1:4).
           MOVE EPC-AMORT TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 17) WS-MOSTRA-VALOR.
           MOVE EPC-JUROS TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 31) WS-MOSTRA-VALOR.
           MOVE EPC-PRESTACAO TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 45) WS-MOSTRA-VALOR.
           MOVE EPC-SALDO TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 61) WS-MOSTRA-VALOR.
           IF EPC-NUM-AMORT NOT = SPACES OR EPC-NUM-JUROS NOT = SPACES
               DISPLAY (LIN , 76) "*".
           IF LIN > 18
               DISPLAY (20 25) "< ENTER > Continua"
               ACCEPT (20 45) WS-P
               DISPLAY (04 01) ERASE
               MOVE 3 TO LIN.
           GO TO P-MOSTRA-CRONO-LER.
       P-MOSTRA-CRONO-PARA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-MOSTRA-CRONO-FIM.
           EXIT.

       P-VERIFICA-DIA.
           MOVE 31 TO WS-MAX-DIA.
           IF WS-VC-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-MAX-DIA.
           IF WS-VC-MES = 02
               PERFORM P-VERIFICA-BISSEXTO
               MOVE 28 TO WS-MAX-DIA
               IF ANO-BISSEXTO-88
                   MOVE 29 TO WS-MAX-DIA.
       P-VERIFICA-BISSEXTO.
           MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-VC-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.
           DIVIDE WS-VC-ANO BY 100 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-VC-ANO BY 400 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.

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
           CLOSE EMPREST EMPPARC CONTA.
           IF CATEG-OK-88
               CLOSE CATEG.
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
