       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO125.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE-GRP
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS IS FS.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT ADIANTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ADI-CHAVE
                  FILE STATUS IS FS-ADI.
           SELECT CIRCULA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CIR-CHAVE
                  FILE STATUS IS FS-CIR.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

       FD FORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORN.DAT".
       01 REG-FORN.
           03 COD-FORN         PIC X(05).
           03 NOME-FORN        PIC X(20).
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

       FD ADIANTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADIANTA.DAT".
       01 REG-ADIANTA.
           03 ADI-CHAVE.
               05 ADI-FORN     PIC X(05).
               05 ADI-SEQ      PIC 9(04).
           03 ADI-DATA         PIC 9(08).
           03 ADI-VALOR        PIC 9(08)V99.
           03 ADI-SALDO        PIC 9(08)V99.
           03 ADI-LANC         PIC X(06).
           03 ADI-SIT          PIC X(01).

      *-----------------------------------------*
      * Circularizacao: carta de confirmacao de *
      * saldo por data-base e fornecedor, c/os  *
      * saldos que nos tinhamos e a resposta:   *
      * E emitida / C concorda / D diverge.     *
      * Saldo liquido = titulos - adiantamentos;*
      * diferenca = saldo do fornec. - o nosso. *
      *-----------------------------------------*
       FD CIRCULA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CIRCULA.DAT".
       01 REG-CIRCULA.
           03 CIR-CHAVE.
               05 CIR-DATA     PIC 9(08).
               05 CIR-FORN     PIC X(05).
           03 CIR-QTD-TIT      PIC 9(04).
           03 CIR-SALDO-TIT    PIC 9(10)V99.
           03 CIR-QTD-ADT      PIC 9(04).
           03 CIR-SALDO-ADT    PIC 9(10)V99.
           03 CIR-EMISSAO      PIC 9(08).
           03 CIR-EMIT-POR     PIC X(08).
           03 CIR-SIT          PIC X(01).
           03 CIR-SALDO-FORN   PIC S9(10)V99.
           03 CIR-DIFERENCA    PIC S9(10)V99.
           03 CIR-EXPLICA      PIC X(60).
           03 CIR-RESPOSTA     PIC 9(08).
           03 CIR-RESP-POR     PIC X(08).

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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

      *----- data-base digitada dd/mm/aaaa, comparada aaaammdd
       01 WS-DATA-BASE.
           03 ANO-BASE         PIC 9(04).
           03 MES-BASE         PIC 99.
           03 DIA-BASE         PIC 99.
       01 WS-DATA-BASE-N REDEFINES WS-DATA-BASE PIC 9(08).

      *----- baixa (DATA-CONF ddmmaa) convertida p/aaaammdd
       01 WS-DATA-PAG          PIC X(08) VALUE ZEROS.
       01 WS-DATA-PAG-N REDEFINES WS-DATA-PAG PIC 9(08).

       01 WS-DATA-ADI.
           03 ANO-ADI          PIC 9(04).
           03 MES-ADI          PIC 99.
           03 DIA-ADI          PIC 99.
       01 WS-DATA-ADI-N REDEFINES WS-DATA-ADI PIC 9(08).

       77 FS                   PIC XX.
       77 FS-FORN              PIC XX.
       77 FS-ADI               PIC XX.
       77 FS-CIR               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-ADI-OK            PIC X VALUE "S".
       88 ADI-OK-88              VALUE "S".
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
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-SELECAO           PIC X VALUE SPACES.
       88 SELECAO-VALOR-88       VALUE "V".
       88 SELECAO-LISTA-88       VALUE "L".
       77 WS-MINIMO            PIC 9(10)V99 VALUE ZEROS.
       77 WS-COD-FORN          PIC X(05) VALUE SPACES.
       77 WS-NOME-FORN         PIC X(20) VALUE SPACES.
       77 WS-ABERTO            PIC X VALUE "N".
       88 ABERTO-88              VALUE "S".
       77 WS-CIR-EXISTE        PIC X VALUE "N".
       88 CIR-EXISTE-88          VALUE "S".
       77 WS-QTD-TIT           PIC 9(04) VALUE ZEROS.
       77 WS-SALDO-TIT         PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-ADT           PIC 9(04) VALUE ZEROS.
       77 WS-SALDO-ADT         PIC 9(10)V99 VALUE ZEROS.
       77 WS-SALDO-GERAL       PIC 9(11)V99 VALUE ZEROS.
       77 WS-SALDO-LIQ         PIC S9(10)V99 VALUE ZEROS.
       77 WS-QTD-CARTAS        PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MANTIDAS      PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ANT           PIC 9(04) VALUE ZEROS.
       77 WS-TOT-CIRC          PIC 9(12)V99 VALUE ZEROS.
       77 WS-DATA-EXT          PIC X(10) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(22) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-FORN.
           02 f pic x(02) value spaces.
           02 F PIC X(19) VALUE "Ao Fornecedor.....:".
           02 NOME-CAB PIC X(20).
           02 F PIC X(09) VALUE "   Cod.: ".
           02 COD-CAB PIC X(05).

       01 LINHA-REF.
           02 f pic x(02) value spaces.
           02 F PIC X(31) VALUE "Ref.: confirmacao de saldo em ".
           02 DATA-REF PIC X(10).

       01 LINHA-TEXTO1.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Para atender a auditoria independente de".
           02 F PIC X(34) VALUE
              " nossas demonstracoes financeiras,".

       01 LINHA-TEXTO2.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "solicitamos conferir os titulos e adiant".
           02 F PIC X(35) VALUE
              "amentos abaixo, em aberto em nossos".

       01 LINHA-TEXTO3.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "registros na data-base, e devolver o can".
           02 F PIC X(34) VALUE
              "hoto preenchido e assinado.".

       01 LINHA-TIT-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "TITULOS A PAGAR                         ".

       01 LINHA-TIT-CAB.
           02 F PIC X(40) VALUE
              "  LANCTO  NOTA FISCAL VENCIMENTO  FAVORE".
           02 F PIC X(36) VALUE
              "CIDO                  VALOR R$".

       01 LINHA-TIT.
           02 f pic x(02) value spaces.
           02 NUM-TIT PIC X(06).
           02 f pic x(02) value spaces.
           02 NF-TIT PIC X(10).
           02 f pic x(02) value spaces.
           02 VCTO-TIT PIC X(10).
           02 f pic x(02) value spaces.
           02 DESCRI-TIT PIC X(20).
           02 f pic x(02) value spaces.
           02 VALOR-TIT PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ADI-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "ADIANTAMENTOS CONCEDIDOS (a abater)     ".

       01 LINHA-ADI-CAB.
           02 F PIC X(40) VALUE
              "  SEQ     DATA        LANCTO        VALO".
           02 F PIC X(36) VALUE
              "R R$                  SALDO R$".

       01 LINHA-ADI.
           02 f pic x(02) value spaces.
           02 SEQ-ADI PIC ZZZ9.
           02 f pic x(04) value spaces.
           02 DATA-ADI PIC X(10).
           02 f pic x(02) value spaces.
           02 LANC-ADI PIC X(06).
           02 f pic x(02) value spaces.
           02 VALOR-ADI PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(12) value spaces.
           02 SALDO-ADI PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NADA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Nenhum titulo em aberto na data-base.   ".

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TOTAL-TXT PIC X(40).
           02 f pic x(13) value spaces.
           02 TOTAL-VAL PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "(saldo negativo = adiantamento a abater ".
           02 F PIC X(34) VALUE
              "maior que os titulos em aberto)".

       01 LINHA-ASSINA.
           02 f pic x(40) value spaces.
           02 F PIC X(36) VALUE
              "____________________________________".

       01 LINHA-ASSINA2.
           02 f pic x(40) value spaces.
           02 F PIC X(36) VALUE
              "   Financeiro - E l d o r a d o".

       01 LINHA-CORTE.
           02 F PIC X(40) VALUE
              "- - - - - - - - - - - - - - - - recorte ".
           02 F PIC X(36) VALUE
              "e devolva - - - - - - - - - - - - -".

       01 LINHA-CANH1.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "Fornecedor: ".
           02 COD-CANH PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-CANH PIC X(20).
           02 F PIC X(14) VALUE "   Data-base: ".
           02 DATA-CANH PIC X(10).

       01 LINHA-CANH2.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "(   ) Confirmamos o saldo acima, de R$  ".
           02 LIQ-CANH PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-CANH3.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "(   ) Nosso saldo e' de R$ ____________ ".
           02 F PIC X(34) VALUE
              "; a diferenca segue detalhada".

       01 LINHA-CANH4.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "      em anexo (notas, pagtos, creditos)".

       01 LINHA-CANH5.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Data: ___/___/______    Assinatura/carim".
           02 F PIC X(34) VALUE
              "bo: ______________________________".

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".

       01 LINHA-BRANCO.
           02 f pic x(76) value spaces.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CIRCULARIZACAO FORNEC. " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Carta de confirmacao de saldo p/auditoria: titulos".
           02 LINE 07 COLUMN 04 VALUE
              "e adiantamentos (94) em aberto na data-base.".
           02 LINE 09 COLUMN 04 VALUE "Data-base (dd/mm/aaaa).=".
           02 LINE 09 COLUMN 31 VALUE "/  /".
           02 LINE 10 COLUMN 04 VALUE "Selecao <V>alor <L>ista=".
           02 LINE 11 COLUMN 04 VALUE "Saldo min.(tit+adiant.)=".
           02 LINE 12 COLUMN 04 VALUE "Fornecedor (Cad.37)....=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN INPUT ADIANTA.
           IF FS-ADI = "35"
               MOVE "N" TO WS-ADI-OK.
           OPEN I-O CIRCULA.
           IF FS-CIR = "30" OR FS-CIR = "35"
               CLOSE CIRCULA
               OPEN OUTPUT CIRCULA
               CLOSE CIRCULA
               OPEN I-O CIRCULA.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
      *----- auditoria costuma pedir o fechamento do ano anterior
           MOVE 31 TO DIA-BASE.
           MOVE 12 TO MES-BASE.
           COMPUTE ANO-BASE = ANO - 1.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-DATA-BASE.
           DISPLAY (22 14) "<DIA = 00 , Sai da Circularizacao       ".
           ACCEPT (09 29) DIA-BASE WITH UPDATE PROMPT AUTO-SKIP.
           IF DIA-BASE = ZEROS
               PERFORM P-FIM.
           ACCEPT (09 32) MES-BASE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (09 35) ANO-BASE WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-BASE > 31 OR MES-BASE < 1 OR MES-BASE > 12
              OR ANO-BASE < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-BASE-N > WS-DATA-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA-BASE INVALIDA OU FUTURA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATA-BASE.
           MOVE SPACES TO WS-DATA-EXT.
           STRING DIA-BASE "/" MES-BASE "/" ANO-BASE
               DELIMITED BY SIZE INTO WS-DATA-EXT.
       P05-SELECAO.
           DISPLAY (22 14) "<SELECAO EM BRANCO , Volta p/Data-base  ".
           MOVE SPACES TO WS-SELECAO.
           ACCEPT (10 29) WS-SELECAO WITH PROMPT AUTO-SKIP.
           IF WS-SELECAO = SPACES
               GO TO P01-TELA-1.
           IF WS-SELECAO = "v"
               MOVE "V" TO WS-SELECAO.
           IF WS-SELECAO = "l"
               MOVE "L" TO WS-SELECAO.
           IF NOT SELECAO-VALOR-88 AND NOT SELECAO-LISTA-88
               GO TO P05-SELECAO.
           MOVE ZEROS TO WS-QTD-CARTAS WS-QTD-MANTIDAS WS-TOT-CIRC.
           IF SELECAO-LISTA-88
               OPEN OUTPUT RELATO
               GO TO P09-LISTA.

      *-----------------------------------------*
      * Selecao por valor: todos os fornecedores*
      * c/titulos + adiantamentos em aberto na  *
      * data-base a partir do minimo informado. *
      *-----------------------------------------*
       P06-VALOR.
           ACCEPT (11 29) WS-MINIMO WITH UPDATE PROMPT.
           MOVE WS-MINIMO TO WS-MOSTRA-VALOR.
           DISPLAY (11 29) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Confirma a emissao das cartas ?  < S/N >".
           ACCEPT (21 46) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           OPEN OUTPUT RELATO.
           MOVE SPACES TO COD-FORN.
           START FORN KEY IS NOT LESS THAN COD-FORN
               INVALID KEY GO TO P08-FIM-EMISSAO.
       P07-LER-FORN.
           READ FORN NEXT RECORD
               AT END GO TO P08-FIM-EMISSAO.
           IF EMPR-FORN NOT = WS-EMPR-SES
               GO TO P07-LER-FORN.
           MOVE COD-FORN TO WS-COD-FORN.
           MOVE NOME-FORN TO WS-NOME-FORN.
           PERFORM P-EMITE THRU P-EMITE-EXIT.
           GO TO P07-LER-FORN.

       P08-FIM-EMISSAO.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-TOT-CIRC TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Cartas emitidas.........:" WS-QTD-CARTAS.
           DISPLAY (15 04) "Saldo circularizado  R$ :" WS-MOSTRA-VALOR.
           DISPLAY (16 04) "Ja respondidas (mantidas)" WS-QTD-MANTIDAS.
           DISPLAY (17 04) "Cartas na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Selecao por lista: um fornecedor por    *
      * vez, carta emitida mesmo c/saldo zero.  *
      *-----------------------------------------*
       P09-LISTA.
           DISPLAY (22 14) "<FORNECEDOR EM BRANCO , Encerra a Lista ".
           MOVE SPACES TO WS-COD-FORN.
           ACCEPT (12 29) WS-COD-FORN WITH PROMPT AUTO-SKIP.
           IF WS-COD-FORN = SPACES
               GO TO P08-FIM-EMISSAO.
           MOVE WS-COD-FORN TO COD-FORN.
           READ FORN
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P09-LISTA.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P09-LISTA.
           MOVE NOME-FORN TO WS-NOME-FORN.
           DISPLAY (12 36) NOME-FORN.
           MOVE WS-QTD-MANTIDAS TO WS-QTD-ANT.
           PERFORM P-EMITE THRU P-EMITE-EXIT.
           IF WS-QTD-MANTIDAS NOT = WS-QTD-ANT
               DISPLAY (21 04) "!! Ja respondida p/a data-base !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
           DISPLAY (14 04) "Cartas emitidas.........:" WS-QTD-CARTAS.
           GO TO P09-LISTA.

      *-----------------------------------------*
      * Carta do fornecedor WS-COD-FORN. Carta  *
      * ja respondida nao e' refeita; emitida e *
      * sem resposta e' reemitida c/saldo novo. *
      *-----------------------------------------*
       P-EMITE.
           MOVE WS-DATA-BASE-N TO CIR-DATA.
           MOVE WS-COD-FORN TO CIR-FORN.
           MOVE "S" TO WS-CIR-EXISTE.
           READ CIRCULA
               INVALID KEY
                   MOVE "N" TO WS-CIR-EXISTE.
           IF CIR-EXISTE-88 AND CIR-SIT NOT = "E"
               ADD 1 TO WS-QTD-MANTIDAS
               GO TO P-EMITE-EXIT.
           PERFORM P-APURA THRU P-APURA-EXIT.
           COMPUTE WS-SALDO-GERAL = WS-SALDO-TIT + WS-SALDO-ADT.
           IF SELECAO-VALOR-88
              AND (WS-QTD-TIT + WS-QTD-ADT = ZEROS
                   OR WS-SALDO-GERAL < WS-MINIMO)
               GO TO P-EMITE-EXIT.
           COMPUTE WS-SALDO-LIQ = WS-SALDO-TIT - WS-SALDO-ADT.
           PERFORM P-CARTA THRU P-CARTA-EXIT.
           MOVE WS-DATA-BASE-N TO CIR-DATA.
           MOVE WS-COD-FORN TO CIR-FORN.
           MOVE WS-QTD-TIT TO CIR-QTD-TIT.
           MOVE WS-SALDO-TIT TO CIR-SALDO-TIT.
           MOVE WS-QTD-ADT TO CIR-QTD-ADT.
           MOVE WS-SALDO-ADT TO CIR-SALDO-ADT.
           MOVE WS-DATA-N TO CIR-EMISSAO.
           MOVE WS-OPERADOR TO CIR-EMIT-POR.
           MOVE "E" TO CIR-SIT.
           MOVE ZEROS TO CIR-SALDO-FORN CIR-DIFERENCA CIR-RESPOSTA.
           MOVE SPACES TO CIR-EXPLICA CIR-RESP-POR.
           IF CIR-EXISTE-88
               REWRITE REG-CIRCULA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CIR
                       CLOSE BANCO FORN CIRCULA RELATO
                       STOP RUN
               END-REWRITE
           ELSE
               WRITE REG-CIRCULA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CIR
                       CLOSE BANCO FORN CIRCULA RELATO
                       STOP RUN.
           ADD 1 TO WS-QTD-CARTAS.
           ADD WS-SALDO-GERAL TO WS-TOT-CIRC.
       P-EMITE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Saldos em aberto na data-base, direto   *
      * pelas chaves FORN-CHE e ADI-CHAVE.      *
      *-----------------------------------------*
       P-APURA.
           MOVE ZEROS TO WS-QTD-TIT WS-SALDO-TIT.
           MOVE ZEROS TO WS-QTD-ADT WS-SALDO-ADT.
           MOVE WS-COD-FORN TO FORN-CHE.
           START BANCO KEY IS NOT LESS THAN FORN-CHE
               INVALID KEY GO TO P-APURA-ADI.
       P-APURA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-APURA-ADI.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-APURA-LER.
           IF FORN-CHE NOT = WS-COD-FORN
               GO TO P-APURA-ADI.
           PERFORM P-FILTRO-TIT THRU P-FILTRO-TIT-EXIT.
           IF ABERTO-88
               ADD 1 TO WS-QTD-TIT
               ADD VALOR-CHE TO WS-SALDO-TIT.
           GO TO P-APURA-LER.
       P-APURA-ADI.
           IF NOT ADI-OK-88
               GO TO P-APURA-EXIT.
           MOVE WS-COD-FORN TO ADI-FORN.
           MOVE ZEROS TO ADI-SEQ.
           START ADIANTA KEY IS NOT LESS THAN ADI-CHAVE
               INVALID KEY GO TO P-APURA-EXIT.
       P-APURA-ADI-LER.
           READ ADIANTA NEXT RECORD
               AT END GO TO P-APURA-EXIT.
           IF ADI-FORN NOT = WS-COD-FORN
               GO TO P-APURA-EXIT.
           PERFORM P-FILTRO-ADI.
           IF ABERTO-88
               ADD 1 TO WS-QTD-ADT
               ADD ADI-SALDO TO WS-SALDO-ADT.
           GO TO P-APURA-ADI-LER.
       P-APURA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Titulo em aberto na data-base: lancado  *
      * ate' ela e sem baixa ou baixado depois. *
      * Lancto antigo sem CRIADO-DATA entra.    *
      *-----------------------------------------*
       P-FILTRO-TIT.
           MOVE "N" TO WS-ABERTO.
           IF DESCRI-CHE = "NULO "
               GO TO P-FILTRO-TIT-EXIT.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-FILTRO-TIT-EXIT.
           IF CRIADO-DATA NOT = ZEROS
              AND CRIADO-DATA > WS-DATA-BASE-N
               GO TO P-FILTRO-TIT-EXIT.
           IF DATA-CONF = ZEROS
               MOVE "S" TO WS-ABERTO
               GO TO P-FILTRO-TIT-EXIT.
           MOVE "20" TO WS-DATA-PAG(1:2).
           MOVE DATA-CONF(5:2) TO WS-DATA-PAG(3:2).
           MOVE DATA-CONF(3:2) TO WS-DATA-PAG(5:2).
           MOVE DATA-CONF(1:2) TO WS-DATA-PAG(7:2).
           IF WS-DATA-PAG-N > WS-DATA-BASE-N
               MOVE "S" TO WS-ABERTO.
       P-FILTRO-TIT-EXIT.
           EXIT.

      *----- adiantamento concedido ate' a data-base e ainda
      *----- com saldo a abater (ADIANTA so' guarda o saldo atual)
       P-FILTRO-ADI.
           MOVE "N" TO WS-ABERTO.
           IF ADI-SIT = "A" AND ADI-SALDO > ZEROS
              AND ADI-DATA NOT > WS-DATA-BASE-N
               MOVE "S" TO WS-ABERTO.

      *-----------------------------------------*
      * Carta: titulos, adiantamentos, saldo    *
      * liquido e canhoto p/devolucao.          *
      *-----------------------------------------*
       P-CARTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-NOME-FORN TO NOME-CAB.
           MOVE WS-COD-FORN TO COD-CAB.
           WRITE REG-RELATO FROM LINHA-FORN.
           MOVE WS-DATA-EXT TO DATA-REF.
           WRITE REG-RELATO FROM LINHA-REF.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-TEXTO1.
           WRITE REG-RELATO FROM LINHA-TEXTO2.
           WRITE REG-RELATO FROM LINHA-TEXTO3.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-TIT-TITULO.
           WRITE REG-RELATO FROM LINHA-TIT-CAB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           IF WS-QTD-TIT = ZEROS
               WRITE REG-RELATO FROM LINHA-NADA
               GO TO P-CARTA-TOT-TIT.
           MOVE WS-COD-FORN TO FORN-CHE.
           START BANCO KEY IS NOT LESS THAN FORN-CHE
               INVALID KEY GO TO P-CARTA-TOT-TIT.
       P-CARTA-TIT-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-CARTA-TOT-TIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-CARTA-TIT-LER.
           IF FORN-CHE NOT = WS-COD-FORN
               GO TO P-CARTA-TOT-TIT.
           PERFORM P-FILTRO-TIT THRU P-FILTRO-TIT-EXIT.
           IF NOT ABERTO-88
               GO TO P-CARTA-TIT-LER.
           MOVE NUM-CHE TO NUM-TIT.
           MOVE NF-CHE TO NF-TIT.
           MOVE SPACES TO VCTO-TIT.
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO VCTO-TIT.
           MOVE DESCRI-CHE-GRP TO DESCRI-TIT.
           MOVE VALOR-CHE TO VALOR-TIT.
           WRITE REG-RELATO FROM LINHA-TIT.
           GO TO P-CARTA-TIT-LER.
       P-CARTA-TOT-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Total dos titulos em aberto" TO TOTAL-TXT.
           MOVE WS-SALDO-TIT TO TOTAL-VAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           IF WS-QTD-ADT = ZEROS
               GO TO P-CARTA-LIQUIDO.
           WRITE REG-RELATO FROM LINHA-ADI-TITULO.
           WRITE REG-RELATO FROM LINHA-ADI-CAB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-COD-FORN TO ADI-FORN.
           MOVE ZEROS TO ADI-SEQ.
           START ADIANTA KEY IS NOT LESS THAN ADI-CHAVE
               INVALID KEY GO TO P-CARTA-TOT-ADI.
       P-CARTA-ADI-LER.
           READ ADIANTA NEXT RECORD
               AT END GO TO P-CARTA-TOT-ADI.
           IF ADI-FORN NOT = WS-COD-FORN
               GO TO P-CARTA-TOT-ADI.
           PERFORM P-FILTRO-ADI.
           IF NOT ABERTO-88
               GO TO P-CARTA-ADI-LER.
           MOVE ADI-SEQ TO SEQ-ADI.
           MOVE ADI-DATA TO WS-DATA-ADI-N.
           MOVE SPACES TO DATA-ADI.
           STRING DIA-ADI "/" MES-ADI "/" ANO-ADI
               DELIMITED BY SIZE INTO DATA-ADI.
           MOVE ADI-LANC TO LANC-ADI.
           MOVE ADI-VALOR TO VALOR-ADI.
           MOVE ADI-SALDO TO SALDO-ADI.
           WRITE REG-RELATO FROM LINHA-ADI.
           GO TO P-CARTA-ADI-LER.
       P-CARTA-TOT-ADI.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Total dos adiantamentos a abater" TO TOTAL-TXT.
           MOVE WS-SALDO-ADT TO TOTAL-VAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-BRANCO.
       P-CARTA-LIQUIDO.
           MOVE "Saldo liquido a pagar na data-base  R$" TO TOTAL-TXT.
           MOVE WS-SALDO-LIQ TO TOTAL-VAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           IF WS-SALDO-LIQ < ZEROS
               WRITE REG-RELATO FROM LINHA-NOTA.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-ASSINA.
           WRITE REG-RELATO FROM LINHA-ASSINA2.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-CORTE.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           MOVE WS-COD-FORN TO COD-CANH.
           MOVE WS-NOME-FORN TO NOME-CANH.
           MOVE WS-DATA-EXT TO DATA-CANH.
           WRITE REG-RELATO FROM LINHA-CANH1.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           MOVE WS-SALDO-LIQ TO LIQ-CANH.
           WRITE REG-RELATO FROM LINHA-CANH2.
           WRITE REG-RELATO FROM LINHA-CANH3.
           WRITE REG-RELATO FROM LINHA-CANH4.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-CANH5.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-BRANCO.
       P-CARTA-EXIT.
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
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO FORN CIRCULA.
           IF ADI-OK-88
               CLOSE ADIANTA.
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
