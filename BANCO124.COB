       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO124.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DOCLAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CHAVE
                  ALTERNATE RECORD KEY IS DOC-LOCAL
                      WITH DUPLICATES
                  FILE STATUS IS FS.
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
                  FILE STATUS IS FS-BCO.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Documentos de suporte do lancamento:    *
      * arquivo digitalizado e/ou caixa/pasta   *
      * do arquivo fisico.  Tipo: N NF/fatura,  *
      * R recibo, A aprovacao, B boleto/guia,   *
      * C contrato/pedido, O outro.             *
      *-----------------------------------------*
       FD DOCLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DOCLAN.DAT".
       01 REG-DOCLAN.
           03 DOC-CHAVE.
               05 DOC-NUM      PIC X(06).
               05 DOC-SEQ      PIC 99.
           03 DOC-TIPO         PIC X(01).
           03 DOC-ARQUIVO      PIC X(30).
           03 DOC-LOCAL.
               05 DOC-CAIXA    PIC X(06).
               05 DOC-PASTA    PIC X(06).
           03 DOC-POR          PIC X(08).
           03 DOC-DATA         PIC 9(08).

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       77 FS                   PIC XX.
       77 FS-BCO               PIC XX.
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
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-X             PIC X(06) VALUE SPACES.
       77 WS-SEQ               PIC 99 VALUE ZEROS.
       77 WS-ULT-SEQ           PIC 99 VALUE ZEROS.
       77 WS-QTD-DOC           PIC 99 VALUE ZEROS.
       77 WS-DOC-TIPO          PIC X VALUE SPACES.
       88 DOC-TIPO-88            VALUE "N" "R" "A" "B" "C" "O".
      *----- caixa e pasta ficam p/o proximo documento
       77 WS-DOC-CAIXA         PIC X(06) VALUE SPACES.
       77 WS-DOC-PASTA         PIC X(06) VALUE SPACES.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC ZZ.ZZZ.ZZ9,99.
       77 WS-NOME-TIPO         PIC X(08) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ARQUIVO DE DOCUMENTOS " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Lancamento.............=".
           02 LINE 09 COLUMN 04 VALUE "Sequencia..............=".
           02 LINE 10 COLUMN 04 VALUE "Tipo documento.........=".
           02 LINE 10 COLUMN 33 VALUE
              "N NF  R Recibo  A Aprov.  B Boleto  C Contr.  O Outro".
           02 LINE 11 COLUMN 04 VALUE "Arquivo digitalizado...=".
           02 LINE 12 COLUMN 04 VALUE "Caixa / Pasta..........=".
           02 LINE 12 COLUMN 36 VALUE "/".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O DOCLAN.
           IF FS = "30" OR FS = "35"
               CLOSE DOCLAN
               OPEN OUTPUT DOCLAN
               CLOSE DOCLAN
               OPEN I-O DOCLAN.
           OPEN INPUT BANCO.
           IF FS-BCO = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               CLOSE DOCLAN
               STOP RUN.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-LANCTO.
           DISPLAY (22 14) "<LANCAMENTO = 000000 , Sai do Arquivo".
           MOVE ZEROS TO WS-NUM.
           ACCEPT (06 29) WS-NUM WITH PROMPT AUTO-SKIP.
           IF WS-NUM = ZEROS
               PERFORM P-FIM.
           MOVE WS-NUM TO WS-NUM-X.
           MOVE WS-NUM-X TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   DISPLAY (21 04) "!! < Lancamento Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-LANCTO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Lancamento de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-LANCTO.
           PERFORM P-MOSTRA-LANCTO.
       P05-SEQ.
           PERFORM P-LISTA THRU P-LISTA-FIM.
           PERFORM P-LIMPA-CAMPOS.
           DISPLAY (22 14) "<SEQ 00 = Volta , 99 = Novo Documento>  ".
           MOVE ZEROS TO WS-SEQ.
           ACCEPT (09 29) WS-SEQ WITH PROMPT AUTO-SKIP.
           IF WS-SEQ = ZEROS
               GO TO P01-TELA-1.
           IF WS-SEQ = 99
               GO TO P-NOVO.
           MOVE WS-NUM-X TO DOC-NUM.
           MOVE WS-SEQ TO DOC-SEQ.
           READ DOCLAN
               INVALID KEY
                   DISPLAY (21 04) "!! < Documento Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-SEQ.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-SEQ.

      *-----------------------------------------*
      * Novo documento: proxima sequencia do    *
      * lancamento (a ultima + 1).              *
      *-----------------------------------------*
       P-NOVO.
           PERFORM P-ULT-SEQ THRU P-ULT-SEQ-FIM.
           IF WS-ULT-SEQ = 98
               DISPLAY (21 04) "!! LANCTO SEM SEQUENCIA LIVRE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P05-SEQ.
           COMPUTE WS-SEQ = WS-ULT-SEQ + 1.
           DISPLAY (09 29) WS-SEQ.
           MOVE SPACES TO DOC-TIPO DOC-ARQUIVO.
           MOVE WS-DOC-CAIXA TO DOC-CAIXA.
           MOVE WS-DOC-PASTA TO DOC-PASTA.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-NUM-X TO DOC-NUM.
           MOVE WS-SEQ TO DOC-SEQ.
           MOVE WS-OPERADOR TO DOC-POR.
           MOVE WS-DATA-N TO DOC-DATA.
           WRITE REG-DOCLAN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE DOCLAN BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Documento Arquivado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-SEQ.

       P-ULT-SEQ.
           MOVE ZEROS TO WS-ULT-SEQ.
           MOVE WS-NUM-X TO DOC-NUM.
           MOVE ZEROS TO DOC-SEQ.
           START DOCLAN KEY IS NOT LESS THAN DOC-CHAVE
               INVALID KEY GO TO P-ULT-SEQ-FIM.
       P-ULT-SEQ-LER.
           READ DOCLAN NEXT RECORD
               AT END GO TO P-ULT-SEQ-FIM.
           IF DOC-NUM NOT = WS-NUM-X
               GO TO P-ULT-SEQ-FIM.
           MOVE DOC-SEQ TO WS-ULT-SEQ.
           GO TO P-ULT-SEQ-LER.
       P-ULT-SEQ-FIM.
           EXIT.

      *-----------------------------------------*
      * Lancamento: favorecido, valor, vcto,    *
      * NF, depto e se ja foi pago (conferido). *
      *-----------------------------------------*
       P-MOSTRA-LANCTO.
           DISPLAY (06 37) DESCRI-CHE-GRP.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (06 58) "R$" WS-MOSTRA-VALOR.
           DISPLAY (07 04) "Vcto:".
           DISPLAY (07 10) DIA-CHE.
           DISPLAY (07 12) "/".
           DISPLAY (07 13) MES-CHE.
           DISPLAY (07 15) "/".
           DISPLAY (07 16) ANO-CHE.
           DISPLAY (07 22) "NF:".
           DISPLAY (07 26) NF-CHE.
           DISPLAY (07 38) "Depto:".
           DISPLAY (07 45) OBS-CHE(1:2).
           DISPLAY (07 49) "Conta:".
           DISPLAY (07 56) CONTA-CHE.
           IF DATA-CONF = ZEROS
               DISPLAY (07 68) "EM ABERTO"
           ELSE
               DISPLAY (07 68) "PAGO".

       P-LIMPA-CAMPOS.
           DISPLAY (09 29) "  ".
           DISPLAY (10 29) " ".
           DISPLAY (11 29) "                              ".
           DISPLAY (12 29) "      ".
           DISPLAY (12 38) "      ".

       P-MOSTRA-ATUAL.
           DISPLAY (09 29) DOC-SEQ.
           DISPLAY (10 29) DOC-TIPO.
           DISPLAY (11 29) DOC-ARQUIVO.
           DISPLAY (12 29) DOC-CAIXA.
           DISPLAY (12 38) DOC-PASTA.

      *-----------------------------------------*
      * Tipo e onde esta: arquivo digitalizado  *
      * e/ou caixa/pasta (um dos dois, pelo     *
      * menos).                                 *
      *-----------------------------------------*
       P-DIGITA.
           MOVE DOC-TIPO TO WS-DOC-TIPO.
           ACCEPT (10 29) WS-DOC-TIPO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DOC-TIPO = "n" MOVE "N" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "r" MOVE "R" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "a" MOVE "A" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "b" MOVE "B" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "c" MOVE "C" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "o" MOVE "O" TO WS-DOC-TIPO.
           IF NOT DOC-TIPO-88
               GO TO P-DIGITA.
           MOVE WS-DOC-TIPO TO DOC-TIPO.
       P-DIGITA-LOCAL.
           ACCEPT (11 29) DOC-ARQUIVO WITH UPDATE PROMPT.
           ACCEPT (12 29) DOC-CAIXA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 38) DOC-PASTA WITH UPDATE PROMPT AUTO-SKIP.
           IF DOC-ARQUIVO = SPACES AND DOC-CAIXA = SPACES
               DISPLAY (21 04) "!! INFORME O ARQUIVO OU A CAIXA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-LOCAL.
           MOVE DOC-CAIXA TO WS-DOC-CAIXA.
           MOVE DOC-PASTA TO WS-DOC-PASTA.
       P-DIGITA-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "E" OR "e"
               GO TO P-EXCLUI.
           IF WS-CONF NOT = "A" AND WS-CONF NOT = "a"
               GO TO P-ALTERA-EXCLUI-FIM.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-OPERADOR TO DOC-POR.
           MOVE WS-DATA-N TO DOC-DATA.
           REWRITE REG-DOCLAN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE DOCLAN BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Documento Alterado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
       P-EXCLUI.
           DISPLAY (21 04) "Confirma a exclusao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ALTERA-EXCLUI-FIM.
           DELETE DOCLAN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE DOCLAN BANCO
                   STOP RUN.
           DISPLAY (21 04) "!! < Documento Excluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Documentos ja arquivados do lancamento. *
      *-----------------------------------------*
       P-LISTA.
           MOVE 14 TO LIN.
           PERFORM P-LISTA-LIMPA UNTIL LIN > 20.
           MOVE ZEROS TO WS-QTD-DOC.
           DISPLAY (14 04) "Sq Tipo     Arquivo".
           DISPLAY (14 47) "Caixa  Pasta  Por".
           MOVE 15 TO LIN.
           MOVE WS-NUM-X TO DOC-NUM.
           MOVE ZEROS TO DOC-SEQ.
           START DOCLAN KEY IS NOT LESS THAN DOC-CHAVE
               INVALID KEY GO TO P-LISTA-FIM.
       P-LISTA-LER.
           READ DOCLAN NEXT RECORD
               AT END GO TO P-LISTA-FIM.
           IF DOC-NUM NOT = WS-NUM-X
               GO TO P-LISTA-FIM.
           ADD 1 TO WS-QTD-DOC.
           IF LIN > 20
               GO TO P-LISTA-LER.
           PERFORM P-NOME-TIPO.
           DISPLAY (LIN , 04) DOC-SEQ.
           DISPLAY (LIN , 07) WS-NOME-TIPO.
           DISPLAY (LIN , 16) DOC-ARQUIVO.
           DISPLAY (LIN , 47) DOC-CAIXA.
           DISPLAY (LIN , 54) DOC-PASTA.
           DISPLAY (LIN , 61) DOC-POR.
           ADD 1 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-FIM.
           IF WS-QTD-DOC = ZEROS
               DISPLAY (15 04) "!! LANCAMENTO SEM DOCUMENTO ARQUIVADO".

       P-LISTA-LIMPA.
           DISPLAY (LIN , 04) WS-LIMPA.
           DISPLAY (LIN , 54) "                          ".
           ADD 1 TO LIN.

       P-NOME-TIPO.
           MOVE "Outro   " TO WS-NOME-TIPO.
           IF DOC-TIPO = "N"
               MOVE "NF/Fat. " TO WS-NOME-TIPO.
           IF DOC-TIPO = "R"
               MOVE "Recibo  " TO WS-NOME-TIPO.
           IF DOC-TIPO = "A"
               MOVE "Aprov.  " TO WS-NOME-TIPO.
           IF DOC-TIPO = "B"
               MOVE "Boleto  " TO WS-NOME-TIPO.
           IF DOC-TIPO = "C"
               MOVE "Contrato" TO WS-NOME-TIPO.

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

       P-FIM.
           CLOSE DOCLAN BANCO.
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
