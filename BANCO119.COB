       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO119.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERTFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-CHAVE
                  FILE STATUS IS FS.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
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
      * Certidoes do fornecedor: C CND federal, *
      * F FGTS, T trabalhista, E estadual, M    *
      * municipal.  Vencida na data do pagto    *
      * barra o bordero (64) e a remessa (53).  *
      *-----------------------------------------*
       FD CERTFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CERTFORN.DAT".
       01 REG-CERT.
           03 CER-CHAVE.
               05 CER-FORN     PIC X(05).
               05 CER-TIPO     PIC X(01).
           03 CER-NUMERO       PIC X(20).
           03 CER-EMISSAO      PIC 9(08).
           03 CER-VALIDADE.
               05 CER-VAL-ANO  PIC 9(04).
               05 CER-VAL-MES  PIC 99.
               05 CER-VAL-DIA  PIC 99.

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
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

      *----- datas digitadas dd/mm/aaaa, gravadas aaaammdd
       01 WS-DATA-EMI.
           03 ANO-EMI          PIC 9(04).
           03 MES-EMI          PIC 99.
           03 DIA-EMI          PIC 99.
       01 WS-DATA-EMI-N REDEFINES WS-DATA-EMI PIC 9(08).
       01 WS-DATA-VAL.
           03 ANO-VAL          PIC 9(04).
           03 MES-VAL          PIC 99.
           03 DIA-VAL          PIC 99.
       01 WS-DATA-VAL-N REDEFINES WS-DATA-VAL PIC 9(08).

       77 FS                   PIC XX.
       77 FS-FORN              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-FORN              PIC X(05) VALUE SPACES.
       77 WS-TIPO              PIC X VALUE SPACES.
       88 TIPO-88                VALUE "C" "F" "T" "E" "M".
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-SITUACAO          PIC X(08) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CERTIDOES DE FORNECEDOR "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "<C>ND federal <F>GTS <T>rabalhista <E>stadual <M>unic.".
           02 LINE 08 COLUMN 04 VALUE "Fornecedor (Cad.37)....=".
           02 LINE 09 COLUMN 04 VALUE "Tipo (C/F/T/E/M).......=".
           02 LINE 10 COLUMN 04 VALUE "Numero.................=".
           02 LINE 11 COLUMN 04 VALUE "Emissao  (dd/mm/aaaa)..=".
           02 LINE 11 COLUMN 31 VALUE "/  /".
           02 LINE 12 COLUMN 04 VALUE "Validade (dd/mm/aaaa)..=".
           02 LINE 12 COLUMN 31 VALUE "/  /".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O CERTFORN.
           IF FS = "30" OR FS = "35"
               CLOSE CERTFORN
               OPEN OUTPUT CERTFORN
               CLOSE CERTFORN
               OPEN I-O CERTFORN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE CERTFORN
               STOP RUN.
           PERFORM P-DATA.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-FORN.
           DISPLAY (22 14) "<FORNECEDOR EM BRANCO , Sai do Cadastro".
           MOVE SPACES TO WS-FORN.
           ACCEPT (08 29) WS-FORN WITH PROMPT AUTO-SKIP.
           IF WS-FORN = SPACES
               PERFORM P-FIM.
           MOVE WS-FORN TO COD-FORN.
           READ FORN
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-FORN.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-FORN.
           DISPLAY (08 35) NOME-FORN.
       P05-TIPO.
           PERFORM P-LISTA THRU P-LISTA-FIM.
           PERFORM P-LIMPA-CAMPOS.
           MOVE SPACES TO WS-TIPO.
           ACCEPT (09 29) WS-TIPO WITH PROMPT AUTO-SKIP.
           IF WS-TIPO = SPACES
               GO TO P01-TELA-1.
           IF WS-TIPO = "c"
               MOVE "C" TO WS-TIPO.
           IF WS-TIPO = "f"
               MOVE "F" TO WS-TIPO.
           IF WS-TIPO = "t"
               MOVE "T" TO WS-TIPO.
           IF WS-TIPO = "e"
               MOVE "E" TO WS-TIPO.
           IF WS-TIPO = "m"
               MOVE "M" TO WS-TIPO.
           IF NOT TIPO-88
               GO TO P05-TIPO.
           MOVE WS-FORN TO CER-FORN.
           MOVE WS-TIPO TO CER-TIPO.
           READ CERTFORN
               INVALID KEY
                   GO TO P-NOVO.
           PERFORM P-MOSTRA-ATUAL.
           PERFORM P-ALTERA-EXCLUI THRU P-ALTERA-EXCLUI-FIM.
           GO TO P05-TIPO.

       P-NOVO.
           DISPLAY (21 04) "!! < Certidao Nao Cadastrada > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-TIPO.
           MOVE SPACES TO CER-NUMERO.
           MOVE ZEROS TO CER-EMISSAO CER-VALIDADE WS-DATA-EMI
                         WS-DATA-VAL.
           PERFORM P-DIGITA THRU P-DIGITA-FIM.
           MOVE WS-FORN TO CER-FORN.
           MOVE WS-TIPO TO CER-TIPO.
           WRITE REG-CERT
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CERTFORN FORN
                   STOP RUN.
           DISPLAY (21 04) "!! < Certidao Incluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P05-TIPO.

       P-LIMPA-CAMPOS.
           DISPLAY (10 29) "                    ".
           DISPLAY (11 29) "  ".
           DISPLAY (11 32) "  ".
           DISPLAY (11 35) "    ".
           DISPLAY (12 29) "  ".
           DISPLAY (12 32) "  ".
           DISPLAY (12 35) "    ".

       P-MOSTRA-ATUAL.
           MOVE CER-EMISSAO TO WS-DATA-EMI-N.
           MOVE CER-VALIDADE TO WS-DATA-VAL.
           DISPLAY (10 29) CER-NUMERO.
           DISPLAY (11 29) DIA-EMI.
           DISPLAY (11 32) MES-EMI.
           DISPLAY (11 35) ANO-EMI.
           DISPLAY (12 29) DIA-VAL.
           DISPLAY (12 32) MES-VAL.
           DISPLAY (12 35) ANO-VAL.

      *-----------------------------------------*
      * Numero, emissao e validade (inclusao e  *
      * alteracao).  Renovada a certidao, basta *
      * alterar: fica so' a mais recente.       *
      *-----------------------------------------*
       P-DIGITA.
           ACCEPT (10 29) CER-NUMERO WITH UPDATE PROMPT.
           IF CER-NUMERO = SPACES
               GO TO P-DIGITA.
       P-DIGITA-EMI.
           ACCEPT (11 29) DIA-EMI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (11 32) MES-EMI WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (11 35) ANO-EMI WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-EMI < 1 OR DIA-EMI > 31 OR MES-EMI < 1
              OR MES-EMI > 12 OR ANO-EMI < 2000
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DE EMISSAO INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-EMI.
       P-DIGITA-VAL.
           ACCEPT (12 29) DIA-VAL WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 32) MES-VAL WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (12 35) ANO-VAL WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-VAL < 1 OR DIA-VAL > 31 OR MES-VAL < 1
              OR MES-VAL > 12 OR ANO-VAL < 2000
               MOVE "N" TO WS-DATA-OK.
           IF WS-DATA-VAL-N < WS-DATA-EMI-N
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA DE VALIDADE INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DIGITA-VAL.
           MOVE WS-DATA-EMI-N TO CER-EMISSAO.
           MOVE WS-DATA-VAL TO CER-VALIDADE.
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
           REWRITE REG-CERT
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CERTFORN FORN
                   STOP RUN.
           DISPLAY (21 04) "!! < Certidao Alterada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-ALTERA-EXCLUI-FIM.
       P-EXCLUI.
           DELETE CERTFORN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                   CLOSE CERTFORN FORN
                   STOP RUN.
           DISPLAY (21 04) "!! < Certidao Excluida > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-ALTERA-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Certidoes ja cadastradas do fornecedor, *
      * com a situacao na data de hoje.         *
      *-----------------------------------------*
       P-LISTA.
           MOVE 14 TO LIN.
           PERFORM P-LISTA-LIMPA UNTIL LIN > 20.
           DISPLAY (14 04) "Tipo Numero               Validade".
           MOVE 15 TO LIN.
           MOVE WS-FORN TO CER-FORN.
           MOVE SPACES TO CER-TIPO.
           START CERTFORN KEY IS NOT LESS THAN CER-CHAVE
               INVALID KEY GO TO P-LISTA-FIM.
       P-LISTA-LER.
           READ CERTFORN NEXT RECORD
               AT END GO TO P-LISTA-FIM.
           IF CER-FORN NOT = WS-FORN OR LIN > 20
               GO TO P-LISTA-FIM.
           MOVE CER-VALIDADE TO WS-DATA-VAL.
           MOVE "em dia" TO WS-SITUACAO.
           IF WS-DATA-VAL < WS-DATA
               MOVE "VENCIDA" TO WS-SITUACAO.
           DISPLAY (LIN , 05) CER-TIPO.
           DISPLAY (LIN , 09) CER-NUMERO.
           DISPLAY (LIN , 31) DIA-VAL.
           DISPLAY (LIN , 33) "/".
           DISPLAY (LIN , 34) MES-VAL.
           DISPLAY (LIN , 36) "/".
           DISPLAY (LIN , 37) ANO-VAL.
           DISPLAY (LIN , 43) WS-SITUACAO.
           ADD 1 TO LIN.
           GO TO P-LISTA-LER.
       P-LISTA-FIM.
           EXIT.

       P-LISTA-LIMPA.
           DISPLAY (LIN , 04) WS-LIMPA.
           ADD 1 TO LIN.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE CERTFORN FORN.
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
