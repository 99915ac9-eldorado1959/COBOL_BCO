       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN31.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CIRCULA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CIR-CHAVE
                  FILE STATUS IS FS.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT RELATO ASSIGN TO PRINTER.
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

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       01 WS-DATA-BASE.
           03 ANO-BASE         PIC 9(04).
           03 MES-BASE         PIC 99.
           03 DIA-BASE         PIC 99.
       01 WS-DATA-BASE-N REDEFINES WS-DATA-BASE PIC 9(08).

       77 FS                   PIC XX.
       77 FS-FORN              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-SO-PEND           PIC X VALUE "N".
       88 SO-PEND-88             VALUE "S".
       77 WS-SALDO-LIQ         PIC S9(10)V99 VALUE ZEROS.
       77 WS-QTD-EMI           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-CONC          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DIV           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PEND          PIC 9(04) VALUE ZEROS.
       77 WS-TOT-EMI           PIC S9(12)V99 VALUE ZEROS.
       77 WS-TOT-CONC          PIC S9(12)V99 VALUE ZEROS.
       77 WS-TOT-DIV           PIC S9(12)V99 VALUE ZEROS.
       77 WS-TOT-PEND          PIC S9(12)V99 VALUE ZEROS.
       77 WS-TOT-DIFER         PIC S9(12)V99 VALUE ZEROS.
       77 WS-PERC              PIC 9(03)V9 VALUE ZEROS.

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

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "CIRCULARIZACAO DE FORNECEDORES - CONCILI".
           02 F PIC X(17) VALUE "ACAO  Data-base: ".
           02 DIA-TIT PIC 99.
           02 f pic x value "/".
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-CAB2.
           02 F PIC X(40) VALUE
              " FORN  NOME                    NOSSO SAL".
           02 F PIC X(36) VALUE
              "DO  SALDO FORNEC.      DIFERENCA S".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 COD-DET PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 NOSSO-DET PIC -ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 FORN-DET PIC -ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 DIF-DET PIC -ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(01).

       01 LINHA-DET-PEND.
           02 f pic x(01) value spaces.
           02 COD-PEND PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-PEND PIC X(20).
           02 f pic x(01) value spaces.
           02 NOSSO-PEND PIC -ZZ.ZZZ.ZZ9,99.
           02 F PIC X(31) VALUE "   ** sem resposta **".
           02 SIT-PEND PIC X(01).

       01 LINHA-EXPLICA.
           02 f pic x(07) value spaces.
           02 F PIC X(08) VALUE "Motivo: ".
           02 EXPLICA-DET PIC X(60).

       01 LINHA-RESUMO.
           02 f pic x(02) value spaces.
           02 RESUMO-TXT PIC X(20).
           02 RESUMO-QTD PIC ZZZ9.
           02 F PIC X(14) VALUE "   Saldo R$ ".
           02 RESUMO-VAL PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-RESUMO-DIF.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "Diferenca liquida..:".
           02 f pic x(18) value spaces.
           02 DIFER-RES PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-PERC.
           02 f pic x(02) value spaces.
           02 F PIC X(20) VALUE "% de respostas.....:".
           02 PERC-RES PIC ZZ9,9.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "S: C concorda  D diverge  E emitida s/re".
           02 F PIC X(34) VALUE
              "sposta. Saldo (-) = a receber.".

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
           02 LINE 04 COLUMN 02 VALUE " CONCIL. CIRCULARIZ. " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Cartas da data-base (125) x respostas (126), c/as".
           02 LINE 07 COLUMN 04 VALUE
              "diferencas encontradas e sua explicacao.".
           02 LINE 09 COLUMN 04 VALUE "Data-base (dd/mm/aaaa).=".
           02 LINE 09 COLUMN 31 VALUE "/  /".
           02 LINE 10 COLUMN 04 VALUE "So' diverg./pend. (S/N)=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT CIRCULA.
           IF FS = "35"
               DISPLAY (10 10) "!! NENHUMA CARTA EMITIDA (125) !!"
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE CIRCULA
               STOP RUN.
           PERFORM P-DATA.
           MOVE 31 TO DIA-BASE.
           MOVE 12 TO MES-BASE.
           COMPUTE ANO-BASE = ANO - 1.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-DATA-BASE.
           DISPLAY (22 14) "<DIA = 00 , Sai do Relatorio".
           ACCEPT (09 29) DIA-BASE WITH UPDATE PROMPT AUTO-SKIP.
           IF DIA-BASE = ZEROS
               PERFORM P-FIM.
           ACCEPT (09 32) MES-BASE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (09 35) ANO-BASE WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-BASE > 31 OR MES-BASE < 1 OR MES-BASE > 12
              OR ANO-BASE < 2000
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA-BASE INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATA-BASE.
           ACCEPT (10 29) WS-SO-PEND WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SO-PEND = "s"
               MOVE "S" TO WS-SO-PEND.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           MOVE ZEROS TO WS-QTD-EMI WS-QTD-CONC WS-QTD-DIV WS-QTD-PEND.
           MOVE ZEROS TO WS-TOT-EMI WS-TOT-CONC WS-TOT-DIV WS-TOT-PEND
                         WS-TOT-DIFER.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE DIA-BASE TO DIA-TIT.
           MOVE MES-BASE TO MES-TIT.
           MOVE ANO-BASE TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-DATA-BASE-N TO CIR-DATA.
           MOVE SPACES TO CIR-FORN.
           START CIRCULA KEY IS NOT LESS THAN CIR-CHAVE
               INVALID KEY GO TO P07-TOTAIS.
       P06-LER.
           READ CIRCULA NEXT RECORD
               AT END GO TO P07-TOTAIS.
           IF CIR-DATA NOT = WS-DATA-BASE-N
               GO TO P07-TOTAIS.
           COMPUTE WS-SALDO-LIQ = CIR-SALDO-TIT - CIR-SALDO-ADT.
           ADD 1 TO WS-QTD-EMI.
           ADD WS-SALDO-LIQ TO WS-TOT-EMI.
           IF CIR-SIT = "C"
               ADD 1 TO WS-QTD-CONC
               ADD WS-SALDO-LIQ TO WS-TOT-CONC.
           IF CIR-SIT = "D"
               ADD 1 TO WS-QTD-DIV
               ADD WS-SALDO-LIQ TO WS-TOT-DIV
               ADD CIR-DIFERENCA TO WS-TOT-DIFER.
           IF CIR-SIT = "E"
               ADD 1 TO WS-QTD-PEND
               ADD WS-SALDO-LIQ TO WS-TOT-PEND.
           IF SO-PEND-88 AND CIR-SIT = "C"
               GO TO P06-LER.
           MOVE CIR-FORN TO COD-FORN.
           READ FORN
               INVALID KEY
                   MOVE "(excluido do Cad.37)" TO NOME-FORN.
           IF CIR-SIT = "E"
               MOVE CIR-FORN TO COD-PEND
               MOVE NOME-FORN TO NOME-PEND
               MOVE WS-SALDO-LIQ TO NOSSO-PEND
               MOVE CIR-SIT TO SIT-PEND
               WRITE REG-RELATO FROM LINHA-DET-PEND
               GO TO P06-LER.
           MOVE CIR-FORN TO COD-DET.
           MOVE NOME-FORN TO NOME-DET.
           MOVE WS-SALDO-LIQ TO NOSSO-DET.
           MOVE CIR-SALDO-FORN TO FORN-DET.
           MOVE CIR-DIFERENCA TO DIF-DET.
           MOVE CIR-SIT TO SIT-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           IF CIR-SIT = "D"
               MOVE CIR-EXPLICA TO EXPLICA-DET
               WRITE REG-RELATO FROM LINHA-EXPLICA.
           GO TO P06-LER.

      *-----------------------------------------*
      * Resumo: quantidade e saldo por situacao,*
      * diferenca liquida e % de respostas.     *
      *-----------------------------------------*
       P07-TOTAIS.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Cartas emitidas....:" TO RESUMO-TXT.
           MOVE WS-QTD-EMI TO RESUMO-QTD.
           MOVE WS-TOT-EMI TO RESUMO-VAL.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE "Concordantes.......:" TO RESUMO-TXT.
           MOVE WS-QTD-CONC TO RESUMO-QTD.
           MOVE WS-TOT-CONC TO RESUMO-VAL.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE "Divergentes........:" TO RESUMO-TXT.
           MOVE WS-QTD-DIV TO RESUMO-QTD.
           MOVE WS-TOT-DIV TO RESUMO-VAL.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE "Sem resposta.......:" TO RESUMO-TXT.
           MOVE WS-QTD-PEND TO RESUMO-QTD.
           MOVE WS-TOT-PEND TO RESUMO-VAL.
           WRITE REG-RELATO FROM LINHA-RESUMO.
           MOVE WS-TOT-DIFER TO DIFER-RES.
           WRITE REG-RELATO FROM LINHA-RESUMO-DIF.
           MOVE ZEROS TO WS-PERC.
           IF WS-QTD-EMI > ZEROS
               COMPUTE WS-PERC ROUNDED =
                   (WS-QTD-CONC + WS-QTD-DIV) * 100 / WS-QTD-EMI.
           MOVE WS-PERC TO PERC-RES.
           WRITE REG-RELATO FROM LINHA-PERC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-NOTA.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (13 04) "Cartas emitidas.........:" WS-QTD-EMI.
           DISPLAY (14 04) "Divergentes.............:" WS-QTD-DIV.
           DISPLAY (15 04) "Sem resposta............:" WS-QTD-PEND.
           DISPLAY (16 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE CIRCULA FORN.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".

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
