       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO126.
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
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
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

      *----- data-base digitada dd/mm/aaaa, gravada aaaammdd
       01 WS-DATA-BASE.
           03 ANO-BASE         PIC 9(04).
           03 MES-BASE         PIC 99.
           03 DIA-BASE         PIC 99.
       01 WS-DATA-BASE-N REDEFINES WS-DATA-BASE PIC 9(08).

       01 WS-DATA-EMI.
           03 ANO-EMI          PIC 9(04).
           03 MES-EMI          PIC 99.
           03 DIA-EMI          PIC 99.
       01 WS-DATA-EMI-N REDEFINES WS-DATA-EMI PIC 9(08).

       77 FS                   PIC XX.
       77 FS-FORN              PIC XX.
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
       77 WS-DATA-OK           PIC X VALUE "N".
       88 DATA-OK-88             VALUE "S".
       77 WS-COD-FORN          PIC X(05) VALUE SPACES.
       77 WS-SALDO-LIQ         PIC S9(10)V99 VALUE ZEROS.
       77 WS-VALOR-FORN        PIC 9(10)V99 VALUE ZEROS.
       77 WS-NATUREZA          PIC X VALUE "P".
       88 NATUREZA-88            VALUE "P" "R".
       77 WS-MOSTRA-VALOR      PIC -Z.ZZZ.ZZZ.ZZ9,99.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RESPOSTA CIRCULARIZ. " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Resposta do fornecedor a carta de confirmacao (125).".
           02 LINE 08 COLUMN 04 VALUE "Data-base (dd/mm/aaaa).=".
           02 LINE 08 COLUMN 31 VALUE "/  /".
           02 LINE 09 COLUMN 04 VALUE "Fornecedor (Cad.37)....=".
           02 LINE 11 COLUMN 04 VALUE "Titulos em aberto.. R$ =".
           02 LINE 12 COLUMN 04 VALUE "Adiantamentos...... R$ =".
           02 LINE 13 COLUMN 04 VALUE "Nosso saldo liquido R$ =".
           02 LINE 14 COLUMN 04 VALUE "Situacao...............=".
           02 LINE 16 COLUMN 04 VALUE "Saldo do fornec.... R$ =".
           02 LINE 17 COLUMN 04 VALUE "Diferenca.......... R$ =".
           02 LINE 18 COLUMN 04 VALUE "Explicacao da diferenca:".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O CIRCULA.
           IF FS = "30" OR FS = "35"
               DISPLAY (10 10) "!! NENHUMA CARTA EMITIDA (125) !!"
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE CIRCULA
               STOP RUN.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           MOVE 31 TO DIA-BASE.
           MOVE 12 TO MES-BASE.
           COMPUTE ANO-BASE = ANO - 1.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-DATA-BASE.
           DISPLAY (22 14) "<DIA = 00 , Sai das Respostas           ".
           ACCEPT (08 29) DIA-BASE WITH UPDATE PROMPT AUTO-SKIP.
           IF DIA-BASE = ZEROS
               PERFORM P-FIM.
           ACCEPT (08 32) MES-BASE WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (08 35) ANO-BASE WITH UPDATE PROMPT AUTO-SKIP.
           MOVE "S" TO WS-DATA-OK.
           IF DIA-BASE > 31 OR MES-BASE < 1 OR MES-BASE > 12
              OR ANO-BASE < 2000
               MOVE "N" TO WS-DATA-OK.
           IF NOT DATA-OK-88
               DISPLAY (21 04) "!! DATA-BASE INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATA-BASE.
       P05-FORN.
           PERFORM P-LIMPA-CAMPOS.
           DISPLAY (22 14) "<FORNECEDOR EM BRANCO , Volta p/Data    ".
           MOVE SPACES TO WS-COD-FORN.
           ACCEPT (09 29) WS-COD-FORN WITH PROMPT AUTO-SKIP.
           IF WS-COD-FORN = SPACES
               GO TO P01-TELA-1.
           MOVE WS-DATA-BASE-N TO CIR-DATA.
           MOVE WS-COD-FORN TO CIR-FORN.
           READ CIRCULA
               INVALID KEY
                   DISPLAY (21 04) "!! Sem carta nesta data-base !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-FORN.
           MOVE WS-COD-FORN TO COD-FORN.
           READ FORN
               INVALID KEY
                   MOVE "(excluido do Cad.37)" TO NOME-FORN.
           DISPLAY (09 36) NOME-FORN.
           PERFORM P-MOSTRA-ATUAL THRU P-MOSTRA-ATUAL-FIM.
           PERFORM P-RESPOSTA THRU P-RESPOSTA-FIM.
           GO TO P05-FORN.

       P-LIMPA-CAMPOS.
           DISPLAY (09 29) "     ".
           DISPLAY (09 36) "                    ".
           DISPLAY (11 29) "                 ".
           DISPLAY (12 29) "                 ".
           DISPLAY (13 29) "                 ".
           DISPLAY (14 29) WS-LIMPA.
           DISPLAY (16 29) WS-LIMPA.
           DISPLAY (17 29) "                 ".
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (19 54) "          ".

       P-MOSTRA-ATUAL.
           COMPUTE WS-SALDO-LIQ = CIR-SALDO-TIT - CIR-SALDO-ADT.
           MOVE CIR-SALDO-TIT TO WS-MOSTRA-VALOR.
           DISPLAY (11 29) WS-MOSTRA-VALOR.
           DISPLAY (11 48) CIR-QTD-TIT " titulo(s)".
           MOVE CIR-SALDO-ADT TO WS-MOSTRA-VALOR.
           DISPLAY (12 29) WS-MOSTRA-VALOR.
           DISPLAY (12 48) CIR-QTD-ADT " adiantamento(s)".
           MOVE WS-SALDO-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (13 29) WS-MOSTRA-VALOR.
           MOVE CIR-EMISSAO TO WS-DATA-EMI-N.
           DISPLAY (14 29) CIR-SIT.
           IF CIR-SIT = "E"
               DISPLAY (14 31) "emitida em " DIA-EMI "/" MES-EMI "/"
                       ANO-EMI " por " CIR-EMIT-POR
               GO TO P-MOSTRA-ATUAL-FIM.
           MOVE CIR-RESPOSTA TO WS-DATA-EMI-N.
           IF CIR-SIT = "C"
               DISPLAY (14 31) "concorda  em " DIA-EMI "/" MES-EMI "/"
                       ANO-EMI " por " CIR-RESP-POR
           ELSE
               DISPLAY (14 31) "diverge   em " DIA-EMI "/" MES-EMI "/"
                       ANO-EMI " por " CIR-RESP-POR.
           MOVE CIR-SALDO-FORN TO WS-MOSTRA-VALOR.
           DISPLAY (16 29) WS-MOSTRA-VALOR.
           MOVE CIR-DIFERENCA TO WS-MOSTRA-VALOR.
           DISPLAY (17 29) WS-MOSTRA-VALOR.
           DISPLAY (19 04) CIR-EXPLICA.
       P-MOSTRA-ATUAL-FIM.
           EXIT.

      *-----------------------------------------*
      * C concorda: saldo do fornecedor = o     *
      * nosso. D diverge: saldo informado e     *
      * explicacao obrigatoria. P volta a carta *
      * p/pendente (resposta lancada errada).   *
      *-----------------------------------------*
       P-RESPOSTA.
           DISPLAY (21 04) "<C>oncorda <D>iverge <P>endente <ENTER>".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "P" OR WS-CONF = "p"
               GO TO P-RESPOSTA-PENDENTE.
           IF WS-CONF = "D" OR WS-CONF = "d"
               GO TO P-RESPOSTA-DIVERGE.
           IF WS-CONF NOT = "C" AND WS-CONF NOT = "c"
               GO TO P-RESPOSTA-FIM.
           MOVE "C" TO CIR-SIT.
           MOVE WS-SALDO-LIQ TO CIR-SALDO-FORN.
           MOVE ZEROS TO CIR-DIFERENCA.
           MOVE SPACES TO CIR-EXPLICA.
           GO TO P-RESPOSTA-GRAVA.
       P-RESPOSTA-DIVERGE.
           MOVE ZEROS TO WS-VALOR-FORN.
           IF CIR-SIT = "D" AND CIR-SALDO-FORN < ZEROS
               COMPUTE WS-VALOR-FORN = ZEROS - CIR-SALDO-FORN
               MOVE "R" TO WS-NATUREZA
           ELSE
               IF CIR-SIT = "D"
                   MOVE CIR-SALDO-FORN TO WS-VALOR-FORN
                   MOVE "P" TO WS-NATUREZA
               ELSE
                   MOVE "P" TO WS-NATUREZA.
           DISPLAY (16 29) "                 ".
           ACCEPT (16 29) WS-VALOR-FORN WITH UPDATE PROMPT.
           DISPLAY (16 48) "<P>agar <R>eceber:".
       P-RESPOSTA-NATUREZA.
           ACCEPT (16 67) WS-NATUREZA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-NATUREZA = "p"
               MOVE "P" TO WS-NATUREZA.
           IF WS-NATUREZA = "r"
               MOVE "R" TO WS-NATUREZA.
           IF NOT NATUREZA-88
               GO TO P-RESPOSTA-NATUREZA.
           IF WS-NATUREZA = "R"
               COMPUTE CIR-SALDO-FORN = ZEROS - WS-VALOR-FORN
           ELSE
               MOVE WS-VALOR-FORN TO CIR-SALDO-FORN.
           COMPUTE CIR-DIFERENCA = CIR-SALDO-FORN - WS-SALDO-LIQ.
           MOVE CIR-SALDO-FORN TO WS-MOSTRA-VALOR.
           DISPLAY (16 29) WS-MOSTRA-VALOR.
           MOVE CIR-DIFERENCA TO WS-MOSTRA-VALOR.
           DISPLAY (17 29) WS-MOSTRA-VALOR.
      *----- saldo informado igual ao nosso e' concordancia
           IF CIR-DIFERENCA = ZEROS
               MOVE "C" TO CIR-SIT
               MOVE SPACES TO CIR-EXPLICA
               GO TO P-RESPOSTA-GRAVA.
           MOVE "D" TO CIR-SIT.
       P-RESPOSTA-EXPLICA.
           ACCEPT (19 04) CIR-EXPLICA WITH UPDATE PROMPT.
           IF CIR-EXPLICA = SPACES
               DISPLAY (21 04) "!! INFORME A EXPLICACAO DA DIFERENCA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-RESPOSTA-EXPLICA.
       P-RESPOSTA-GRAVA.
           MOVE WS-DATA-N TO CIR-RESPOSTA.
           MOVE WS-OPERADOR TO CIR-RESP-POR.
           REWRITE REG-CIRCULA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CIRCULA FORN
                   STOP RUN.
           DISPLAY (21 04) "!! < Resposta Registrada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-RESPOSTA-FIM.
       P-RESPOSTA-PENDENTE.
           MOVE "E" TO CIR-SIT.
           MOVE ZEROS TO CIR-SALDO-FORN CIR-DIFERENCA CIR-RESPOSTA.
           MOVE SPACES TO CIR-EXPLICA CIR-RESP-POR.
           REWRITE REG-CIRCULA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE CIRCULA FORN
                   STOP RUN.
           DISPLAY (21 04) "!! < Carta Volta a Pendente > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-RESPOSTA-FIM.
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

       P-FIM.
           CLOSE CIRCULA FORN.
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
