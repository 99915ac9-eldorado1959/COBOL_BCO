       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN35.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIAGEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS VGM-NUM
                  FILE STATUS IS FS-VGM.
           SELECT FUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CPF
                  FILE STATUS IS FS-FUN.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Adiantamentos de viagem (130).          *
      *-----------------------------------------*
       FD VIAGEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VIAGEM.DAT".
       01 REG-VIAGEM.
           03 VGM-NUM          PIC 9(06).
           03 VGM-CPF          PIC 9(11).
           03 VGM-DEPTO        PIC 99.
           03 VGM-DESTINO      PIC X(30).
           03 VGM-DATA         PIC 9(08).
           03 VGM-VALOR        PIC 9(08)V99.
           03 VGM-CONTA        PIC X(10).
           03 VGM-LANC         PIC X(06).
           03 VGM-PRAZO        PIC 9(08).
           03 VGM-GASTO        PIC 9(08)V99.
           03 VGM-SIT          PIC X(01).
           03 VGM-ACERTO       PIC X(01).
           03 VGM-VALOR-AC     PIC 9(08)V99.
           03 VGM-LANC-AC      PIC X(06).
           03 VGM-DATA-AC      PIC 9(08).
           03 VGM-POR          PIC X(08).

       FD FUNC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FUNC.DAT".
       01 REG-FUNC.
           03 FUN-CPF          PIC 9(11).
           03 FUN-NOME         PIC X(30).
           03 FUN-DEPTO        PIC 99.
           03 FUN-BANCO        PIC 9(03).
           03 FUN-AGENCIA      PIC 9(04).
           03 FUN-DV-AGEN      PIC X(01).
           03 FUN-CONTA        PIC 9(10).
           03 FUN-DV-CONTA     PIC X(01).
           03 FUN-SIT          PIC X(01).
           03 FUN-POR          PIC X(08).
           03 FUN-ALT          PIC 9(08).

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

       FD LOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOLOG.DAT".
       01 REG-LOG.
           03 LOG-DATA         PIC 9(08).
           03 LOG-HORA         PIC 9(06).
           03 LOG-OPERADOR     PIC X(08).
           03 LOG-ACAO         PIC X(01).
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       77 FS-VGM               PIC XX.
       77 FS-FUN               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-LINHA             PIC 99 VALUE ZEROS.
       77 WS-PAGINA            PIC 9(03) VALUE ZEROS.
       77 WS-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-GASTO         PIC 9(10)V99 VALUE ZEROS.

      *----- dias corridos pelo dia juliano
       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-ATRASO            PIC S9(06) VALUE ZEROS.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
      *----- LGPD: CPF de pessoa fisica so sai inteiro p/nivel
      *----- WS-LGPD-NIVEL ou acima; abaixo sai ***.456.789-**
       77 WS-LGPD-NIVEL        PIC 9 VALUE 3.
       01 WS-LGPD-INSCR        PIC 9(14) VALUE ZEROS.
       01 WS-LGPD-INSCR-X REDEFINES WS-LGPD-INSCR PIC X(14).
       77 WS-LGPD-MASC         PIC X(14) VALUE SPACES.
       77 WS-LGPD-SIT          PIC X VALUE "N".
       88 LGPD-ABERTO-88         VALUE "S".
       88 LGPD-MASCARA-88        VALUE "M".
       77 WS-LGPD-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-LGPD-ACAO         PIC X VALUE SPACES.
       77 WS-LGPD-CHAVE        PIC X(06) VALUE SPACES.
       77 WS-LGPD-DATA         PIC 9(08) VALUE ZEROS.

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
           02 f pic x(03) value spaces.
           02 F PIC X(04) VALUE "Pag.".
           02 PAG-DET PIC ZZ9.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(50) VALUE
              "ADIANTAMENTOS DE VIAGEM C/PRESTACAO VENCIDA".

       01 LINHA-CAB2.
           02 F PIC X(42) VALUE
              "CPF            FUNCIONARIO         ADIANT ".
           02 F PIC X(36) VALUE
              "VIAGEM           VALOR PRAZO    DIAS".

       01 LINHA-DET.
           02 CPF-DET PIC X(14).
           02 f pic x value spaces.
           02 NOME-DET PIC X(19).
           02 f pic x value spaces.
           02 NUM-DET PIC 9(06).
           02 f pic x value spaces.
           02 DESTINO-DET PIC X(12).
           02 f pic x value spaces.
           02 VALOR-DET PIC ZZ.ZZ9,99.
           02 f pic x value spaces.
           02 DPRAZO-DET PIC 99.
           02 f pic x value "/".
           02 MPRAZO-DET PIC 99.
           02 f pic x value "/".
           02 APRAZO-DET PIC 99.
           02 f pic x value spaces.
           02 DIAS-DET PIC ZZZ9.

       01 LINHA-PARC.
           02 f pic x(36) value spaces.
           02 F PIC X(26) VALUE "comprovado ate agora R$   ".
           02 GASTO-DET PIC ZZ.ZZ9,99.

       01 LINHA-TOT.
           02 f pic x(02) value spaces.
           02 F PIC X(14) VALUE "Adiantamentos:".
           02 QTD-TOT PIC ZZZZ9.
           02 f pic x(05) value spaces.
           02 F PIC X(14) VALUE "Total R$......".
           02 VALOR-TOT PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x(03) value spaces.
           02 F PIC X(07) VALUE "Compr. ".
           02 GASTO-TOT PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 NOTA-DET PIC X(76).

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " PRESTACOES VENCIDAS " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Adiantamentos de viagem (130) sem prestacao de contas".
           02 LINE 07 COLUMN 04 VALUE
              "entregue e com o prazo vencido. Os funcionarios".
           02 LINE 08 COLUMN 04 VALUE
              "listados ficam bloqueados p/novo adiantamento.".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT VIAGEM.
           IF FS-VGM = "35"
               DISPLAY (10 10) "!! ARQUIVO VIAGEM.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT FUNC.
           IF FS-FUN = "35"
               DISPLAY (10 10) "!! ARQUIVO FUNC.DAT INEXISTENTE !!"
               CLOSE VIAGEM
               STOP RUN.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-FIM.
           DISPLAY (21 04) "Processando...".
           MOVE DIA TO WS-UD-DIA.
           MOVE MES TO WS-UD-MES.
           MOVE ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-HOJE.
           MOVE ZEROS TO WS-QTD WS-TOTAL WS-TOT-GASTO WS-PAGINA.
           OPEN OUTPUT RELATO.
           PERFORM P-CABECALHO.
           MOVE ZEROS TO VGM-NUM.
           START VIAGEM KEY IS NOT LESS THAN VGM-NUM
               INVALID KEY GO TO P06-TOTAL.

      *-----------------------------------------*
      * So os que aguardam prestacao (A) com o  *
      * prazo anterior a hoje - a mesma regra   *
      * que bloqueia o novo adiantamento.       *
      *-----------------------------------------*
       P05-LER.
           READ VIAGEM NEXT RECORD
               AT END GO TO P06-TOTAL.
           IF VGM-SIT NOT = "A"
               GO TO P05-LER.
           IF VGM-PRAZO NOT < WS-DATA-N
               GO TO P05-LER.
           MOVE VGM-CPF TO FUN-CPF.
           MOVE "** NAO CADASTRADO **" TO FUN-NOME.
           READ FUNC
               INVALID KEY
                   CONTINUE.
           MOVE VGM-PRAZO(7:2) TO WS-UD-DIA.
           MOVE VGM-PRAZO(5:2) TO WS-UD-MES.
           MOVE VGM-PRAZO(1:4) TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           COMPUTE WS-ATRASO = WS-JDN-HOJE - WS-JDN.
           IF WS-LINHA > 56
               PERFORM P-CABECALHO.
           MOVE VGM-CPF TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           MOVE WS-LGPD-MASC TO CPF-DET.
           MOVE FUN-NOME TO NOME-DET.
           MOVE VGM-NUM TO NUM-DET.
           MOVE VGM-DESTINO TO DESTINO-DET.
           MOVE VGM-VALOR TO VALOR-DET.
           MOVE VGM-PRAZO(7:2) TO DPRAZO-DET.
           MOVE VGM-PRAZO(5:2) TO MPRAZO-DET.
           MOVE VGM-PRAZO(3:2) TO APRAZO-DET.
           MOVE WS-ATRASO TO DIAS-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-LINHA.
      *----- prestacao comecada mas nao entregue
           IF VGM-GASTO > ZEROS
               MOVE VGM-GASTO TO GASTO-DET
               WRITE REG-RELATO FROM LINHA-PARC
               ADD 1 TO WS-LINHA.
           ADD 1 TO WS-QTD.
           ADD VGM-VALOR TO WS-TOTAL.
           ADD VGM-GASTO TO WS-TOT-GASTO.
           GO TO P05-LER.

       P06-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-QTD TO QTD-TOT.
           MOVE WS-TOTAL TO VALOR-TOT.
           MOVE WS-TOT-GASTO TO GASTO-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           MOVE SPACES TO NOTA-DET.
           MOVE "Funcionario listado fica bloqueado p/novo adiantamento"
               TO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           MOVE "ate entregar a prestacao de contas (130, opcao 2)."
               TO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           CLOSE RELATO.
      *----- CPFs que sairam inteiros: um registro no log
           IF WS-LGPD-QTD > ZEROS
               MOVE "W" TO WS-LGPD-ACAO
               MOVE WS-LGPD-QTD TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM
               MOVE ZEROS TO WS-LGPD-QTD.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (12 04) "Prestacoes vencidas.....:" WS-QTD.
           DISPLAY (18 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PAG-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 6 TO WS-LINHA.

       P-JDN-CALC.
           COMPUTE WS-JD-T1 = (WS-UD-MES - 14) / 12.
           COMPUTE WS-JD-T2 =
               (1461 * (WS-UD-ANO + 4800 + WS-JD-T1)) / 4.
           COMPUTE WS-JD-T3 =
               (367 * (WS-UD-MES - 2 - 12 * WS-JD-T1)) / 12.
           COMPUTE WS-JD-L = (WS-UD-ANO + 4900 + WS-JD-T1) / 100.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-UD-DIA - 32075.

      *-----------------------------------------*
      * LGPD: CPF (ate 11 digitos) mascarado    *
      * abaixo do nivel WS-LGPD-NIVEL; CNPJ sai *
      * inteiro. LGPD-ABERTO-88 = CPF inteiro.  *
      *-----------------------------------------*
       P-LGPD-MASCARA.
           MOVE "N" TO WS-LGPD-SIT.
           MOVE WS-LGPD-INSCR-X TO WS-LGPD-MASC.
           IF WS-LGPD-INSCR = ZEROS OR WS-LGPD-INSCR > 99999999999
               GO TO P-LGPD-MASCARA-FIM.
           IF WS-NIVEL NOT < WS-LGPD-NIVEL
               MOVE "S" TO WS-LGPD-SIT
               ADD 1 TO WS-LGPD-QTD
               GO TO P-LGPD-MASCARA-FIM.
           MOVE "M" TO WS-LGPD-SIT.
           MOVE SPACES TO WS-LGPD-MASC.
           STRING "***." WS-LGPD-INSCR-X(7:3) "."
                  WS-LGPD-INSCR-X(10:3) "-**" DELIMITED BY SIZE
               INTO WS-LGPD-MASC.
       P-LGPD-MASCARA-FIM.
           EXIT.

      *-----------------------------------------*
      * LGPD: CPF mostrado inteiro vai p/o log  *
      * (X = tela, chave do registro; W =       *
      * relatorio/arquivo, qtde de CPFs).       *
      *-----------------------------------------*
       P-GRAVA-LOG-LGPD.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-LGPD-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "RELBAN35" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-LGPD-FIM.
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
           CLOSE VIAGEM FUNC.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".
