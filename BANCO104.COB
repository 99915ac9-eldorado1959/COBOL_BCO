       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO104.
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
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.

           SELECT RETGUIA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RGU-CHAVE
                  FILE STATUS IS FS-RGU.

           SELECT GUIA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GUI-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-GUI.

           SELECT FORNTRIB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FT
                  FILE STATUS IS FS-FT.

           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.

           SELECT FERIADO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FER-DATA
                  FILE STATUS IS FS-FER.

           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT RELATO ASSIGN TO PRINTER.

           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Empresas da instalacao (118): todas nos *
      * mesmos arquivos, separadas pelo codigo  *
      * em cada registro; EMP-LOCAL "S" marca a *
      * empresa padrao.                         *
      *-----------------------------------------*
       FD EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 REG-EMP.
           03 EMP-COD          PIC 99.
           03 EMP-RAZAO        PIC X(30).
           03 EMP-CNPJ         PIC 9(14).
           03 EMP-LOCAL        PIC X(01).
      *-----------------------------------------*
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
      * cima da ultima geracao do backup (93).  *
      *-----------------------------------------*
       FD JRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOJRN.DAT".
       01 REG-JRN.
           03 JRN-DATA         PIC 9(08).
           03 JRN-HORA         PIC 9(06).
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PAINEL.DAT".
       01 REG-PAINEL.
           03 PAN-DATA         PIC 9(08).
           03 PAN-QTD-HOJE     PIC 9(04).
           03 PAN-TOT-HOJE     PIC 9(10)V99.
           03 PAN-QTD-SEM      PIC 9(04).
           03 PAN-TOT-SEM      PIC 9(10)V99.
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Retencao ja recolhida: cada IRRF/ISS    *
      * retido de um lancamento aponta p/a guia *
      * (lancamento) que o pagou.               *
      *-----------------------------------------*
       FD RETGUIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETGUIA.DAT".
       01 REG-RETGUIA.
           03 RGU-CHAVE.
               05 RGU-NUM      PIC X(06).
               05 RGU-TRIB     PIC X(01).
           03 RGU-GUIA         PIC X(06).
           03 RGU-VALOR        PIC 9(08)V99.
           03 RGU-COMPET       PIC 9(06).
           03 RGU-DATA         PIC 9(08).

      *-----------------------------------------*
      * Guia de tributo sem codigo de barras    *
      * (FORMA "G"), p/o segmento N do 53.      *
      *-----------------------------------------*
       FD GUIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GUIA.DAT".
       01 REG-GUIA.
           03 GUI-NUM          PIC X(06).
           03 GUI-TIPO         PIC X(01).
           03 GUI-RECEITA      PIC 9(06).
           03 GUI-PERIODO      PIC 9(08).
           03 GUI-INSCR        PIC 9(14).
           03 GUI-REFER        PIC X(17).
           03 GUI-PRINCIPAL    PIC 9(08)V99.
           03 GUI-MULTA        PIC 9(08)V99.
           03 GUI-JUROS        PIC 9(08)V99.

      *----- receita do DARF e municipio do ISS (37)
       FD FORNTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNTRIB.DAT".
       01 REG-FORNTRIB.
           03 COD-FT           PIC X(05).
           03 RECEITA-FT       PIC 9(06).
           03 MUNIC-FT         PIC X(15).

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

       FD FERIADO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FERIADO.DAT".
       01 REG-FERIADO.
           03 FER-DATA         PIC 9(08).
           03 FER-DESCRI       PIC X(20).

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
       01 REG-FECHA.
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).

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
       77 FS-EMP               PIC XX.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       01 WS-DATA-CONF          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-CONF-R REDEFINES WS-DATA-CONF.
           03 WS-DIA-CONF       PIC 99.
           03 WS-MES-CONF       PIC 99.
           03 WS-ANO-CONF       PIC 99.

       77 FS                   PIC XX.
       77 FS-RGU               PIC XX.
       77 FS-GUI               PIC XX.
       77 FS-FT                PIC XX.
       77 WS-FT-OK             PIC X VALUE "S".
       88 FT-OK-88               VALUE "S".
       77 FS-CONTA             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2.

       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       77 FS-LOG               PIC XX.
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
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-ACAO          PIC X VALUE SPACE.
       77 WS-LOG-NUM           PIC X(06) VALUE SPACES.
       01 WS-DATA8             PIC 9(08) VALUE ZEROS.

      *----- parametros da apuracao
       01 WS-COMPET.
           03 WS-ANO-COMP      PIC 9(04) VALUE ZEROS.
           03 WS-MES-COMP      PIC 99 VALUE ZEROS.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-INSCR-EMP         PIC 9(14) VALUE ZEROS.
       77 WS-DIA-ISS           PIC 99 VALUE 10.
       77 WS-CIDADE            PIC X(15) VALUE "SAPUCAIA DO SUL".

      *----- vencimento legal: IRRF dia 20 do mes seguinte,
      *----- antecipado se nao for dia util; ISS no dia do
      *----- municipio, prorrogado p/o dia util seguinte
       77 WS-VC-MES            PIC 99 VALUE ZEROS.
       77 WS-VC-ANO            PIC 9(04) VALUE ZEROS.
       01 WS-VCTO-IRRF.
           03 WS-VI-DIA        PIC 99.
           03 WS-VI-MES        PIC 99.
           03 WS-VI-ANO        PIC 9(04).
       01 WS-VCTO-ISS.
           03 WS-VS-DIA        PIC 99.
           03 WS-VS-MES        PIC 99.
           03 WS-VS-ANO        PIC 9(04).
       77 WS-ULT-DIA           PIC 99 VALUE ZEROS.

      *----- uma guia por tributo + receita + municipio
       77 WS-MAX-GUIAS         PIC 99 VALUE 30.
       77 WS-QTD-GUIA          PIC 99 VALUE ZEROS.
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-ACHOU             PIC 99 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ITENS         PIC 9(05) VALUE ZEROS.
       01 WS-TAB-GUIA.
           03 WS-GUIA-ENT OCCURS 30.
               05 TG-TRIB      PIC X(01).
               05 TG-RECEITA   PIC 9(06).
               05 TG-MUNIC     PIC X(15).
               05 TG-QTD       PIC 9(04).
               05 TG-VALOR     PIC 9(10)V99.
               05 TG-NUM       PIC X(06).
               05 TG-VCTO      PIC X(10).

      *----- parcela de retencao do lancamento em exame
       77 WS-TRIB              PIC X VALUE SPACE.
       77 WS-RECEITA           PIC 9(06) VALUE ZEROS.
       77 WS-MUNIC             PIC X(15) VALUE SPACES.
       77 WS-RET-VALOR         PIC 9(08)V99 VALUE ZEROS.
       77 WS-JA-RECOLHIDO      PIC X VALUE "N".
       88 JA-RECOLHIDO-88        VALUE "S".
       77 WS-PASSO             PIC X VALUE "A".
       88 PASSO-APURA-88         VALUE "A".
       88 PASSO-MARCA-88         VALUE "M".
       88 PASSO-CONFERE-88       VALUE "C".

      *----- conferencia (item x guia que o pagou)
       01 WS-ITEM-SAVE.
           03 WS-SV-NUM        PIC X(06).
           03 WS-SV-DESCRI     PIC X(20).
           03 WS-SV-IRRF       PIC 9(08)V99.
           03 WS-SV-ISS        PIC 9(08)V99.
           03 WS-SV-FORN       PIC X(05).
           03 WS-SV-INSCR      PIC 9(14).
       77 WS-TOT-RETIDO        PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-RECOLHIDO     PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-ABERTO        PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-SEMGUIA       PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *----- dia util (fds e feriados do 86)
       77 FS-FER               PIC XX.
       77 WS-FER-OK            PIC X VALUE "S".
       88 FER-OK-88              VALUE "S".
       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JD-N              PIC S9(08) VALUE ZEROS.
       77 WS-JD-I              PIC S9(08) VALUE ZEROS.
       77 WS-JD-J              PIC S9(08) VALUE ZEROS.
       77 WS-JD-QUOC           PIC 9(08) VALUE ZEROS.
       77 WS-JD-RESTO          PIC 9 VALUE ZEROS.
       77 WS-UTIL              PIC X VALUE "N".
       88 UTIL-88                VALUE "S".
       77 WS-QUOC              PIC 9(04) VALUE ZEROS.
       77 WS-RESTO             PIC 99 VALUE ZEROS.

       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM-NOVO          PIC 9(06) VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 TIT-TITULO PIC X(40).
           02 F PIC X(13) VALUE "COMPETENCIA ".
           02 MES-TIT PIC 99.
           02 f pic x value "/".
           02 ANO-TIT PIC 9(04).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "NUMERO FAVORECIDO           T RECEITA".
           02 F PIC X(38) VALUE
              "/MUNIC         RETIDO GUIA   SITUACAO".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 TRIB-DET PIC X(01).
           02 f pic x(01) value spaces.
           02 CLASSE-DET PIC X(15).
           02 VALOR-DET PIC ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 GUIA-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(14).

       01 LINHA-SUB-GUIA.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "GUIA   T RECEITA/MUNIC   VENCIMENTO  ".
           02 F PIC X(38) VALUE
              " ITENS           VALOR".

       01 LINHA-GUIA.
           02 f pic x(02) value spaces.
           02 NUM-GUIA PIC X(06).
           02 f pic x(01) value spaces.
           02 TRIB-GUIA PIC X(01).
           02 f pic x(01) value spaces.
           02 CLASSE-GUIA PIC X(15).
           02 f pic x(02) value spaces.
           02 VCTO-GUIA PIC X(10).
           02 f pic x(02) value spaces.
           02 QTD-GUIA PIC ZZZ9.
           02 f pic x(02) value spaces.
           02 VALOR-GUIA PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TIT-TOTAL PIC X(32).
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " APURACAO DE RETENCOES " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "1-Gera guias do mes  2-Conferencia retido x pago  0-Sai".
           02 LINE 08 COLUMN 04 VALUE "Opcao.......................=".
           02 LINE 09 COLUMN 04 VALUE "Competencia (mm/aaaa).......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-GERA.
           02 LINE 10 COLUMN 04 VALUE "Conta p/pagamento (Cad.42)..=".
           02 LINE 11 COLUMN 04 VALUE "CNPJ da empresa.............=".
           02 LINE 12 COLUMN 04 VALUE "Dia do vencimento do ISS....=".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN I-O RETGUIA.
           IF FS-RGU = "30" OR FS-RGU = "35"
               CLOSE RETGUIA
               OPEN OUTPUT RETGUIA
               CLOSE RETGUIA
               OPEN I-O RETGUIA.
           OPEN I-O GUIA.
           IF FS-GUI = "30" OR FS-GUI = "35"
               CLOSE GUIA
               OPEN OUTPUT GUIA
               CLOSE GUIA
               OPEN I-O GUIA.
           OPEN INPUT FORNTRIB.
           IF FS-FT = "35"
               MOVE "N" TO WS-FT-OK.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO RETGUIA GUIA
               STOP RUN.
           OPEN INPUT FERIADO.
           IF FS-FER = "35"
               MOVE "N" TO WS-FER-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P02-OPCAO.
           MOVE ZEROS TO WS-OPCAO.
           ACCEPT (08 34) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = ZEROS
               PERFORM P-FIM.
       P04-COMPET.
           ACCEPT (09 34) WS-MES-COMP WITH PROMPT AUTO-SKIP.
           ACCEPT (09 37) WS-ANO-COMP WITH PROMPT AUTO-SKIP.
           IF WS-MES-COMP = ZEROS OR WS-MES-COMP > 12
               GO TO P04-COMPET.
           IF WS-ANO-COMP < 2000
               GO TO P04-COMPET.
           IF WS-OPCAO = 2
               PERFORM P-CONFERE THRU P-CONFERE-FIM
               GO TO P01-TELA-1.
           DISPLAY TELA-GERA.
       P05-CONTA.
           ACCEPT (10 34) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P01-TELA-1.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P05-CONTA.
           DISPLAY (10 40) NOME-CONTA.
           IF WS-INSCR-EMP = ZEROS
               PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
       P06-INSCR.
           ACCEPT (11 34) WS-INSCR-EMP WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-INSCR-EMP = ZEROS
               GO TO P06-INSCR.
       P07-DIA-ISS.
           ACCEPT (12 34) WS-DIA-ISS WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DIA-ISS = ZEROS OR WS-DIA-ISS > 28
               GO TO P07-DIA-ISS.
           PERFORM P-CALCULA-VCTOS.
           MOVE WS-VI-ANO TO WS-FCH-T-ANO.
           MOVE WS-VI-MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (21 04) "!! MES DO VENCIMENTO JA FECHADO (87) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.

      *----- 1a passada: soma o retido ainda nao recolhido
           DISPLAY (21 04) "Apurando retencoes...".
           MOVE ZEROS TO WS-QTD-GUIA WS-QTD-FORA WS-QTD-ITENS.
           MOVE "A" TO WS-PASSO.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-QTD-GUIA = ZEROS
               DISPLAY (21 04) "!! NADA A RECOLHER NA COMPETENCIA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               DISPLAY (23 04) WS-LIMPA
               GO TO P01-TELA-1.
           PERFORM P-MOSTRA-GUIAS.
           IF WS-QTD-FORA > ZEROS
               DISPLAY (20 04) "Itens fora (tabela cheia):"
               DISPLAY (20 31) WS-QTD-FORA.
           DISPLAY (21 04) "Gera as guias acima ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.

           MOVE WS-DATA TO WS-DATA8.
           MOVE 1 TO WS-IDX.
           PERFORM P-GERA-GUIA THRU P-GERA-GUIA-EXIT
               UNTIL WS-IDX > WS-QTD-GUIA.

      *----- 2a passada: amarra cada retencao a sua guia
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE "APURACAO DE IRRF/ISS RETIDOS" TO TIT-TITULO.
           MOVE WS-MES-COMP TO MES-TIT.
           MOVE WS-ANO-COMP TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE "M" TO WS-PASSO.
           MOVE ZEROS TO WS-TOT-RETIDO.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB-GUIA.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-GUIA UNTIL WS-IDX > WS-QTD-GUIA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL RETIDO E RECOLHIDO....R$:" TO TIT-TOTAL.
           MOVE WS-TOT-RETIDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (21 04) "!! GUIAS GERADAS - VER RELATORIO !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Varre BCO.DAT atras dos lancamentos     *
      * pagos na competencia com IRRF/ISS       *
      * retido; cada parcela (I ou S) vai p/o   *
      * passo em curso: apura, marca ou confere.*
      *-----------------------------------------*
       P-VARRE.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-VARRE-FIM.
       P-VARRE-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VARRE-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VARRE-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-VARRE-LER.
           IF RET-IRRF-CHE = ZEROS AND RET-ISS-CHE = ZEROS
               GO TO P-VARRE-LER.
           IF DATA-CONF = ZEROS
               GO TO P-VARRE-LER.
           MOVE DATA-CONF TO WS-DATA-CONF.
           IF WS-MES-CONF NOT = WS-MES-COMP
               GO TO P-VARRE-LER.
           IF WS-ANO-CONF NOT = WS-ANO-COMP(3:2)
               GO TO P-VARRE-LER.
           MOVE NUM-CHE TO WS-SV-NUM.
           MOVE DESCRI-CHE-GRP TO WS-SV-DESCRI.
           MOVE RET-IRRF-CHE TO WS-SV-IRRF.
           MOVE RET-ISS-CHE TO WS-SV-ISS.
           MOVE FORN-CHE TO WS-SV-FORN.
           MOVE INSCR-CHE TO WS-SV-INSCR.
           IF WS-SV-IRRF > ZEROS
               MOVE "I" TO WS-TRIB
               MOVE WS-SV-IRRF TO WS-RET-VALOR
               PERFORM P-PARCELA THRU P-PARCELA-EXIT.
           IF WS-SV-ISS > ZEROS
               MOVE "S" TO WS-TRIB
               MOVE WS-SV-ISS TO WS-RET-VALOR
               PERFORM P-PARCELA THRU P-PARCELA-EXIT.
      *----- a conferencia le a guia no proprio BCO.DAT: volta a
      *----- varredura p/depois do item
           IF PASSO-CONFERE-88
               MOVE WS-SV-NUM TO NUM-CHE
               START BANCO KEY IS GREATER THAN NUM-CHE
                   INVALID KEY GO TO P-VARRE-FIM.
           GO TO P-VARRE-LER.
       P-VARRE-FIM.
           EXIT.

       P-PARCELA.
           PERFORM P-CLASSIFICA.
           MOVE "N" TO WS-JA-RECOLHIDO.
           MOVE WS-SV-NUM TO RGU-NUM.
           MOVE WS-TRIB TO RGU-TRIB.
           READ RETGUIA
               INVALID KEY
                   MOVE SPACES TO RGU-GUIA
               NOT INVALID KEY
                   MOVE "S" TO WS-JA-RECOLHIDO.
           IF PASSO-CONFERE-88
               PERFORM P-CONFERE-ITEM THRU P-CONFERE-ITEM-EXIT
               GO TO P-PARCELA-EXIT.
           IF JA-RECOLHIDO-88
               GO TO P-PARCELA-EXIT.
           PERFORM P-PROCURA-GRUPO.
           IF PASSO-APURA-88
               PERFORM P-ACUMULA THRU P-ACUMULA-EXIT
           ELSE
               PERFORM P-MARCA THRU P-MARCA-EXIT.
       P-PARCELA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Receita do DARF e municipio do ISS pelo *
      * cadastro do fornecedor (37); sem ele,   *
      * 1708 (PJ) ou 0588 (PF) e o municipio da *
      * empresa.                                *
      *-----------------------------------------*
       P-CLASSIFICA.
           MOVE ZEROS TO WS-RECEITA.
           MOVE SPACES TO WS-MUNIC.
           MOVE ZEROS TO RECEITA-FT.
           MOVE SPACES TO MUNIC-FT.
           IF FT-OK-88 AND WS-SV-FORN NOT = SPACES
               MOVE WS-SV-FORN TO COD-FT
               READ FORNTRIB
                   INVALID KEY
                       MOVE ZEROS TO RECEITA-FT
                       MOVE SPACES TO MUNIC-FT.
           IF WS-TRIB = "I"
               MOVE RECEITA-FT TO WS-RECEITA
               IF WS-RECEITA = ZEROS
                   IF WS-SV-INSCR > 99999999999
                       MOVE 1708 TO WS-RECEITA
                   ELSE
                       MOVE 0588 TO WS-RECEITA.
           IF WS-TRIB = "S"
               MOVE MUNIC-FT TO WS-MUNIC
               IF WS-MUNIC = SPACES
                   MOVE WS-CIDADE TO WS-MUNIC.

       P-PROCURA-GRUPO.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P-PROCURA-GRUPO-LOOP
               UNTIL WS-IDX > WS-QTD-GUIA OR WS-ACHOU > ZEROS.

       P-PROCURA-GRUPO-LOOP.
           IF TG-TRIB(WS-IDX) = WS-TRIB
              AND TG-RECEITA(WS-IDX) = WS-RECEITA
              AND TG-MUNIC(WS-IDX) = WS-MUNIC
               MOVE WS-IDX TO WS-ACHOU.
           ADD 1 TO WS-IDX.

       P-ACUMULA.
           IF WS-ACHOU = ZEROS
               IF WS-QTD-GUIA NOT < WS-MAX-GUIAS
                   ADD 1 TO WS-QTD-FORA
                   GO TO P-ACUMULA-EXIT
               ELSE
                   ADD 1 TO WS-QTD-GUIA
                   MOVE WS-QTD-GUIA TO WS-ACHOU
                   MOVE WS-TRIB TO TG-TRIB(WS-ACHOU)
                   MOVE WS-RECEITA TO TG-RECEITA(WS-ACHOU)
                   MOVE WS-MUNIC TO TG-MUNIC(WS-ACHOU)
                   MOVE ZEROS TO TG-QTD(WS-ACHOU) TG-VALOR(WS-ACHOU)
                   MOVE SPACES TO TG-NUM(WS-ACHOU).
           ADD 1 TO TG-QTD(WS-ACHOU).
           ADD WS-RET-VALOR TO TG-VALOR(WS-ACHOU).
           ADD 1 TO WS-QTD-ITENS.
       P-ACUMULA-EXIT.
           EXIT.

      *----- grava o vinculo item x guia e lista no relatorio
       P-MARCA.
           IF WS-ACHOU = ZEROS
               GO TO P-MARCA-EXIT.
           IF TG-NUM(WS-ACHOU) = SPACES
               GO TO P-MARCA-EXIT.
           MOVE WS-SV-NUM TO RGU-NUM.
           MOVE WS-TRIB TO RGU-TRIB.
           MOVE TG-NUM(WS-ACHOU) TO RGU-GUIA.
           MOVE WS-RET-VALOR TO RGU-VALOR.
           MOVE WS-COMPET TO RGU-COMPET.
           MOVE WS-DATA8 TO RGU-DATA.
           WRITE REG-RETGUIA
               INVALID KEY
                   GO TO P-MARCA-EXIT.
           ADD WS-RET-VALOR TO WS-TOT-RETIDO.
           MOVE "GUIA GERADA" TO SIT-DET.
           PERFORM P-IMPRIME-ITEM.
       P-MARCA-EXIT.
           EXIT.

       P-IMPRIME-ITEM.
           MOVE WS-SV-NUM TO NUM-DET.
           MOVE WS-SV-DESCRI TO NOME-DET.
           MOVE WS-TRIB TO TRIB-DET.
           MOVE SPACES TO CLASSE-DET.
           IF WS-TRIB = "I"
               MOVE WS-RECEITA TO CLASSE-DET(1:6)
           ELSE
               MOVE WS-MUNIC TO CLASSE-DET.
           MOVE WS-RET-VALOR TO VALOR-DET.
           MOVE RGU-GUIA TO GUIA-DET.
           WRITE REG-RELATO FROM LINHA-DET.

       P-MOSTRA-GUIAS.
           DISPLAY (11 04) WS-LIMPA.
           DISPLAY (12 04) WS-LIMPA.
           DISPLAY (10 04) WS-LIMPA.
           DISPLAY (10 04) "T Receita/Municipio   Itens   Valor".
           MOVE 1 TO WS-IDX.
           PERFORM P-MOSTRA-GUIA-LIN
               UNTIL WS-IDX > WS-QTD-GUIA OR WS-IDX > 8.
           IF WS-QTD-GUIA > 8
               DISPLAY (19 04) "... mais guias no relatorio".

       P-MOSTRA-GUIA-LIN.
           COMPUTE LIN = 10 + WS-IDX.
           DISPLAY (LIN , 04) TG-TRIB(WS-IDX).
           IF TG-TRIB(WS-IDX) = "I"
               DISPLAY (LIN , 06) TG-RECEITA(WS-IDX)
           ELSE
               DISPLAY (LIN , 06) TG-MUNIC(WS-IDX).
           DISPLAY (LIN , 24) TG-QTD(WS-IDX).
           MOVE TG-VALOR(WS-IDX) TO WS-MOSTRA-VALOR.
           DISPLAY (LIN , 30) WS-MOSTRA-VALOR.
           ADD 1 TO WS-IDX.

       P-IMPRIME-GUIA.
           MOVE TG-NUM(WS-IDX) TO NUM-GUIA.
           MOVE TG-TRIB(WS-IDX) TO TRIB-GUIA.
           MOVE SPACES TO CLASSE-GUIA.
           IF TG-TRIB(WS-IDX) = "I"
               MOVE TG-RECEITA(WS-IDX) TO CLASSE-GUIA(1:6)
           ELSE
               MOVE TG-MUNIC(WS-IDX) TO CLASSE-GUIA.
           MOVE TG-VCTO(WS-IDX) TO VCTO-GUIA.
           MOVE TG-QTD(WS-IDX) TO QTD-GUIA.
           MOVE TG-VALOR(WS-IDX) TO VALOR-GUIA.
           WRITE REG-RELATO FROM LINHA-GUIA.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Lancamento da guia: DARF do IRRF sai    *
      * como FORMA "G" (segmento N do 53, dados *
      * em GUIA.DAT); ISS fica p/pagar pela     *
      * guia do municipio.                      *
      *-----------------------------------------*
       P-GERA-GUIA.
           PERFORM P-GERA-CODIGO.
           ADD 1 TO WS-NUM-NOVO.
           MOVE SPACES TO REG-BCO.
           MOVE WS-NUM-NOVO TO NUM-CHE.
           MOVE NOME-CONTA TO CONTA-CHE.
           IF TG-TRIB(WS-IDX) = "I"
               STRING "DARF IRRF " TG-RECEITA(WS-IDX)
                   DELIMITED BY SIZE INTO DESCRI-CHE-GRP
               MOVE WS-VI-DIA TO DIA-CHE
               MOVE WS-VI-MES TO MES-CHE
               MOVE WS-VI-ANO TO ANO-CHE
               MOVE "G" TO FORMA-CHE
           ELSE
               STRING "ISS " TG-MUNIC(WS-IDX)
                   DELIMITED BY SIZE INTO DESCRI-CHE-GRP
               MOVE WS-VS-DIA TO DIA-CHE
               MOVE WS-VS-MES TO MES-CHE
               MOVE WS-VS-ANO TO ANO-CHE
               MOVE "C" TO FORMA-CHE.
           STRING "RETIDO " WS-MES-COMP "/" WS-ANO-COMP
               DELIMITED BY SIZE INTO OBS-CHE.
           MOVE TG-VALOR(WS-IDX) TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE ZEROS TO INSCR-CHE DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE FOLHA-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE VALOR-PAGO-CHE.
           MOVE ZEROS TO CATEG-CHE REMESSA-CHE EMPENHO-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA8 TO CRIADO-DATA ALTERADO-DATA.
           PERFORM P-MONTA-VCTO.
       P-GERA-GUIA-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "22"
               ADD 1 TO WS-NUM-NOVO
               MOVE WS-NUM-NOVO TO NUM-CHE
               GO TO P-GERA-GUIA-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO RETGUIA GUIA
               STOP RUN.
           MOVE "I" TO WS-LOG-ACAO.
           MOVE NUM-CHE TO WS-LOG-NUM.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE NUM-CHE TO TG-NUM(WS-IDX).
           MOVE SPACES TO TG-VCTO(WS-IDX).
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO TG-VCTO(WS-IDX).
           IF TG-TRIB(WS-IDX) NOT = "I"
               GO TO P-GERA-GUIA-PROX.
      *----- DARF: periodo de apuracao = ultimo dia do mes
           MOVE NUM-CHE TO GUI-NUM.
           MOVE "D" TO GUI-TIPO.
           MOVE TG-RECEITA(WS-IDX) TO GUI-RECEITA.
           MOVE ZEROS TO GUI-PERIODO.
           MOVE WS-ULT-DIA TO GUI-PERIODO(1:2).
           MOVE WS-MES-COMP TO GUI-PERIODO(3:2).
           MOVE WS-ANO-COMP TO GUI-PERIODO(5:4).
           MOVE WS-INSCR-EMP TO GUI-INSCR.
           MOVE SPACES TO GUI-REFER.
           MOVE TG-VALOR(WS-IDX) TO GUI-PRINCIPAL.
           MOVE ZEROS TO GUI-MULTA GUI-JUROS.
           WRITE REG-GUIA
               INVALID KEY
                   REWRITE REG-GUIA
                       INVALID KEY
                           CONTINUE.
       P-GERA-GUIA-PROX.
           ADD 1 TO WS-IDX.
       P-GERA-GUIA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Vencimentos legais da competencia.      *
      *-----------------------------------------*
       P-CALCULA-VCTOS.
           MOVE WS-MES-COMP TO WS-VC-MES.
           MOVE WS-ANO-COMP TO WS-VC-ANO.
           PERFORM P-ULTIMO-DIA.
           ADD 1 TO WS-VC-MES.
           IF WS-VC-MES > 12
               MOVE 01 TO WS-VC-MES
               ADD 1 TO WS-VC-ANO.
      *----- IRRF: dia 20, antecipa p/o dia util anterior
           MOVE 20 TO WS-UD-DIA.
           MOVE WS-VC-MES TO WS-UD-MES.
           MOVE WS-VC-ANO TO WS-UD-ANO.
           PERFORM P-ROLA-ANTES THRU P-ROLA-ANTES-EXIT.
           MOVE WS-UD-DIA TO WS-VI-DIA.
           MOVE WS-UD-MES TO WS-VI-MES.
           MOVE WS-UD-ANO TO WS-VI-ANO.
      *----- ISS: dia do municipio, prorroga p/o dia util seguinte
           MOVE WS-DIA-ISS TO WS-UD-DIA.
           MOVE WS-VC-MES TO WS-UD-MES.
           MOVE WS-VC-ANO TO WS-UD-ANO.
           PERFORM P-ROLA-UTIL THRU P-ROLA-UTIL-EXIT.
           MOVE WS-UD-DIA TO WS-VS-DIA.
           MOVE WS-UD-MES TO WS-VS-MES.
           MOVE WS-UD-ANO TO WS-VS-ANO.

      *----- ultimo dia do mes da competencia
       P-ULTIMO-DIA.
           MOVE 31 TO WS-ULT-DIA.
           IF WS-MES-COMP = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-ULT-DIA.
           IF WS-MES-COMP = 02
               MOVE 28 TO WS-ULT-DIA
               DIVIDE WS-ANO-COMP BY 4 GIVING WS-QUOC
                   REMAINDER WS-RESTO
               IF WS-RESTO = ZEROS
                   MOVE 29 TO WS-ULT-DIA.

      *-----------------------------------------*
      * Conferencia p/auditoria: todo IRRF/ISS  *
      * retido na competencia com a guia que o  *
      * pagou e a situacao dela.                *
      *-----------------------------------------*
       P-CONFERE.
           DISPLAY (21 04) "Conferindo retencoes...".
           MOVE ZEROS TO WS-TOT-RETIDO WS-TOT-RECOLHIDO.
           MOVE ZEROS TO WS-TOT-ABERTO WS-TOT-SEMGUIA.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE "CONFERENCIA RETIDO X RECOLHIDO" TO TIT-TITULO.
           MOVE WS-MES-COMP TO MES-TIT.
           MOVE WS-ANO-COMP TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE "C" TO WS-PASSO.
           PERFORM P-VARRE THRU P-VARRE-FIM.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL RETIDO................R$:" TO TIT-TOTAL.
           MOVE WS-TOT-RETIDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "RECOLHIDO (GUIA PAGA).......R$:" TO TIT-TOTAL.
           MOVE WS-TOT-RECOLHIDO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "GUIA GERADA, EM ABERTO......R$:" TO TIT-TOTAL.
           MOVE WS-TOT-ABERTO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "RETIDO SEM GUIA.............R$:" TO TIT-TOTAL.
           MOVE WS-TOT-SEMGUIA TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-TOT-RETIDO TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Total retido.........R$ :".
           DISPLAY (12 30) WS-MOSTRA-VALOR.
           MOVE WS-TOT-RECOLHIDO TO WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Recolhido............R$ :".
           DISPLAY (13 30) WS-MOSTRA-VALOR.
           MOVE WS-TOT-ABERTO TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Guia em aberto.......R$ :".
           DISPLAY (14 30) WS-MOSTRA-VALOR.
           MOVE WS-TOT-SEMGUIA TO WS-MOSTRA-VALOR.
           DISPLAY (15 04) "Sem guia.............R$ :".
           DISPLAY (15 30) WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-CONFERE-FIM.
           EXIT.

       P-CONFERE-ITEM.
           ADD WS-RET-VALOR TO WS-TOT-RETIDO.
           IF NOT JA-RECOLHIDO-88
               MOVE SPACES TO RGU-GUIA
               MOVE "SEM GUIA" TO SIT-DET
               ADD WS-RET-VALOR TO WS-TOT-SEMGUIA
               PERFORM P-IMPRIME-ITEM
               GO TO P-CONFERE-ITEM-EXIT.
           MOVE RGU-GUIA TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   MOVE "GUIA EXCLUIDA" TO SIT-DET
                   ADD WS-RET-VALOR TO WS-TOT-SEMGUIA
                   PERFORM P-IMPRIME-ITEM
                   GO TO P-CONFERE-ITEM-EXIT.
           IF DESCRI-CHE = "NULO "
               MOVE "GUIA ANULADA" TO SIT-DET
               ADD WS-RET-VALOR TO WS-TOT-SEMGUIA
           ELSE
               IF DATA-CONF = ZEROS
                   MOVE "EM ABERTO" TO SIT-DET
                   ADD WS-RET-VALOR TO WS-TOT-ABERTO
               ELSE
                   MOVE DATA-CONF TO WS-DATA-CONF
                   MOVE SPACES TO SIT-DET
                   STRING "PAGA " WS-DIA-CONF "/" WS-MES-CONF "/"
                       WS-ANO-CONF DELIMITED BY SIZE INTO SIT-DET
                   ADD WS-RET-VALOR TO WS-TOT-RECOLHIDO.
           PERFORM P-IMPRIME-ITEM.
       P-CONFERE-ITEM-EXIT.
           EXIT.

      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
      * alternada de BCO.DAT.                   *
      *-----------------------------------------*
       P-MONTA-VCTO.
           MOVE ANO-CHE TO VCTO-CHE(1:4).
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-CONTA-CODIGO UNTIL FS = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM-NOVO.

       P-CONTA-CODIGO.
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-CHE > WS-CONTA-CODIGO
               AND (EMPR-CHE = WS-EMPR-SES OR NUM-CHE = WS-CODIGO-PROX)
               MOVE NUM-CHE TO WS-CONTA-CODIGO.

      *-----------------------------------------*
      * Rola WS-UD-DIA/MES/ANO p/frente ate     *
      * cair num dia util (nem sabado, nem      *
      * domingo, nem feriado do 86).            *
      *-----------------------------------------*
       P-ROLA-UTIL.
           PERFORM P-JDN-CALC.
       P-ROLA-UTIL-TESTA.
           PERFORM P-TESTA-UTIL.
           IF UTIL-88
               GO TO P-ROLA-UTIL-FIM.
           ADD 1 TO WS-JDN.
           GO TO P-ROLA-UTIL-TESTA.
       P-ROLA-UTIL-FIM.
           PERFORM P-JDN-INV.
       P-ROLA-UTIL-EXIT.
           EXIT.

      *----- mesma coisa p/tras (tributo federal antecipa)
       P-ROLA-ANTES.
           PERFORM P-JDN-CALC.
       P-ROLA-ANTES-TESTA.
           PERFORM P-TESTA-UTIL.
           IF UTIL-88
               GO TO P-ROLA-ANTES-FIM.
           SUBTRACT 1 FROM WS-JDN.
           GO TO P-ROLA-ANTES-TESTA.
       P-ROLA-ANTES-FIM.
           PERFORM P-JDN-INV.
       P-ROLA-ANTES-EXIT.
           EXIT.

       P-TESTA-UTIL.
           MOVE "S" TO WS-UTIL.
           DIVIDE WS-JDN BY 7 GIVING WS-JD-QUOC
               REMAINDER WS-JD-RESTO.
      *----- resto 5 = sabado, 6 = domingo
           IF WS-JD-RESTO = 5 OR WS-JD-RESTO = 6
               MOVE "N" TO WS-UTIL.
           IF UTIL-88 AND FER-OK-88
               PERFORM P-JDN-INV
               MOVE ZEROS TO FER-DATA
               MOVE WS-UD-ANO TO FER-DATA(1:4)
               MOVE WS-UD-MES TO FER-DATA(5:2)
               MOVE WS-UD-DIA TO FER-DATA(7:2)
               READ FERIADO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO WS-UTIL.

      *-----------------------------------------*
      * Dia juliano a partir de dd/mm/aaaa.     *
      *-----------------------------------------*
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
      * dd/mm/aaaa a partir do dia juliano.     *
      *-----------------------------------------*
       P-JDN-INV.
           COMPUTE WS-JD-L = WS-JDN + 68569.
           COMPUTE WS-JD-N = (4 * WS-JD-L) / 146097.
           COMPUTE WS-JD-L = WS-JD-L - (146097 * WS-JD-N + 3) / 4.
           COMPUTE WS-JD-I = (4000 * (WS-JD-L + 1)) / 1461001.
           COMPUTE WS-JD-L = WS-JD-L - (1461 * WS-JD-I) / 4 + 31.
           COMPUTE WS-JD-J = (80 * WS-JD-L) / 2447.
           COMPUTE WS-UD-DIA = WS-JD-L - (2447 * WS-JD-J) / 80.
           COMPUTE WS-JD-L = WS-JD-J / 11.
           COMPUTE WS-UD-MES = WS-JD-J + 2 - 12 * WS-JD-L.
           COMPUTE WS-UD-ANO = 100 * (WS-JD-N - 49) + WS-JD-I
               + WS-JD-L.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE WS-LOG-NUM TO LOG-NUM-CHE.
           MOVE "BANCO104" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Mes/ano fechado (87) nao aceita         *
      * movimento.                              *
      *-----------------------------------------*
       P-TESTA-FECHADO.
           MOVE "N" TO WS-FECHADO.
           IF NOT FCH-OK-88
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           IF FCH-SIT = "F"
               MOVE "S" TO WS-FECHADO.
       P-TESTA-FECHADO-EXIT.
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
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO RETGUIA GUIA CONTA LOG.
           IF FT-OK-88
               CLOSE FORNTRIB.
           IF FER-OK-88
               CLOSE FERIADO.
           IF FCH-OK-88
               CLOSE FECHA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

      *-----------------------------------------*
      * Marca o painel do menu p/recontagem     *
      * (houve gravacao em BCO.DAT).            *
      *-----------------------------------------*
       P-SUJA-PAINEL.
           OPEN I-O PAINEL.
           IF FS-PAN NOT = "00"
               CLOSE PAINEL
               GO TO P-SUJA-PAINEL-FIM.
           READ PAINEL
               AT END
                   CLOSE PAINEL
                   GO TO P-SUJA-PAINEL-FIM.
           MOVE "S" TO PAN-SUJO.
           REWRITE REG-PAINEL.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
           EXIT.

      *-----------------------------------------*
      * Grava no journal a imagem antes/depois  *
      * da gravacao recem-feita em BCO.DAT.     *
      *-----------------------------------------*
       P-GRAVA-JRN.
           OPEN EXTEND JRN.
           IF FS-JRN = "35"
               OPEN OUTPUT JRN
               CLOSE JRN
               OPEN EXTEND JRN.
           IF FS-JRN NOT = "00"
               CLOSE JRN
               GO TO P-GRAVA-JRN-FIM.
           ACCEPT WS-JRN-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO104" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * CNPJ da empresa do login (cadastro      *
      * 118), quando houver.                    *
      *-----------------------------------------*
       P-LE-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-LE-EMPRESA-FIM.
           MOVE WS-EMPR-SES TO EMP-COD.
           READ EMPRESA
               INVALID KEY GO TO P-LE-EMPRESA-FECHA.
           MOVE EMP-CNPJ TO WS-INSCR-EMP.
       P-LE-EMPRESA-FECHA.
           CLOSE EMPRESA.
       P-LE-EMPRESA-FIM.
           EXIT.

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
