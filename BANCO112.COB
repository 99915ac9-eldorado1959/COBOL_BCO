
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO112.
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
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT CONTAMIN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CMN
                  FILE STATUS IS FS-CMN.
           SELECT SALDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SALDO
                  FILE STATUS IS FS-SALDO.
           SELECT APLIC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS APL-NUM
                  FILE STATUS IS FS-APL.
           SELECT BORDERO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-BORD
                  FILE STATUS IS FS-BOR.
           SELECT BORDITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BIT-CHAVE
                  FILE STATUS IS FS-BIT.
           SELECT REMCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS-RCT.
           SELECT MALOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-MAL
                  FILE STATUS IS FS-MAL.
           SELECT BLOQJUD ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS BLJ-CHAVE
                  ALTERNATE RECORD KEY IS BLJ-PROCESSO
                      WITH DUPLICATES
                  FILE STATUS IS FS-BLJ.
           SELECT LIMCHQ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LCQ-CHAVE
                  FILE STATUS IS FS-LCQ.
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
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
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

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

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

       FD CONTAMIN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTAMIN.DAT".
       01 REG-CONTAMIN.
           03 COD-CMN          PIC 99.
           03 MINIMO-CMN       PIC 9(10)V99.

       FD SALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDO.DAT".
       01 REG-SALDO.
           03 COD-SALDO        PIC 99.
           03 SALDO-CONF       PIC S9(08)V99.
           03 SALDO-DATA       PIC 9(08).

       FD APLIC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "APLIC.DAT".
       01 REG-APLIC.
           03 APL-NUM          PIC 9(06).
           03 APL-CONTA        PIC 99.
           03 APL-TIPO         PIC X(01).
           03 APL-DATA         PIC 9(08).
           03 APL-VALOR        PIC 9(08)V99.
           03 APL-DESCRI       PIC X(20).
           03 APL-POR          PIC X(08).

       FD BORDERO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDERO.DAT".
       01 REG-BORDERO.
           03 COD-BORD         PIC 9(06).
           03 BORD-DATA        PIC 9(08).
           03 BORD-CONTA       PIC X(10).
           03 BORD-DEPTO       PIC X(02).
           03 BORD-LIMITE      PIC 9(08).
           03 BORD-QTD         PIC 9(05).
           03 BORD-TOTAL       PIC 9(10)V99.
           03 BORD-SIT         PIC X(01).
           03 BORD-EMPR        PIC 99.

       FD BORDITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDITEM.DAT".
       01 REG-BORDITEM.
           03 BIT-CHAVE.
               05 BIT-BORD     PIC 9(06).
               05 BIT-NUM      PIC X(06).
           03 BIT-VALOR        PIC 9(08)V99.

       FD REMCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMCTL.DAT".
       01 REG-REMCTL.
           03 REM-CHAVE.
               05 REM-CONTA    PIC 99.
               05 REM-NSA      PIC 9(06).
           03 REM-DATA         PIC 9(08).
           03 REM-HORA         PIC 9(06).
           03 REM-QTD          PIC 9(06).
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

       FD MALOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "MALOTE.DAT".
       01 REG-MALOTE.
           03 COD-MAL          PIC 9(04).
           03 MAL-DATA         PIC 9(08).
           03 MAL-CONTA        PIC X(10).
           03 MAL-QTD          PIC 9(05).
           03 MAL-TOTAL        PIC 9(10)V99.
           03 MAL-SIT          PIC X(01).

      *-----------------------------------------*
      * Bloqueio judicial (122): valor menos o  *
      * liberado, sit. A/P, fora do disponivel. *
      *-----------------------------------------*
       FD BLOQJUD
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BLOQJUD.DAT".
       01 REG-BLOQJUD.
           03 BLJ-CHAVE.
               05 BLJ-CONTA    PIC 99.
               05 BLJ-SEQ      PIC 9(04).
           03 BLJ-NOME-CONTA   PIC X(10).
           03 BLJ-PROCESSO     PIC X(25).
           03 BLJ-VARA         PIC X(30).
           03 BLJ-DATA         PIC 9(08).
           03 BLJ-VALOR        PIC 9(10)V99.
           03 BLJ-LIBERADO     PIC 9(10)V99.
           03 BLJ-DATA-LIB     PIC 9(08).
           03 BLJ-SIT          PIC X(01).
           03 BLJ-POR          PIC X(08).
           03 BLJ-GRAVADO      PIC 9(08).

      *-----------------------------------------*
      * Limite de cheque especial por vigencia  *
      * (129): vale a ultima com data <= dia.   *
      *-----------------------------------------*
       FD LIMCHQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMCHQ.DAT".
       01 REG-LIMCHQ.
           03 LCQ-CHAVE.
               05 LCQ-CONTA    PIC 99.
               05 LCQ-DATA     PIC 9(08).
           03 LCQ-LIMITE       PIC 9(10)V99.
           03 LCQ-TAXA         PIC 9(02)V9(04).
           03 LCQ-POR          PIC X(08).
           03 LCQ-GRAVADO      PIC 9(08).

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
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER               PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
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

       01 WS-PROJ.
           03 WS-ANO-PROJ       PIC 9(04).
           03 WS-MES-PROJ       PIC 99.
           03 WS-DIA-PROJ       PIC 99.

       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CMN               PIC XX.
       77 FS-SALDO             PIC XX.
       77 FS-APL               PIC XX.
       77 FS-BOR               PIC XX.
       77 FS-BIT               PIC XX.
       77 FS-RCT               PIC XX.
       77 FS-MAL               PIC XX.
       77 FS-LOG               PIC XX.
       77 FS-FCH               PIC XX.
       77 WS-CMN-OK            PIC X VALUE "S".
       88 CMN-OK-88              VALUE "S".
       77 WS-SALDO-OK          PIC X VALUE "S".
       88 SALDO-OK-88            VALUE "S".
       77 WS-APL-OK            PIC X VALUE "S".
       88 APL-OK-88              VALUE "S".
       77 WS-BOR-OK            PIC X VALUE "S".
       88 BOR-OK-88              VALUE "S".
       77 WS-RCT-OK            PIC X VALUE "S".
       88 RCT-OK-88              VALUE "S".
       77 WS-MAL-OK            PIC X VALUE "S".
       88 MAL-OK-88              VALUE "S".
       77 FS-BLJ               PIC XX.
       77 WS-BLJ-OK            PIC X VALUE "S".
       88 BLJ-OK-88              VALUE "S".
       77 FS-LCQ               PIC XX.
       77 WS-LCQ-OK            PIC X VALUE "S".
       88 LCQ-OK-88              VALUE "S".
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA8             PIC 9(08) VALUE ZEROS.
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.

      *----- itens que estao em bordero aberto (SIT "A")
       77 WS-BD-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-BD-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-BD-CHEIO          PIC X VALUE "N".
       88 BD-CHEIO-88            VALUE "S".
       01 WS-BD-TAB.
           03 WS-BD-NUM OCCURS 999 TIMES PIC X(06).
       77 WS-EM-BORD           PIC X VALUE "N".
       88 EM-BORD-88             VALUE "S".
       77 WS-REM-PEND          PIC X VALUE "N".
       88 REM-PEND-88            VALUE "S".

      *----- posicao projetada de cada conta
       77 WS-SALDO-CONF        PIC S9(08)V99 VALUE ZEROS.
       77 WS-FLOAT             PIC 9(10)V99 VALUE ZEROS.
       77 WS-BORDERO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-REMESSA           PIC 9(10)V99 VALUE ZEROS.
       77 WS-MALOTE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-BLOQUEADO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-A-PAGAR           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TRANSF            PIC S9(10)V99 VALUE ZEROS.
       77 WS-APLICADO          PIC S9(10)V99 VALUE ZEROS.
       77 WS-POSICAO           PIC S9(11)V99 VALUE ZEROS.

       77 WS-CX-QTD            PIC 99 VALUE ZEROS.
       77 WS-CX-IDX            PIC 99 VALUE ZEROS.
       77 WS-CX-ORIG           PIC 99 VALUE ZEROS.
       77 WS-CX-CHEIO          PIC X VALUE "N".
       88 CX-CHEIO-88            VALUE "S".
       01 WS-CX-TAB.
           03 WS-CX-ENT OCCURS 20.
               05 CXT-COD      PIC 99.
               05 CXT-NOME     PIC X(10).
               05 CXT-PROJ     PIC S9(11)V99.
               05 CXT-ALVO     PIC 9(10)V99.
               05 CXT-APLIC    PIC S9(10)V99.
               05 CXT-SOBRA    PIC 9(11)V99.
               05 CXT-FALTA    PIC 9(11)V99.
               05 CXT-LIMITE   PIC 9(10)V99.

      *----- transferencias propostas (origem/destino na tabela)
       77 WS-TR-QTD            PIC 99 VALUE ZEROS.
       77 WS-TR-IDX            PIC 99 VALUE ZEROS.
       77 WS-TR-CHEIO          PIC X VALUE "N".
       88 TR-CHEIO-88            VALUE "S".
       01 WS-TR-TAB.
           03 WS-TR-ENT OCCURS 50.
               05 TRT-ORIG     PIC 99.
               05 TRT-DEST     PIC 99.
               05 TRT-VALOR    PIC 9(08)V99.
       77 WS-TR-VALOR          PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-TRANSF        PIC 9(11)V99 VALUE ZEROS.
       77 WS-TOT-FALTA         PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-FALTA         PIC 99 VALUE ZEROS.

       77 WS-NOME-ORIGEM       PIC X(10) VALUE SPACES.
       77 WS-NOME-DESTINO      PIC X(10) VALUE SPACES.
       77 WS-VALOR             PIC 9(08)V99 VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-SAIDA         PIC 9(06) VALUE ZEROS.
       77 WS-NUM-ENTRADA       PIC 9(06) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       77 WS-JD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JD-MES            PIC 99 VALUE ZEROS.
       77 WS-JD-DIA            PIC 99 VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JD-N              PIC S9(08) VALUE ZEROS.
       77 WS-JD-I              PIC S9(08) VALUE ZEROS.
       77 WS-JD-J              PIC S9(08) VALUE ZEROS.
       77 WS-JD-SEM            PIC S9(08) VALUE ZEROS.

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
           02 F PIC X(36) VALUE "CONCENTRACAO DE CAIXA - POSICAO EM ".
           02 PROJ-TIT PIC X(10).

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(60).

       01 LINHA-CAB-CX.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "CONTA          PROJETADA          ALVO  ".
           02 F PIC X(36) VALUE
              "      APLICADO    SOBRA/FALTA(-)".

       01 LINHA-CX.
           02 f pic x(02) value spaces.
           02 CX-NOME-DET PIC X(10).
           02 f pic x value space.
           02 CX-PROJ-DET PIC -ZZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 CX-ALVO-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 CX-APLIC-DET PIC -ZZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 CX-DIF-DET PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-LIM.
           02 f pic x(13) value spaces.
           02 F PIC X(19) VALUE "limite ch.especial ".
           02 LIM-LIMITE-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(07) VALUE "  folga".
           02 LIM-FOLGA-DET PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TR.
           02 f pic x(02) value spaces.
           02 F PIC X(05) VALUE "DE   ".
           02 TR-ORIG-DET PIC X(10).
           02 F PIC X(06) VALUE "  P/  ".
           02 TR-DEST-DET PIC X(10).
           02 f pic x(02) value spaces.
           02 TR-VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 TR-NUM-DET PIC X(20).

       01 LINHA-FALTA.
           02 f pic x(02) value spaces.
           02 FAL-NOME-DET PIC X(10).
           02 F PIC X(15) VALUE " SEM COBERTURA ".
           02 FAL-VALOR-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(16) VALUE "  APLICADO (90) ".
           02 FAL-APLIC-DET PIC -ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TOT-TIT PIC X(20).
           02 QTD-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(13) VALUE " NO VALOR DE ".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CONCENTRACAO DE CAIXA " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Pagamentos ate (dd/mm/aaaa)=".
           02 LINE 08 COLUMN 35 VALUE "/  /".
           02 LINE 10 COLUMN 04 VALUE "Contas analisadas..........=".
           02 LINE 11 COLUMN 04 VALUE "Contas abaixo do alvo......=".
           02 LINE 12 COLUMN 04 VALUE "Transferencias propostas...=".
           02 LINE 13 COLUMN 04 VALUE "Valor transferido.......R$ =".
           02 LINE 14 COLUMN 04 VALUE "Falta sem cobertura.....R$ =".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
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
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN INPUT CONTAMIN.
           IF FS-CMN = "35"
               MOVE "N" TO WS-CMN-OK.
           OPEN INPUT SALDO.
           IF FS-SALDO = "35"
               MOVE "N" TO WS-SALDO-OK.
           OPEN INPUT APLIC.
           IF FS-APL = "35"
               MOVE "N" TO WS-APL-OK.
           OPEN INPUT BORDERO.
           IF FS-BOR = "35"
               MOVE "N" TO WS-BOR-OK.
           IF BOR-OK-88
               OPEN INPUT BORDITEM.
           OPEN INPUT REMCTL.
           IF FS-RCT = "35"
               MOVE "N" TO WS-RCT-OK.
           OPEN INPUT MALOTE.
           IF FS-MAL = "35"
               MOVE "N" TO WS-MAL-OK.
           OPEN INPUT BLOQJUD.
           IF FS-BLJ = "35"
               MOVE "N" TO WS-BLJ-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN INPUT LIMCHQ.
           IF FS-LCQ = "35"
               MOVE "N" TO WS-LCQ-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           PERFORM P-PROXIMO-UTIL.
       P04-DATA-PROJ.
           DISPLAY (22 14) "<DATA ZERADA , Sai da Concentracao".
           ACCEPT (08 33) WS-DIA-PROJ WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (08 36) WS-MES-PROJ WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (08 39) WS-ANO-PROJ WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-PROJ = ZEROS
               PERFORM P-FIM.
           IF WS-DIA-PROJ = ZEROS OR WS-DIA-PROJ > 31
               GO TO P04-DATA-PROJ.
           IF WS-MES-PROJ = ZEROS OR WS-MES-PROJ > 12
               GO TO P04-DATA-PROJ.
           MOVE WS-DATA TO WS-DATA8.
           IF WS-PROJ < WS-DATA8
               DISPLAY (21 04) "!! DATA ANTERIOR A HOJE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATA-PROJ.
           DISPLAY (22 14) WS-LIMPA.
           DISPLAY (21 04) "Calculando as posicoes...".
           PERFORM P-CARREGA-BORDEROS THRU P-CARREGA-BORD-EXIT.
           PERFORM P-CARREGA-CONTAS THRU P-CARREGA-CONTAS-EXIT.
           PERFORM P-PROPOE THRU P-PROPOE-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (10 33) WS-CX-QTD.
           DISPLAY (11 33) WS-QTD-FALTA.
           DISPLAY (12 33) WS-TR-QTD.
           MOVE WS-TOT-TRANSF TO WS-MOSTRA-VALOR.
           DISPLAY (13 33) WS-MOSTRA-VALOR.
           MOVE WS-TOT-FALTA TO WS-MOSTRA-VALOR.
           DISPLAY (14 33) WS-MOSTRA-VALOR.
           IF CX-CHEIO-88
               DISPLAY (17 04) "!! +20 CONTAS - PARCIAL !!".
           IF TR-CHEIO-88
               DISPLAY (18 04) "!! +50 TRANSFERENCIAS - PARCIAL !!".
           IF BD-CHEIO-88
               DISPLAY (19 04)
                   "!! +999 ITENS EM BORDEROS - PARCIAL !!".
           PERFORM P-IMPRIME THRU P-IMPRIME-EXIT.
           IF WS-TR-QTD = ZEROS
               DISPLAY (21 04) "!! NENHUMA TRANSFERENCIA NECESSARIA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P01-TELA-1.
      *----- mes ja fechado (87) nao aceita movimento
           MOVE ANO TO WS-FCH-T-ANO.
           MOVE MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (21 04) "!! MES FECHADO (87) - NAO ACEITA !!"
               ACCEPT (23 01) WS-P
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Gera as transferencias ?  < S/N >".
           ACCEPT (21 39) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           PERFORM P-GERA-TRANSF THRU P-GERA-TRANSF-EXIT.
           DISPLAY (21 04) "!! < Transferencias Gravadas > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Data da projecao: proximo dia util      *
      * (pula sabado e domingo), alteravel.     *
      *-----------------------------------------*
       P-PROXIMO-UTIL.
           MOVE ANO TO WS-JD-ANO.
           MOVE MES TO WS-JD-MES.
           MOVE DIA TO WS-JD-DIA.
           PERFORM P-JDN-CALC.
           ADD 1 TO WS-JDN.
      *----- dia juliano mod 7: 5 sabado, 6 domingo
           DIVIDE WS-JDN BY 7 GIVING WS-JD-SEM REMAINDER WS-JD-N.
           IF WS-JD-N = 5
               ADD 2 TO WS-JDN.
           IF WS-JD-N = 6
               ADD 1 TO WS-JDN.
           PERFORM P-JDN-INV.
           MOVE WS-JD-DIA TO WS-DIA-PROJ.
           MOVE WS-JD-MES TO WS-MES-PROJ.
           MOVE WS-JD-ANO TO WS-ANO-PROJ.

      *-----------------------------------------*
      * Numeros dos lanctos parados em borderos *
      * ainda abertos (SIT "A" no 64).          *
      *-----------------------------------------*
       P-CARREGA-BORDEROS.
           MOVE ZEROS TO WS-BD-QTD.
           MOVE "N" TO WS-BD-CHEIO.
           IF NOT BOR-OK-88
               GO TO P-CARREGA-BORD-EXIT.
           MOVE ZEROS TO COD-BORD.
           START BORDERO KEY IS NOT LESS THAN COD-BORD
               INVALID KEY GO TO P-CARREGA-BORD-EXIT.
       P-CARREGA-BORD-LER.
           READ BORDERO NEXT RECORD
               AT END GO TO P-CARREGA-BORD-EXIT.
           IF BORD-EMPR NOT = WS-EMPR-SES
               GO TO P-CARREGA-BORD-LER.
           IF BORD-SIT NOT = "A"
               GO TO P-CARREGA-BORD-LER.
           MOVE COD-BORD TO BIT-BORD.
           MOVE SPACES TO BIT-NUM.
           START BORDITEM KEY IS NOT LESS THAN BIT-CHAVE
               INVALID KEY GO TO P-CARREGA-BORD-LER.
       P-CARREGA-BORD-ITEM.
           READ BORDITEM NEXT RECORD
               AT END GO TO P-CARREGA-BORD-LER.
           IF BIT-BORD NOT = COD-BORD
               GO TO P-CARREGA-BORD-LER.
           IF WS-BD-QTD = 999
               MOVE "S" TO WS-BD-CHEIO
               GO TO P-CARREGA-BORD-EXIT.
           ADD 1 TO WS-BD-QTD.
           MOVE BIT-NUM TO WS-BD-NUM(WS-BD-QTD).
           GO TO P-CARREGA-BORD-ITEM.
       P-CARREGA-BORD-EXIT.
           EXIT.

      *-----------------------------------------*
      * Posicao projetada de cada conta: a do   *
      * 91 menos o que vence ate a data e ainda *
      * nao esta comprometido, mais/menos as    *
      * transferencias pendentes; e o alvo (42).*
      *-----------------------------------------*
       P-CARREGA-CONTAS.
           MOVE ZEROS TO WS-CX-QTD.
           MOVE "N" TO WS-CX-CHEIO.
           MOVE ZEROS TO COD-CONTA.
           START CONTA KEY IS NOT LESS THAN COD-CONTA
               INVALID KEY GO TO P-CARREGA-CONTAS-EXIT.
       P-CARREGA-CONTAS-LER.
           READ CONTA NEXT RECORD
               AT END GO TO P-CARREGA-CONTAS-EXIT.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               GO TO P-CARREGA-CONTAS-LER.
           IF WS-CX-QTD = 20
               MOVE "S" TO WS-CX-CHEIO
               GO TO P-CARREGA-CONTAS-EXIT.
           MOVE COD-CONTA TO WS-CONTA-NUM.
           PERFORM P-LE-SALDO THRU P-LE-SALDO-FIM.
           PERFORM P-CLASSIFICA THRU P-CLASSIFICA-EXIT.
           PERFORM P-MALOTE-HOJE THRU P-MALOTE-HOJE-EXIT.
           PERFORM P-CALCULA-APLICADO THRU P-CALCULA-APLICADO-EXIT.
           PERFORM P-SOMA-BLOQJUD THRU P-SOMA-BLOQJUD-EXIT.
           COMPUTE WS-POSICAO = WS-SALDO-CONF - WS-FLOAT
               - WS-BORDERO - WS-REMESSA - WS-MALOTE - WS-BLOQUEADO
               - WS-A-PAGAR + WS-TRANSF.
           ADD 1 TO WS-CX-QTD.
           MOVE COD-CONTA TO CXT-COD(WS-CX-QTD).
           MOVE NOME-CONTA TO CXT-NOME(WS-CX-QTD).
           MOVE WS-POSICAO TO CXT-PROJ(WS-CX-QTD).
           MOVE WS-APLICADO TO CXT-APLIC(WS-CX-QTD).
           MOVE ZEROS TO CXT-ALVO(WS-CX-QTD).
           PERFORM P-LE-LIMITE THRU P-LE-LIMITE-EXIT.
           IF CMN-OK-88
               MOVE COD-CONTA TO COD-CMN
               READ CONTAMIN
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE MINIMO-CMN TO CXT-ALVO(WS-CX-QTD).
           MOVE ZEROS TO CXT-SOBRA(WS-CX-QTD) CXT-FALTA(WS-CX-QTD).
           IF WS-POSICAO > CXT-ALVO(WS-CX-QTD)
               COMPUTE CXT-SOBRA(WS-CX-QTD) =
                   WS-POSICAO - CXT-ALVO(WS-CX-QTD)
           ELSE
               COMPUTE CXT-FALTA(WS-CX-QTD) =
                   CXT-ALVO(WS-CX-QTD) - WS-POSICAO.
           GO TO P-CARREGA-CONTAS-LER.
       P-CARREGA-CONTAS-EXIT.
           EXIT.

      *-----------------------------------------*
      * Limite de cheque especial da conta em   *
      * vigor na data da projecao.              *
      *-----------------------------------------*
       P-LE-LIMITE.
           MOVE ZEROS TO CXT-LIMITE(WS-CX-QTD).
           IF NOT LCQ-OK-88
               GO TO P-LE-LIMITE-EXIT.
           MOVE WS-CONTA-NUM TO LCQ-CONTA.
           MOVE ZEROS TO LCQ-DATA.
           START LIMCHQ KEY IS NOT LESS THAN LCQ-CHAVE
               INVALID KEY GO TO P-LE-LIMITE-EXIT.
       P-LE-LIMITE-LER.
           READ LIMCHQ NEXT RECORD
               AT END GO TO P-LE-LIMITE-EXIT.
           IF LCQ-CONTA NOT = WS-CONTA-NUM
               GO TO P-LE-LIMITE-EXIT.
           IF LCQ-DATA > WS-PROJ
               GO TO P-LE-LIMITE-EXIT.
           MOVE LCQ-LIMITE TO CXT-LIMITE(WS-CX-QTD).
           GO TO P-LE-LIMITE-LER.
       P-LE-LIMITE-EXIT.
           EXIT.

       P-LE-SALDO.
           MOVE ZEROS TO WS-SALDO-CONF.
           IF NOT SALDO-OK-88
               GO TO P-LE-SALDO-FIM.
           MOVE WS-CONTA-NUM TO COD-SALDO.
           READ SALDO
               INVALID KEY
                   NEXT SENTENCE
               NOT INVALID KEY
                   MOVE SALDO-CONF TO WS-SALDO-CONF.
       P-LE-SALDO-FIM.
           EXIT.

      *-----------------------------------------*
      * Classifica cada item em aberto da conta *
      * numa so fatia, sem contar em dobro:     *
      * cheque impresso > remessa pendente >    *
      * bordero aberto > a pagar ate a data.    *
      *-----------------------------------------*
       P-CLASSIFICA.
           MOVE ZEROS TO WS-FLOAT WS-BORDERO WS-REMESSA.
           MOVE ZEROS TO WS-A-PAGAR WS-TRANSF.
           MOVE NOME-CONTA TO CONTA-CHE.
           START BANCO KEY IS NOT LESS THAN CONTA-CHE
               INVALID KEY GO TO P-CLASSIFICA-EXIT.
       P-CLASSIFICA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-CLASSIFICA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-CLASSIFICA-LER.
           IF CONTA-CHE NOT = NOME-CONTA
               GO TO P-CLASSIFICA-EXIT.
           IF DATA-CONF NOT = ZEROS
               GO TO P-CLASSIFICA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-CLASSIFICA-LER.
      *----- cheque sustado (131) nao sai mais da conta
           IF SITUACAO-CHE = "S"
               GO TO P-CLASSIFICA-LER.
      *----- transferencia ainda nao conferida ate a data
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               IF VCTO-CHE NOT > WS-PROJ
                   IF TIPO-CHE = "T"
                       SUBTRACT VALOR-CHE FROM WS-TRANSF
                       GO TO P-CLASSIFICA-LER
                   ELSE
                       ADD VALOR-CHE TO WS-TRANSF
                       GO TO P-CLASSIFICA-LER
               ELSE
                   GO TO P-CLASSIFICA-LER.
           IF IMPRESSO-CHE = "S"
               ADD VALOR-CHE TO WS-FLOAT
               GO TO P-CLASSIFICA-LER.
           PERFORM P-TESTA-REMESSA THRU P-TESTA-REMESSA-EXIT.
           IF REM-PEND-88
               ADD VALOR-CHE TO WS-REMESSA
               GO TO P-CLASSIFICA-LER.
           PERFORM P-TESTA-BORDERO THRU P-TESTA-BORDERO-EXIT.
           IF EM-BORD-88
               ADD VALOR-CHE TO WS-BORDERO
               GO TO P-CLASSIFICA-LER.
           IF VCTO-CHE > WS-PROJ
               GO TO P-CLASSIFICA-LER.
           IF APROV-CHE = "R"
               GO TO P-CLASSIFICA-LER.
           ADD VALOR-CHE TO WS-A-PAGAR.
           GO TO P-CLASSIFICA-LER.
       P-CLASSIFICA-EXIT.
           EXIT.

       P-TESTA-REMESSA.
           MOVE "N" TO WS-REM-PEND.
           IF NOT RCT-OK-88
               GO TO P-TESTA-REMESSA-EXIT.
           IF REMESSA-CHE = ZEROS
               GO TO P-TESTA-REMESSA-EXIT.
           MOVE WS-CONTA-NUM TO REM-CONTA.
           MOVE REMESSA-CHE TO REM-NSA.
           READ REMCTL
               INVALID KEY
                   GO TO P-TESTA-REMESSA-EXIT.
           IF REM-SIT = "G" OR REM-SIT = "E"
               MOVE "S" TO WS-REM-PEND.
       P-TESTA-REMESSA-EXIT.
           EXIT.

       P-TESTA-BORDERO.
           MOVE "N" TO WS-EM-BORD.
           MOVE 1 TO WS-BD-IDX.
       P-TESTA-BORDERO-LOOP.
           IF WS-BD-IDX > WS-BD-QTD
               GO TO P-TESTA-BORDERO-EXIT.
           IF WS-BD-NUM(WS-BD-IDX) = NUM-CHE
               MOVE "S" TO WS-EM-BORD
               GO TO P-TESTA-BORDERO-EXIT.
           ADD 1 TO WS-BD-IDX.
           GO TO P-TESTA-BORDERO-LOOP.
       P-TESTA-BORDERO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Malotes de hoje ainda abertos (36/35).  *
      *-----------------------------------------*
       P-MALOTE-HOJE.
           MOVE ZEROS TO WS-MALOTE.
           IF NOT MAL-OK-88
               GO TO P-MALOTE-HOJE-EXIT.
           MOVE WS-DATA TO WS-DATA8.
           MOVE ZEROS TO COD-MAL.
           START MALOTE KEY IS NOT LESS THAN COD-MAL
               INVALID KEY GO TO P-MALOTE-HOJE-EXIT.
       P-MALOTE-HOJE-LER.
           READ MALOTE NEXT RECORD
               AT END GO TO P-MALOTE-HOJE-EXIT.
           IF MAL-DATA NOT = WS-DATA8
               GO TO P-MALOTE-HOJE-LER.
           IF MAL-SIT NOT = "A"
               GO TO P-MALOTE-HOJE-LER.
           IF MAL-CONTA NOT = SPACES AND MAL-CONTA NOT = NOME-CONTA
               GO TO P-MALOTE-HOJE-LER.
           ADD MAL-TOTAL TO WS-MALOTE.
           GO TO P-MALOTE-HOJE-LER.
       P-MALOTE-HOJE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Bloqueio judicial ainda em aberto na    *
      * conta (122): o banco nao deixa usar.    *
      *-----------------------------------------*
       P-SOMA-BLOQJUD.
           MOVE ZEROS TO WS-BLOQUEADO.
           IF NOT BLJ-OK-88
               GO TO P-SOMA-BLOQJUD-EXIT.
           MOVE WS-CONTA-NUM TO BLJ-CONTA.
           MOVE ZEROS TO BLJ-SEQ.
           START BLOQJUD KEY IS NOT LESS THAN BLJ-CHAVE
               INVALID KEY GO TO P-SOMA-BLOQJUD-EXIT.
       P-SOMA-BLOQJUD-LER.
           READ BLOQJUD NEXT RECORD
               AT END GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-CONTA NOT = WS-CONTA-NUM
               GO TO P-SOMA-BLOQJUD-EXIT.
           IF BLJ-SIT = "L"
               GO TO P-SOMA-BLOQJUD-LER.
           COMPUTE WS-BLOQUEADO =
               WS-BLOQUEADO + BLJ-VALOR - BLJ-LIBERADO.
           GO TO P-SOMA-BLOQJUD-LER.
       P-SOMA-BLOQJUD-EXIT.
           EXIT.

      *-----------------------------------------*
      * Saldo aplicado da conta (90): reserva   *
      * p/resgate quando as contas nao cobrem.  *
      *-----------------------------------------*
       P-CALCULA-APLICADO.
           MOVE ZEROS TO WS-APLICADO.
           IF NOT APL-OK-88
               GO TO P-CALCULA-APLICADO-EXIT.
           MOVE ZEROS TO APL-NUM.
           START APLIC KEY IS NOT LESS THAN APL-NUM
               INVALID KEY GO TO P-CALCULA-APLICADO-EXIT.
       P-CALCULA-APLICADO-LER.
           READ APLIC NEXT RECORD
               AT END GO TO P-CALCULA-APLICADO-EXIT.
           IF APL-CONTA NOT = WS-CONTA-NUM
               GO TO P-CALCULA-APLICADO-LER.
           IF APL-TIPO = "A"
               ADD APL-VALOR TO WS-APLICADO
           ELSE
               SUBTRACT APL-VALOR FROM WS-APLICADO.
           GO TO P-CALCULA-APLICADO-LER.
       P-CALCULA-APLICADO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Cada conta abaixo do alvo recebe das    *
      * que tem sobra acima do proprio alvo, na *
      * ordem do cadastro; o que nao for coberto*
      * fica como falta (resgatar aplicacao).   *
      *-----------------------------------------*
       P-PROPOE.
           MOVE ZEROS TO WS-TR-QTD WS-TOT-TRANSF.
           MOVE ZEROS TO WS-TOT-FALTA WS-QTD-FALTA.
           MOVE "N" TO WS-TR-CHEIO.
           MOVE ZEROS TO WS-CX-IDX.
       P-PROPOE-DESTINO.
           ADD 1 TO WS-CX-IDX.
           IF WS-CX-IDX > WS-CX-QTD
               GO TO P-PROPOE-EXIT.
           IF CXT-FALTA(WS-CX-IDX) = ZEROS
               GO TO P-PROPOE-DESTINO.
           MOVE ZEROS TO WS-CX-ORIG.
       P-PROPOE-ORIGEM.
           ADD 1 TO WS-CX-ORIG.
           IF CXT-FALTA(WS-CX-IDX) = ZEROS
               GO TO P-PROPOE-DESTINO.
           IF WS-CX-ORIG > WS-CX-QTD
               ADD 1 TO WS-QTD-FALTA
               ADD CXT-FALTA(WS-CX-IDX) TO WS-TOT-FALTA
               GO TO P-PROPOE-DESTINO.
           IF CXT-SOBRA(WS-CX-ORIG) = ZEROS
               GO TO P-PROPOE-ORIGEM.
           IF WS-TR-QTD = 50
               MOVE "S" TO WS-TR-CHEIO
               ADD 1 TO WS-QTD-FALTA
               ADD CXT-FALTA(WS-CX-IDX) TO WS-TOT-FALTA
               GO TO P-PROPOE-DESTINO.
           MOVE CXT-FALTA(WS-CX-IDX) TO WS-TR-VALOR.
           IF CXT-SOBRA(WS-CX-ORIG) < WS-TR-VALOR
               MOVE CXT-SOBRA(WS-CX-ORIG) TO WS-TR-VALOR.
      *----- um lancamento comporta ate 99.999.999,99
           IF WS-TR-VALOR > 99999999,99
               MOVE 99999999,99 TO WS-TR-VALOR.
           ADD 1 TO WS-TR-QTD.
           MOVE WS-CX-ORIG TO TRT-ORIG(WS-TR-QTD).
           MOVE WS-CX-IDX TO TRT-DEST(WS-TR-QTD).
           MOVE WS-TR-VALOR TO TRT-VALOR(WS-TR-QTD).
           SUBTRACT WS-TR-VALOR FROM CXT-SOBRA(WS-CX-ORIG).
           SUBTRACT WS-TR-VALOR FROM CXT-FALTA(WS-CX-IDX).
           ADD WS-TR-VALOR TO WS-TOT-TRANSF.
      *----- origem ainda com sobra volta a ser testada
           SUBTRACT 1 FROM WS-CX-ORIG.
           GO TO P-PROPOE-ORIGEM.
       P-PROPOE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Relatorio: posicao x alvo por conta,    *
      * transferencias propostas e o que fica   *
      * sem cobertura.                          *
      *-----------------------------------------*
       P-IMPRIME.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE SPACES TO PROJ-TIT.
           STRING WS-DIA-PROJ "/" WS-MES-PROJ "/" WS-ANO-PROJ
               DELIMITED BY SIZE INTO PROJ-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB-CX.
           MOVE ZEROS TO WS-CX-IDX.
       P-IMPRIME-CX.
           ADD 1 TO WS-CX-IDX.
           IF WS-CX-IDX > WS-CX-QTD
               GO TO P-IMPRIME-TR.
           MOVE CXT-NOME(WS-CX-IDX) TO CX-NOME-DET.
           MOVE CXT-PROJ(WS-CX-IDX) TO CX-PROJ-DET.
           MOVE CXT-ALVO(WS-CX-IDX) TO CX-ALVO-DET.
           MOVE CXT-APLIC(WS-CX-IDX) TO CX-APLIC-DET.
           COMPUTE CX-DIF-DET =
               CXT-PROJ(WS-CX-IDX) - CXT-ALVO(WS-CX-IDX).
           WRITE REG-RELATO FROM LINHA-CX.
           IF CXT-LIMITE(WS-CX-IDX) = ZEROS
               GO TO P-IMPRIME-CX.
           MOVE CXT-LIMITE(WS-CX-IDX) TO LIM-LIMITE-DET.
           COMPUTE LIM-FOLGA-DET =
               CXT-PROJ(WS-CX-IDX) + CXT-LIMITE(WS-CX-IDX).
           WRITE REG-RELATO FROM LINHA-LIM.
           GO TO P-IMPRIME-CX.
       P-IMPRIME-TR.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TRANSFERENCIAS PROPOSTAS" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE ZEROS TO WS-TR-IDX.
       P-IMPRIME-TR-LOOP.
           ADD 1 TO WS-TR-IDX.
           IF WS-TR-IDX > WS-TR-QTD
               GO TO P-IMPRIME-FALTA.
           MOVE TRT-ORIG(WS-TR-IDX) TO WS-CX-IDX.
           MOVE CXT-NOME(WS-CX-IDX) TO TR-ORIG-DET.
           MOVE TRT-DEST(WS-TR-IDX) TO WS-CX-IDX.
           MOVE CXT-NOME(WS-CX-IDX) TO TR-DEST-DET.
           MOVE TRT-VALOR(WS-TR-IDX) TO TR-VALOR-DET.
           MOVE SPACES TO TR-NUM-DET.
           WRITE REG-RELATO FROM LINHA-TR.
           GO TO P-IMPRIME-TR-LOOP.
       P-IMPRIME-FALTA.
           MOVE "TOTAL TRANSFERIDO..:" TO TOT-TIT.
           MOVE WS-TR-QTD TO QTD-TOTAL.
           MOVE WS-TOT-TRANSF TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           IF WS-QTD-FALTA = ZEROS
               GO TO P-IMPRIME-FECHA.
           MOVE "CONTAS SEM COBERTURA - RESGATAR APLICACAO (90)"
               TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE ZEROS TO WS-CX-IDX.
       P-IMPRIME-FALTA-LOOP.
           ADD 1 TO WS-CX-IDX.
           IF WS-CX-IDX > WS-CX-QTD
               GO TO P-IMPRIME-FALTA-TOT.
           IF CXT-FALTA(WS-CX-IDX) = ZEROS
               GO TO P-IMPRIME-FALTA-LOOP.
           MOVE CXT-NOME(WS-CX-IDX) TO FAL-NOME-DET.
           MOVE CXT-FALTA(WS-CX-IDX) TO FAL-VALOR-DET.
           MOVE CXT-APLIC(WS-CX-IDX) TO FAL-APLIC-DET.
           WRITE REG-RELATO FROM LINHA-FALTA.
           GO TO P-IMPRIME-FALTA-LOOP.
       P-IMPRIME-FALTA-TOT.
           MOVE "TOTAL SEM COBERTURA:" TO TOT-TIT.
           MOVE WS-QTD-FALTA TO QTD-TOTAL.
           MOVE WS-TOT-FALTA TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
       P-IMPRIME-FECHA.
           CLOSE RELATO.
       P-IMPRIME-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava cada transferencia como no 49:    *
      * saida T na origem e entrada E no        *
      * destino, ligadas uma a outra, com data  *
      * de hoje.                                *
      *-----------------------------------------*
       P-GERA-TRANSF.
           PERFORM P-GERA-CODIGO.
           MOVE ZEROS TO WS-TR-IDX.
       P-GERA-TRANSF-LOOP.
           ADD 1 TO WS-TR-IDX.
           IF WS-TR-IDX > WS-TR-QTD
               GO TO P-GERA-TRANSF-EXIT.
           MOVE TRT-ORIG(WS-TR-IDX) TO WS-CX-IDX.
           MOVE CXT-NOME(WS-CX-IDX) TO WS-NOME-ORIGEM.
           MOVE TRT-DEST(WS-TR-IDX) TO WS-CX-IDX.
           MOVE CXT-NOME(WS-CX-IDX) TO WS-NOME-DESTINO.
           MOVE TRT-VALOR(WS-TR-IDX) TO WS-VALOR.
           PERFORM P-NUM-LIVRE THRU P-NUM-LIVRE-FIM.
           MOVE WS-NUM TO WS-NUM-SAIDA.
           PERFORM P-NUM-LIVRE THRU P-NUM-LIVRE-FIM.
           MOVE WS-NUM TO WS-NUM-ENTRADA.
           PERFORM P-GRAVA-SAIDA.
           PERFORM P-GRAVA-ENTRADA.
           GO TO P-GERA-TRANSF-LOOP.
       P-GERA-TRANSF-EXIT.
           EXIT.

       P-GRAVA-SAIDA.
           MOVE WS-NUM-SAIDA TO NUM-CHE.
           MOVE WS-NOME-ORIGEM TO CONTA-CHE.
           MOVE SPACES TO DESCRI-CHE-GRP.
           STRING "TRANSF P/" WS-NOME-DESTINO
               DELIMITED BY SIZE INTO DESCRI-CHE-GRP.
           MOVE "T" TO TIPO-CHE.
           MOVE WS-NUM-ENTRADA TO LIGA-CHE.
           PERFORM P-GRAVA-COMUM THRU P-GRAVA-COMUM-FIM.

       P-GRAVA-ENTRADA.
           MOVE WS-NUM-ENTRADA TO NUM-CHE.
           MOVE WS-NOME-DESTINO TO CONTA-CHE.
           MOVE SPACES TO DESCRI-CHE-GRP.
           STRING "TRANSF DE " WS-NOME-ORIGEM
               DELIMITED BY SIZE INTO DESCRI-CHE-GRP.
           MOVE "E" TO TIPO-CHE.
           MOVE WS-NUM-SAIDA TO LIGA-CHE.
           PERFORM P-GRAVA-COMUM THRU P-GRAVA-COMUM-FIM.

       P-GRAVA-COMUM.
           MOVE DIA TO DIA-CHE.
           MOVE MES TO MES-CHE.
           MOVE ANO TO ANO-CHE.
           MOVE WS-VALOR TO VALOR-CHE.
           MOVE "CONCENTRACAO" TO OBS-CHE.
           MOVE ZEROS TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE ZEROS TO CATEG-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE "T" TO FORMA-CHE.
       P-GRAVA-COMUM-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-COMUM-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO CONTA LOG
               STOP RUN.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-GRAVA-COMUM-FIM.
           EXIT.

      *-----------------------------------------*
       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY
                   MOVE "10" TO FS.
           PERFORM P-CONTA-CODIGO UNTIL FS = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM.

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
      * Numero seguinte livre em BCO.DAT: os de *
      * outras empresas podem estar entre os    *
      * desta, e o par ligado (LIGA-CHE) tem de *
      * sair com numeros ja' garantidos.        *
      *-----------------------------------------*
       P-NUM-LIVRE.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-NUM-LIVRE-FIM.
           GO TO P-NUM-LIVRE.
       P-NUM-LIVRE-FIM.
           EXIT.

      *-----------------------------------------*
      * Vencimento contiguo (aaaammdd) p/chave  *
      * alternada de BCO.DAT.                   *
      *-----------------------------------------*
       P-MONTA-VCTO.
           MOVE ANO-CHE TO VCTO-CHE(1:4).
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "I" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO112" TO LOG-PROGRAMA.
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
      * Dia juliano a partir de dd/mm/aaaa.     *
      *-----------------------------------------*
       P-JDN-CALC.
           COMPUTE WS-JD-T1 = (WS-JD-MES - 14) / 12.
           COMPUTE WS-JD-T2 =
               (1461 * (WS-JD-ANO + 4800 + WS-JD-T1)) / 4.
           COMPUTE WS-JD-T3 =
               (367 * (WS-JD-MES - 2 - 12 * WS-JD-T1)) / 12.
           COMPUTE WS-JD-L = (WS-JD-ANO + 4900 + WS-JD-T1) / 100.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-JD-DIA - 32075.

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
           COMPUTE WS-JD-DIA = WS-JD-L - (2447 * WS-JD-J) / 80.
           COMPUTE WS-JD-L = WS-JD-J / 11.
           COMPUTE WS-JD-MES = WS-JD-J + 2 - 12 * WS-JD-L.
           COMPUTE WS-JD-ANO = 100 * (WS-JD-N - 49) + WS-JD-I
               + WS-JD-L.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO CONTA LOG.
           IF CMN-OK-88
               CLOSE CONTAMIN.
           IF SALDO-OK-88
               CLOSE SALDO.
           IF APL-OK-88
               CLOSE APLIC.
           IF BOR-OK-88
               CLOSE BORDERO BORDITEM.
           IF RCT-OK-88
               CLOSE REMCTL.
           IF MAL-OK-88
               CLOSE MALOTE.
           IF BLJ-OK-88
               CLOSE BLOQJUD.
           IF FCH-OK-88
               CLOSE FECHA.
           IF LCQ-OK-88
               CLOSE LIMCHQ.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

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
           MOVE "BANCO112" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
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
