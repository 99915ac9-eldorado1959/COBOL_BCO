
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO111.
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
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT SALDO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SALDO
                  FILE STATUS IS FS-SALDO.
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
           SELECT FORNPRIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FPR
                  FILE STATUS IS FS-FPR.
           SELECT ATESTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ATE-NUM
                  FILE STATUS IS FS-ATE.
           SELECT TAXA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-TAXA
                  FILE STATUS IS FS-TAXA.
           SELECT TAXAVIG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TXV-DATA
                  FILE STATUS IS FS-VIG.
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

       FD SALDO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SALDO.DAT".
       01 REG-SALDO.
           03 COD-SALDO        PIC 99.
           03 SALDO-CONF       PIC S9(08)V99.
           03 SALDO-DATA       PIC 9(08).

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

       FD FORNPRIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNPRIO.DAT".
       01 REG-FORNPRIO.
           03 COD-FPR          PIC X(05).
           03 CLASSE-FPR       PIC X(01).

      *-----------------------------------------*
      * Atesto do depto solicitante (120): so'  *
      * 100% recebido libera titulo com NF.     *
      *-----------------------------------------*
       FD ATESTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ATESTO.DAT".
       01 REG-ATESTO.
           03 ATE-NUM          PIC X(06).
           03 ATE-DEPTO        PIC X(02).
           03 ATE-RESP         PIC X(20).
           03 ATE-DATA         PIC 9(08).
           03 ATE-MEDIDA       PIC X(01).
           03 ATE-QTD-PED      PIC 9(07)V99.
           03 ATE-QTD-REC      PIC 9(07)V99.
           03 ATE-PERC         PIC 9(03)V99.
           03 ATE-OBS          PIC X(30).
           03 ATE-OPERADOR     PIC X(08).
           03 ATE-GRAVADO      PIC 9(08).

       FD TAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TAXA.DAT".
       01 REG-TAXA.
           03 COD-TAXA         PIC 9.
           03 VALOR-TAXA       PIC 9V9(4).

       FD TAXAVIG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TAXAVIG.DAT".
       01 REG-TAXAVIG.
           03 TXV-DATA         PIC 9(08).
           03 TXV-TAXA         PIC 9V9(4).

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

       01 WS-VCTO-ATE.
           03 WS-ANO-ATE        PIC 9(04).
           03 WS-MES-ATE        PIC 99.
           03 WS-DIA-ATE        PIC 99.

       01 WS-ADIA.
           03 WS-ANO-ADIA       PIC 9(04).
           03 WS-MES-ADIA       PIC 99.
           03 WS-DIA-ADIA       PIC 99.

       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-SALDO             PIC XX.
       77 FS-BOR               PIC XX.
       77 FS-BIT               PIC XX.
       77 FS-RCT               PIC XX.
       77 FS-MAL               PIC XX.
       77 FS-FPR               PIC XX.
       77 FS-TAXA              PIC XX.
       77 FS-VIG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-SALDO-OK          PIC X VALUE "S".
       88 SALDO-OK-88            VALUE "S".
       77 WS-RCT-OK            PIC X VALUE "S".
       88 RCT-OK-88              VALUE "S".
       77 WS-MAL-OK            PIC X VALUE "S".
       88 MAL-OK-88              VALUE "S".
       77 FS-BLJ               PIC XX.
       77 WS-BLJ-OK            PIC X VALUE "S".
       88 BLJ-OK-88              VALUE "S".
       77 WS-FPR-OK            PIC X VALUE "S".
       88 FPR-OK-88              VALUE "S".
       77 FS-ATE               PIC XX.
       77 WS-ATE-OK            PIC X VALUE "S".
       88 ATE-OK-88              VALUE "S".
       77 WS-ATESTADO          PIC X VALUE "N".
       88 ATESTADO-88            VALUE "S".
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

      *----- posicao do dia por conta (mesma conta do 91)
       77 WS-SALDO-CONF        PIC S9(08)V99 VALUE ZEROS.
       77 WS-FLOAT             PIC 9(10)V99 VALUE ZEROS.
       77 WS-BORDERO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-REMESSA           PIC 9(10)V99 VALUE ZEROS.
       77 WS-MALOTE            PIC 9(10)V99 VALUE ZEROS.
       77 WS-BLOQUEADO         PIC 9(11)V99 VALUE ZEROS.
       77 WS-POSICAO           PIC S9(11)V99 VALUE ZEROS.
       77 WS-CAIXA             PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA            PIC -Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *----- caixa disponivel por conta, informado na tela
       77 WS-CX-QTD            PIC 99 VALUE ZEROS.
       77 WS-CX-IDX            PIC 99 VALUE ZEROS.
       77 WS-CX-CHEIO          PIC X VALUE "N".
       88 CX-CHEIO-88            VALUE "S".
       01 WS-CX-TAB.
           03 WS-CX-ENT OCCURS 20.
               05 CXT-COD      PIC 99.
               05 CXT-NOME     PIC X(10).
               05 CXT-DISP     PIC 9(10)V99.
               05 CXT-PROP     PIC 9(10)V99.
               05 CXT-RESTA    PIC 9(10)V99.

      *----- titulos candidatos, mantidos em ordem de prioridade:
      *----- classe, maior custo de adiar, vencimento, numero
       77 WS-PR-QTD            PIC 9(03) VALUE ZEROS.
       77 WS-PR-IDX            PIC 9(03) VALUE ZEROS.
       77 WS-PR-CHEIO          PIC X VALUE "N".
       88 PR-CHEIO-88            VALUE "S".
       01 WS-PR-TAB.
           03 WS-PR-ENT OCCURS 500.
               05 PRT-CHAVE.
                   07 PRT-CLASSE   PIC 9.
                   07 PRT-INV      PIC 9(08)V99.
                   07 PRT-VCTO     PIC 9(08).
                   07 PRT-NUM      PIC X(06).
               05 PRT-CX       PIC 99.
               05 PRT-VALOR    PIC 9(08)V99.
               05 PRT-CUSTO    PIC 9(08)V99.
               05 PRT-TIPO     PIC X(01).
               05 PRT-SIT      PIC X(01).
       01 WS-PR-NOVO.
           03 NOVO-CHAVE.
               05 NOVO-CLASSE  PIC 9.
               05 NOVO-INV     PIC 9(08)V99.
               05 NOVO-VCTO    PIC 9(08).
               05 NOVO-NUM     PIC X(06).
           03 NOVO-CX          PIC 99.
           03 NOVO-VALOR       PIC 9(08)V99.
           03 NOVO-CUSTO       PIC 9(08)V99.
           03 NOVO-TIPO        PIC X(01).
           03 NOVO-SIT         PIC X(01).

      *----- historico de taxas (43) p/juros por trechos
       77 WS-TAXA-JUROS        PIC 9V9(4) VALUE ZEROS.
       77 WS-VIG-QTD           PIC 99 VALUE ZEROS.
       77 WS-VIG-IDX           PIC 99 VALUE ZEROS.
       01 WS-VIG-TAB.
           03 WS-VIG-ENT OCCURS 51.
               05 TXT-JDN      PIC 9(08).
               05 TXT-TAXA     PIC 9V9(4).
       77 WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-JDN-ADIA          PIC 9(08) VALUE ZEROS.
       77 WS-JDN-INI           PIC 9(08) VALUE ZEROS.
       77 WS-SEG-INI           PIC 9(08) VALUE ZEROS.
       77 WS-SEG-FIM           PIC 9(08) VALUE ZEROS.
       77 WS-SEG-DIAS          PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-JUROS       PIC 9(08)V99 VALUE ZEROS.
       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.

       77 WS-QTD-PROP          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PROP          PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-ADIA          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ADIA          PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-JUROS         PIC 9(10)V99 VALUE ZEROS.
       77 WS-BORD-NUM          PIC 9(06) VALUE ZEROS.
       77 WS-BORD-ULT          PIC 9(06) VALUE ZEROS.
       77 WS-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

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
           02 TITULO-DET PIC X(24).
           02 BORD-TIT PIC 9(06).

       01 LINHA-PARAM.
           02 f pic x(02) value spaces.
           02 F PIC X(10) VALUE "VCTO ATE ".
           02 VCTO-PAR PIC X(10).
           02 F PIC X(14) VALUE "   ADIADOS P/ ".
           02 ADIA-PAR PIC X(10).

       01 LINHA-LEGENDA.
           02 f pic x(02) value spaces.
           02 F PIC X(50) VALUE
              "CLASSE 1-TRIBUTOS 2-FOLHA 3-FORN.CRITICO 4-DEMAIS".

       01 LINHA-SECAO.
           02 f pic x(02) value spaces.
           02 SECAO-DET PIC X(60).

       01 LINHA-CAB-DET.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "C NUMERO CONTA      FAVORECIDO          ".
           02 F PIC X(38) VALUE
              "  VENCIMENTO         VALOR  JUROS ADIA".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 CLASSE-DET PIC 9.
           02 f pic x value space.
           02 NUM-DET PIC X(06).
           02 f pic x value space.
           02 CONTA-DET PIC X(10).
           02 f pic x value space.
           02 FAVOR-DET PIC X(20).
           02 f pic x value space.
           02 VCTO-DET PIC X(10).
           02 f pic x value space.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x value space.
           02 JUROS-DET PIC Z.ZZZ.ZZ9,99.

       01 LINHA-CX.
           02 f pic x(02) value spaces.
           02 F PIC X(06) VALUE "CONTA ".
           02 CX-NOME-DET PIC X(10).
           02 F PIC X(06) VALUE " DISP ".
           02 CX-DISP-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(06) VALUE " PROP ".
           02 CX-PROP-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(07) VALUE " SOBRA ".
           02 CX-RESTA-DET PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TOT-TIT PIC X(20).
           02 QTD-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(13) VALUE " NO VALOR DE ".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-JUROS.
           02 f pic x(02) value spaces.
           02 F PIC X(39) VALUE
              "JUROS EXTRA PELO ADIAMENTO..........:".
           02 JUROS-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-BDET.
           02 f pic x(02) value spaces.
           02 NUM-BDET PIC X(06).
           02 f pic x(02) value spaces.
           02 CONTA-BDET PIC X(10).
           02 f pic x(02) value spaces.
           02 FAVOR-BDET PIC X(20).
           02 f pic x(02) value spaces.
           02 VCTO-BDET PIC X(10).
           02 f pic x(02) value spaces.
           02 VALOR-BDET PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-ASSINA.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE "APROVACAO DO GERENTE : ______________".

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".

       01 LINHA-LIMPA.
           02 f pic x(80) value ALL " ".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " PROPOSTA DE PAGAMENTO " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Vcto ate (dd/mm/aaaa)..=".
           02 LINE 08 COLUMN 32 VALUE "/  /".
           02 LINE 09 COLUMN 04 VALUE "Adiar p/ (dd/mm/aaaa)..=".
           02 LINE 09 COLUMN 32 VALUE "/  /".
           02 LINE 11 COLUMN 04 VALUE "Conta..................=".
           02 LINE 12 COLUMN 04 VALUE "Posicao do dia......R$ =".
           02 LINE 13 COLUMN 04 VALUE "Caixa p/pagar.......R$ =".
           02 LINE 15 COLUMN 04 VALUE "Proposto............R$ =".
           02 LINE 16 COLUMN 04 VALUE "Adiado..............R$ =".
           02 LINE 17 COLUMN 04 VALUE "Juros extra adiados.R$ =".
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
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN INPUT SALDO.
           IF FS-SALDO = "35"
               MOVE "N" TO WS-SALDO-OK.
           OPEN I-O BORDERO.
           IF FS-BOR = "30" OR FS-BOR = "35"
               CLOSE BORDERO
               OPEN OUTPUT BORDERO
               CLOSE BORDERO
               OPEN I-O BORDERO.
           OPEN I-O BORDITEM.
           IF FS-BIT = "30" OR FS-BIT = "35"
               CLOSE BORDITEM
               OPEN OUTPUT BORDITEM
               CLOSE BORDITEM
               OPEN I-O BORDITEM.
           OPEN INPUT REMCTL.
           IF FS-RCT = "35"
               MOVE "N" TO WS-RCT-OK.
           OPEN INPUT MALOTE.
           IF FS-MAL = "35"
               MOVE "N" TO WS-MAL-OK.
           OPEN INPUT BLOQJUD.
           IF FS-BLJ = "35"
               MOVE "N" TO WS-BLJ-OK.
           OPEN INPUT FORNPRIO.
           IF FS-FPR = "35"
               MOVE "N" TO WS-FPR-OK.
           OPEN INPUT ATESTO.
           IF FS-ATE = "35"
               MOVE "N" TO WS-ATE-OK.
           OPEN INPUT TAXA.
           IF FS-TAXA = "00"
               MOVE 1 TO COD-TAXA
               READ TAXA
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE VALOR-TAXA TO WS-TAXA-JUROS.
           IF FS-TAXA NOT = "35"
               CLOSE TAXA.
           PERFORM P-CARREGA-VIGENCIAS THRU P-CARREGA-VIG-EXIT.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           MOVE DIA TO WS-UD-DIA.
           MOVE MES TO WS-UD-MES.
           MOVE ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-HOJE.
       P04-DATAS.
           DISPLAY (22 04) "<DATA ZERADA , Sai da Proposta".
           MOVE ZEROS TO WS-VCTO-ATE WS-ADIA.
           ACCEPT (08 30) WS-DIA-ATE WITH PROMPT AUTO-SKIP.
           ACCEPT (08 33) WS-MES-ATE WITH PROMPT AUTO-SKIP.
           ACCEPT (08 36) WS-ANO-ATE WITH PROMPT AUTO-SKIP.
           IF WS-VCTO-ATE = ZEROS
               PERFORM P-FIM.
      *----- data ate a qual os adiados ficarao sem pagar
           ACCEPT (09 30) WS-DIA-ADIA WITH PROMPT AUTO-SKIP.
           ACCEPT (09 33) WS-MES-ADIA WITH PROMPT AUTO-SKIP.
           ACCEPT (09 36) WS-ANO-ADIA WITH PROMPT AUTO-SKIP.
           MOVE WS-DATA TO WS-DATA8.
           IF WS-ADIA NOT > WS-DATA8
               DISPLAY (21 04) "!! ADIAR P/ DATA POSTERIOR A HOJE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-DATAS.
           MOVE WS-DIA-ADIA TO WS-UD-DIA.
           MOVE WS-MES-ADIA TO WS-UD-MES.
           MOVE WS-ANO-ADIA TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-ADIA.
           DISPLAY (22 04) WS-LIMPA.
           PERFORM P-CARREGA-BORDEROS THRU P-CARREGA-BORD-EXIT.
           PERFORM P-CARREGA-CONTAS THRU P-CARREGA-CONTAS-EXIT.
           DISPLAY (11 30) "          ".
           IF WS-CX-QTD = ZEROS
               DISPLAY (21 04) "!! NENHUMA CONTA CADASTRADA !!"
               ACCEPT (23 01) WS-P
               PERFORM P-FIM.
           DISPLAY (21 04) "Montando a proposta...".
           PERFORM P-SELECIONA THRU P-SELECIONA-EXIT.
           PERFORM P-ALOCA THRU P-ALOCA-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-TOT-PROP TO WS-MOSTRA-VALOR.
           DISPLAY (15 30) WS-MOSTRA-VALOR.
           DISPLAY (15 48) WS-QTD-PROP " tit.".
           MOVE WS-TOT-ADIA TO WS-MOSTRA-VALOR.
           DISPLAY (16 30) WS-MOSTRA-VALOR.
           DISPLAY (16 48) WS-QTD-ADIA " tit.".
           MOVE WS-TOT-JUROS TO WS-MOSTRA-VALOR.
           DISPLAY (17 30) WS-MOSTRA-VALOR.
           IF PR-CHEIO-88
               DISPLAY (19 04)
                   "!! +500 TITULOS NO PERIODO - PARCIAL !!".
           IF BD-CHEIO-88
               DISPLAY (20 04)
                   "!! +999 ITENS EM BORDEROS - PARCIAL !!".
           PERFORM P-IMPRIME THRU P-IMPRIME-EXIT.
           IF WS-QTD-PROP = ZEROS
               DISPLAY (21 04) "!! NADA CABE NO CAIXA INFORMADO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Aceita proposta e gera bordero ? <S/N>".
           ACCEPT (21 44) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "S" OR WS-CONF = "s"
               PERFORM P-GERA-BORDERO THRU P-GERA-BORDERO-EXIT.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Numeros dos lanctos parados em borderos *
      * ainda abertos (SIT "A" no 64).          *
      *-----------------------------------------*
       P-CARREGA-BORDEROS.
           MOVE ZEROS TO WS-BD-QTD.
           MOVE "N" TO WS-BD-CHEIO.
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
      * Posicao do dia de cada conta (como no   *
      * 91); o operador confirma ou corrige o   *
      * caixa que pode ir p/pagamentos.         *
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
           DISPLAY (11 30) NOME-CONTA.
           DISPLAY (21 04) "Calculando a posicao...".
           PERFORM P-LE-SALDO THRU P-LE-SALDO-FIM.
           PERFORM P-CLASSIFICA THRU P-CLASSIFICA-EXIT.
           PERFORM P-MALOTE-HOJE THRU P-MALOTE-HOJE-EXIT.
           PERFORM P-SOMA-BLOQJUD THRU P-SOMA-BLOQJUD-EXIT.
           COMPUTE WS-POSICAO = WS-SALDO-CONF - WS-FLOAT
               - WS-BORDERO - WS-REMESSA - WS-MALOTE - WS-BLOQUEADO.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-POSICAO TO WS-MOSTRA.
           DISPLAY (12 29) WS-MOSTRA.
      *----- conta descoberta nao tem caixa p/pagar nada
           MOVE ZEROS TO WS-CAIXA.
           IF WS-POSICAO > ZEROS
               MOVE WS-POSICAO TO WS-CAIXA.
           ACCEPT (13 30) WS-CAIXA WITH UPDATE PROMPT AUTO-SKIP.
           ADD 1 TO WS-CX-QTD.
           MOVE COD-CONTA TO CXT-COD(WS-CX-QTD).
           MOVE NOME-CONTA TO CXT-NOME(WS-CX-QTD).
           MOVE WS-CAIXA TO CXT-DISP(WS-CX-QTD) CXT-RESTA(WS-CX-QTD).
           MOVE ZEROS TO CXT-PROP(WS-CX-QTD).
           DISPLAY (12 29) "                  ".
           DISPLAY (13 30) "               ".
           GO TO P-CARREGA-CONTAS-LER.
       P-CARREGA-CONTAS-EXIT.
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
      * bordero aberto.                         *
      *-----------------------------------------*
       P-CLASSIFICA.
           MOVE ZEROS TO WS-FLOAT WS-BORDERO WS-REMESSA.
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
           IF IMPRESSO-CHE = "S"
               ADD VALOR-CHE TO WS-FLOAT
               GO TO P-CLASSIFICA-LER.
           PERFORM P-TESTA-REMESSA THRU P-TESTA-REMESSA-EXIT.
           IF REM-PEND-88
               ADD VALOR-CHE TO WS-REMESSA
               GO TO P-CLASSIFICA-LER.
           PERFORM P-TESTA-BORDERO THRU P-TESTA-BORDERO-EXIT.
           IF EM-BORD-88
               ADD VALOR-CHE TO WS-BORDERO.
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
      * Titulos a pagar vencendo ate a data, os *
      * mesmos que o 64 aceitaria em bordero,   *
      * menos os ja comprometidos (impressos,   *
      * remessa pendente, bordero aberto). A    *
      * folha (109) entra: consome caixa.       *
      *-----------------------------------------*
       P-SELECIONA.
           MOVE ZEROS TO WS-PR-QTD.
           MOVE "N" TO WS-PR-CHEIO.
           MOVE ZEROS TO VCTO-CHE.
           START BANCO KEY IS NOT LESS THAN VCTO-CHE
               INVALID KEY GO TO P-SELECIONA-EXIT.
       P-SELECIONA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-SELECIONA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-SELECIONA-LER.
           IF VCTO-CHE > WS-VCTO-ATE
               GO TO P-SELECIONA-EXIT.
           IF DATA-CONF NOT = ZEROS
               GO TO P-SELECIONA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-SELECIONA-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-SELECIONA-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               GO TO P-SELECIONA-LER.
           IF TIPO-CHE = "F" AND RATEIO-CHE NOT = "S"
               GO TO P-SELECIONA-LER.
           IF IMPRESSO-CHE = "S"
               GO TO P-SELECIONA-LER.
      *----- titulo de NF so' com atesto total do depto (120)
           PERFORM P-LE-ATESTO THRU P-LE-ATESTO-EXIT.
           IF NOT ATESTADO-88
               GO TO P-SELECIONA-LER.
      *----- so contas cadastradas tem caixa p/alocar
           MOVE 1 TO WS-CX-IDX.
       P-SELECIONA-CONTA.
           IF WS-CX-IDX > WS-CX-QTD
               GO TO P-SELECIONA-LER.
           IF CXT-NOME(WS-CX-IDX) NOT = CONTA-CHE
               ADD 1 TO WS-CX-IDX
               GO TO P-SELECIONA-CONTA.
           MOVE CXT-COD(WS-CX-IDX) TO WS-CONTA-NUM.
           PERFORM P-TESTA-REMESSA THRU P-TESTA-REMESSA-EXIT.
           IF REM-PEND-88
               GO TO P-SELECIONA-LER.
           PERFORM P-TESTA-BORDERO THRU P-TESTA-BORDERO-EXIT.
           IF EM-BORD-88
               GO TO P-SELECIONA-LER.
           IF WS-PR-QTD = 500
               MOVE "S" TO WS-PR-CHEIO
               GO TO P-SELECIONA-EXIT.
           PERFORM P-CLASSE THRU P-CLASSE-EXIT.
           PERFORM P-CALCULA-CUSTO THRU P-CALCULA-CUSTO-FIM.
           MOVE WS-VALOR-JUROS TO NOVO-CUSTO.
           COMPUTE NOVO-INV = 99999999,99 - WS-VALOR-JUROS.
           MOVE VCTO-CHE TO NOVO-VCTO.
           MOVE NUM-CHE TO NOVO-NUM.
           MOVE WS-CX-IDX TO NOVO-CX.
           MOVE VALOR-CHE TO NOVO-VALOR.
           MOVE TIPO-CHE TO NOVO-TIPO.
           MOVE "A" TO NOVO-SIT.
           PERFORM P-INSERE THRU P-INSERE-EXIT.
           GO TO P-SELECIONA-LER.
       P-SELECIONA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Classe de prioridade: 1 tributos (guia  *
      * ou retencao do 104), 2 folha (109),     *
      * 3 fornecedor critico (37), 4 demais.    *
      *-----------------------------------------*
       P-CLASSE.
           MOVE 4 TO NOVO-CLASSE.
           IF FORMA-CHE = "G" OR OBS-CHE(1:7) = "RETIDO "
               MOVE 1 TO NOVO-CLASSE
               GO TO P-CLASSE-EXIT.
           IF TIPO-CHE = "S"
               MOVE 2 TO NOVO-CLASSE
               GO TO P-CLASSE-EXIT.
           IF NOT FPR-OK-88 OR FORN-CHE = SPACES
               GO TO P-CLASSE-EXIT.
           MOVE FORN-CHE TO COD-FPR.
           READ FORNPRIO
               INVALID KEY
                   GO TO P-CLASSE-EXIT.
           IF CLASSE-FPR = "S"
               MOVE 3 TO NOVO-CLASSE.
       P-CLASSE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Juros a mais se o titulo ficar p/a data *
      * de adiamento: do vencimento (ou de hoje,*
      * se ja vencido) ate la, trecho a trecho  *
      * pela taxa em vigor (historico 43).      *
      *-----------------------------------------*
       P-CALCULA-CUSTO.
           MOVE ZEROS TO WS-VALOR-JUROS.
           MOVE DIA-CHE TO WS-UD-DIA.
           MOVE MES-CHE TO WS-UD-MES.
           MOVE ANO-CHE TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-INI.
           IF WS-JDN-INI < WS-JDN-HOJE
               MOVE WS-JDN-HOJE TO WS-JDN-INI.
           IF WS-JDN-ADIA NOT > WS-JDN-INI
               GO TO P-CALCULA-CUSTO-FIM.
           MOVE 1 TO WS-VIG-IDX.
       P-CALCULA-CUSTO-TRECHO.
           IF WS-VIG-IDX > WS-VIG-QTD
               GO TO P-CALCULA-CUSTO-FIM.
           COMPUTE WS-SEG-INI = WS-JDN-INI + 1.
           IF TXT-JDN(WS-VIG-IDX) > WS-SEG-INI
               MOVE TXT-JDN(WS-VIG-IDX) TO WS-SEG-INI.
           MOVE WS-JDN-ADIA TO WS-SEG-FIM.
           IF WS-VIG-IDX < WS-VIG-QTD
               IF TXT-JDN(WS-VIG-IDX + 1) NOT > WS-SEG-FIM
                   COMPUTE WS-SEG-FIM =
                       TXT-JDN(WS-VIG-IDX + 1) - 1.
           IF WS-SEG-FIM NOT < WS-SEG-INI
               COMPUTE WS-SEG-DIAS = WS-SEG-FIM - WS-SEG-INI + 1
               COMPUTE WS-VALOR-JUROS ROUNDED = WS-VALOR-JUROS
                   + VALOR-CHE * TXT-TAXA(WS-VIG-IDX)
                   * WS-SEG-DIAS.
           ADD 1 TO WS-VIG-IDX.
           GO TO P-CALCULA-CUSTO-TRECHO.
       P-CALCULA-CUSTO-FIM.
           EXIT.

      *----- insere o novo na posicao certa, abrindo espaco
       P-INSERE.
           MOVE WS-PR-QTD TO WS-PR-IDX.
       P-INSERE-DESLOCA.
           IF WS-PR-IDX = ZEROS
               GO TO P-INSERE-GRAVA.
           IF PRT-CHAVE(WS-PR-IDX) NOT > NOVO-CHAVE
               GO TO P-INSERE-GRAVA.
           MOVE WS-PR-ENT(WS-PR-IDX) TO WS-PR-ENT(WS-PR-IDX + 1).
           SUBTRACT 1 FROM WS-PR-IDX.
           GO TO P-INSERE-DESLOCA.
       P-INSERE-GRAVA.
           MOVE WS-PR-NOVO TO WS-PR-ENT(WS-PR-IDX + 1).
           ADD 1 TO WS-PR-QTD.
       P-INSERE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Percorre em ordem de prioridade: entra  *
      * na proposta o que cabe no caixa que     *
      * sobra na conta, o resto fica adiado.    *
      *-----------------------------------------*
       P-ALOCA.
           MOVE ZEROS TO WS-QTD-PROP WS-TOT-PROP.
           MOVE ZEROS TO WS-QTD-ADIA WS-TOT-ADIA WS-TOT-JUROS.
           MOVE ZEROS TO WS-PR-IDX.
       P-ALOCA-LOOP.
           ADD 1 TO WS-PR-IDX.
           IF WS-PR-IDX > WS-PR-QTD
               GO TO P-ALOCA-EXIT.
           MOVE PRT-CX(WS-PR-IDX) TO WS-CX-IDX.
           IF PRT-VALOR(WS-PR-IDX) > CXT-RESTA(WS-CX-IDX)
               MOVE "A" TO PRT-SIT(WS-PR-IDX)
               ADD 1 TO WS-QTD-ADIA
               ADD PRT-VALOR(WS-PR-IDX) TO WS-TOT-ADIA
               ADD PRT-CUSTO(WS-PR-IDX) TO WS-TOT-JUROS
               GO TO P-ALOCA-LOOP.
           MOVE "P" TO PRT-SIT(WS-PR-IDX).
           SUBTRACT PRT-VALOR(WS-PR-IDX) FROM CXT-RESTA(WS-CX-IDX).
           ADD PRT-VALOR(WS-PR-IDX) TO CXT-PROP(WS-CX-IDX).
           ADD 1 TO WS-QTD-PROP.
           ADD PRT-VALOR(WS-PR-IDX) TO WS-TOT-PROP.
           GO TO P-ALOCA-LOOP.
       P-ALOCA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Relatorio da proposta: o que entra, o   *
      * caixa por conta e os adiados com os     *
      * juros que vao custar.                   *
      *-----------------------------------------*
       P-IMPRIME.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE "PROPOSTA DE PAGAMENTO" TO TITULO-DET.
           MOVE ZEROS TO BORD-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           MOVE SPACES TO VCTO-PAR ADIA-PAR.
           STRING WS-DIA-ATE "/" WS-MES-ATE "/" WS-ANO-ATE
               DELIMITED BY SIZE INTO VCTO-PAR.
           STRING WS-DIA-ADIA "/" WS-MES-ADIA "/" WS-ANO-ADIA
               DELIMITED BY SIZE INTO ADIA-PAR.
           WRITE REG-RELATO FROM LINHA-PARAM.
           WRITE REG-RELATO FROM LINHA-LEGENDA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TITULOS PROPOSTOS P/PAGAMENTO" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-CAB-DET.
           MOVE "P" TO WS-CONF.
           PERFORM P-IMPRIME-SIT THRU P-IMPRIME-SIT-EXIT.
           MOVE "TOTAL PROPOSTO.....:" TO TOT-TIT.
           MOVE WS-QTD-PROP TO QTD-TOTAL.
           MOVE WS-TOT-PROP TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "CAIXA POR CONTA" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           MOVE ZEROS TO WS-CX-IDX.
       P-IMPRIME-CX.
           ADD 1 TO WS-CX-IDX.
           IF WS-CX-IDX > WS-CX-QTD
               GO TO P-IMPRIME-ADIA.
           MOVE CXT-NOME(WS-CX-IDX) TO CX-NOME-DET.
           MOVE CXT-DISP(WS-CX-IDX) TO CX-DISP-DET.
           MOVE CXT-PROP(WS-CX-IDX) TO CX-PROP-DET.
           MOVE CXT-RESTA(WS-CX-IDX) TO CX-RESTA-DET.
           WRITE REG-RELATO FROM LINHA-CX.
           GO TO P-IMPRIME-CX.
       P-IMPRIME-ADIA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TITULOS ADIADOS (NAO CABEM NO CAIXA)" TO SECAO-DET.
           WRITE REG-RELATO FROM LINHA-SECAO.
           WRITE REG-RELATO FROM LINHA-CAB-DET.
           MOVE "A" TO WS-CONF.
           PERFORM P-IMPRIME-SIT THRU P-IMPRIME-SIT-EXIT.
           MOVE "TOTAL ADIADO.......:" TO TOT-TIT.
           MOVE WS-QTD-ADIA TO QTD-TOTAL.
           MOVE WS-TOT-ADIA TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE WS-TOT-JUROS TO JUROS-TOTAL.
           WRITE REG-RELATO FROM LINHA-JUROS.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
       P-IMPRIME-EXIT.
           EXIT.

      *----- itens da tabela na situacao pedida (WS-CONF)
       P-IMPRIME-SIT.
           MOVE ZEROS TO WS-PR-IDX.
       P-IMPRIME-SIT-LOOP.
           ADD 1 TO WS-PR-IDX.
           IF WS-PR-IDX > WS-PR-QTD
               GO TO P-IMPRIME-SIT-EXIT.
           IF PRT-SIT(WS-PR-IDX) NOT = WS-CONF
               GO TO P-IMPRIME-SIT-LOOP.
           MOVE PRT-NUM(WS-PR-IDX) TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-IMPRIME-SIT-LOOP.
           MOVE PRT-CLASSE(WS-PR-IDX) TO CLASSE-DET.
           MOVE NUM-CHE TO NUM-DET.
           MOVE CONTA-CHE TO CONTA-DET.
           MOVE DESCRI-CHE-GRP TO FAVOR-DET.
           MOVE SPACES TO VCTO-DET.
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO VCTO-DET.
           MOVE VALOR-CHE TO VALOR-DET.
           MOVE PRT-CUSTO(WS-PR-IDX) TO JUROS-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           GO TO P-IMPRIME-SIT-LOOP.
       P-IMPRIME-SIT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Proposta aceita vira bordero aberto p/  *
      * assinatura e baixa no 64. A folha nao   *
      * entra: e' paga pelo credito (109).      *
      *-----------------------------------------*
       P-GERA-BORDERO.
           PERFORM P-GERA-BORD.
           MOVE ZEROS TO WS-QTD WS-TOTAL.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE "BORDERO DE PAGAMENTO No." TO TITULO-DET.
           MOVE WS-BORD-NUM TO BORD-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE ZEROS TO WS-PR-IDX.
       P-GERA-BORDERO-LOOP.
           ADD 1 TO WS-PR-IDX.
           IF WS-PR-IDX > WS-PR-QTD
               GO TO P-GERA-BORDERO-FECHA.
           IF PRT-SIT(WS-PR-IDX) NOT = "P"
               GO TO P-GERA-BORDERO-LOOP.
           IF PRT-TIPO(WS-PR-IDX) = "S"
               GO TO P-GERA-BORDERO-LOOP.
           MOVE PRT-NUM(WS-PR-IDX) TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-GERA-BORDERO-LOOP.
           MOVE WS-BORD-NUM TO BIT-BORD.
           MOVE NUM-CHE TO BIT-NUM.
           MOVE VALOR-CHE TO BIT-VALOR.
           WRITE REG-BORDITEM INVALID KEY
               CONTINUE.
           ADD 1 TO WS-QTD.
           ADD VALOR-CHE TO WS-TOTAL.
           MOVE NUM-CHE TO NUM-BDET.
           MOVE CONTA-CHE TO CONTA-BDET.
           MOVE DESCRI-CHE-GRP TO FAVOR-BDET.
           MOVE SPACES TO VCTO-BDET.
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO VCTO-BDET.
           MOVE VALOR-CHE TO VALOR-BDET.
           WRITE REG-RELATO FROM LINHA-BDET.
           GO TO P-GERA-BORDERO-LOOP.
       P-GERA-BORDERO-FECHA.
           MOVE "TOTAL DO BORDERO...:" TO TOT-TIT.
           MOVE WS-QTD TO QTD-TOTAL.
           MOVE WS-TOTAL TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-LIMPA.
           WRITE REG-RELATO FROM LINHA-ASSINA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           IF WS-QTD = ZEROS
               DISPLAY (21 04) "!! SO FOLHA NA PROPOSTA - SEM BORDERO"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GERA-BORDERO-EXIT.
           MOVE WS-BORD-NUM TO COD-BORD.
           MOVE WS-DATA TO BORD-DATA.
           MOVE SPACES TO BORD-CONTA BORD-DEPTO.
           MOVE WS-VCTO-ATE TO BORD-LIMITE.
           MOVE WS-QTD TO BORD-QTD.
           MOVE WS-TOTAL TO BORD-TOTAL.
           MOVE "A" TO BORD-SIT.
           MOVE WS-EMPR-SES TO BORD-EMPR.
           WRITE REG-BORDERO INVALID KEY
               CONTINUE.
           DISPLAY (21 04) "Bordero No. " WS-BORD-NUM " emitido.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-GERA-BORDERO-EXIT.
           EXIT.

       P-GERA-BORD.
           MOVE ZEROS TO WS-BORD-ULT COD-BORD.
           START BORDERO KEY IS NOT LESS THAN COD-BORD
               INVALID KEY
                   MOVE "10" TO FS-BOR.
           PERFORM P-BORD-ULT UNTIL FS-BOR = "10".
           COMPUTE WS-BORD-NUM = WS-BORD-ULT + 1.

       P-BORD-ULT.
           READ BORDERO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo bordero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           IF FS-BOR NOT = "10" AND COD-BORD > WS-BORD-ULT
               AND (BORD-EMPR = WS-EMPR-SES
                    OR COD-BORD = WS-BORD-ULT + 1)
               MOVE COD-BORD TO WS-BORD-ULT.

      *-----------------------------------------*
      * Carrega o historico de taxas (43); a    *
      * entrada 1 e' a taxa de TAXA.DAT valendo *
      * desde sempre (fallback).                *
      *-----------------------------------------*
       P-CARREGA-VIGENCIAS.
           MOVE 1 TO WS-VIG-QTD.
           MOVE ZEROS TO TXT-JDN(1).
           MOVE WS-TAXA-JUROS TO TXT-TAXA(1).
           OPEN INPUT TAXAVIG.
           IF FS-VIG NOT = "00"
               GO TO P-CARREGA-VIG-EXIT.
           MOVE ZEROS TO TXV-DATA.
           START TAXAVIG KEY IS NOT LESS THAN TXV-DATA
               INVALID KEY
                   CLOSE TAXAVIG
                   GO TO P-CARREGA-VIG-EXIT.
       P-CARREGA-VIG-LER.
           READ TAXAVIG NEXT RECORD
               AT END
                   CLOSE TAXAVIG
                   GO TO P-CARREGA-VIG-EXIT.
           IF WS-VIG-QTD = 51
               CLOSE TAXAVIG
               GO TO P-CARREGA-VIG-EXIT.
           ADD 1 TO WS-VIG-QTD.
           MOVE TXV-DATA(7:2) TO WS-UD-DIA.
           MOVE TXV-DATA(5:2) TO WS-UD-MES.
           MOVE TXV-DATA(1:4) TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO TXT-JDN(WS-VIG-QTD).
           MOVE TXV-TAXA TO TXT-TAXA(WS-VIG-QTD).
           GO TO P-CARREGA-VIG-LER.
       P-CARREGA-VIG-EXIT.
           EXIT.

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

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE BANCO CONTA BORDERO BORDITEM.
           IF SALDO-OK-88
               CLOSE SALDO.
           IF RCT-OK-88
               CLOSE REMCTL.
           IF MAL-OK-88
               CLOSE MALOTE.
           IF BLJ-OK-88
               CLOSE BLOQJUD.
           IF FPR-OK-88
               CLOSE FORNPRIO.
           IF ATE-OK-88
               CLOSE ATESTO.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

      *-----------------------------------------*
      * Titulo lancado de NF exige atesto de    *
      * 100% do depto solicitante (120); sem    *
      * ATESTO.DAT nada de NF esta atestado.    *
      *-----------------------------------------*
       P-LE-ATESTO.
           MOVE "S" TO WS-ATESTADO.
           IF NF-CHE = SPACES
               GO TO P-LE-ATESTO-EXIT.
           MOVE "N" TO WS-ATESTADO.
           IF NOT ATE-OK-88
               GO TO P-LE-ATESTO-EXIT.
           MOVE NUM-CHE TO ATE-NUM.
           READ ATESTO
               INVALID KEY
                   GO TO P-LE-ATESTO-EXIT.
           IF ATE-PERC = 100
               MOVE "S" TO WS-ATESTADO.
       P-LE-ATESTO-EXIT.
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
