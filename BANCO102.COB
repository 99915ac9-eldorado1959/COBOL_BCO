
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO102.
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

           SELECT RECEB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-REC.

           SELECT RETORNO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-RET.

           SELECT COBCHK ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CCK-CHAVE
                  FILE STATUS IS FS-CHK.

           SELECT COBTIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBT-NUM
                  FILE STATUS IS FS-CBT.

           SELECT COBCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COB-CHAVE
                  FILE STATUS IS FS-CCT.

           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.

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

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

       FD RECEB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECEB.DAT".
       01 REG-RECEB.
           03 NUM-REC          PIC X(06).
           03 CONTA-REC        PIC X(10).
           03 CLIENTE-REC      PIC X(20).
           03 DIA-REC          PIC 99.
           03 MES-REC          PIC 99.
           03 ANO-REC          PIC 9(04).
           03 VALOR-REC        PIC 9(08)V99.
           03 OBS-REC          PIC X(15).
           03 INSCR-REC        PIC 9(14).
           03 DATA-DEP-REC     PIC 9(06).
           03 VALOR-DEP-REC    PIC 9(08)V99.
           03 SITUACAO-REC     PIC X(01).
           03 CRIADO-POR-REC   PIC X(08).
           03 CRIADO-DATA-REC  PIC 9(08).
           03 ALTERADO-POR-REC PIC X(08).
           03 ALTERADO-DATA-REC PIC 9(08).
           03 CLI-REC          PIC X(05).
           03 EMPR-REC         PIC 99.

       FD RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETCOB.TXT".
       01 REG-RET              PIC X(240).

      *-----------------------------------------*
      * Checkpoint do retorno de cobranca por   *
      * conta + NSA: pares T/U ja processados,  *
      * p/retomar sem liquidar duas vezes.      *
      *-----------------------------------------*
       FD COBCHK
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COBCHK.DAT".
       01 REG-COBCHK.
           03 CCK-CHAVE.
               05 CCK-CONTA    PIC 99.
               05 CCK-NSA      PIC 9(06).
           03 CCK-LINHA        PIC 9(06).
           03 CCK-SIT          PIC X(01).

       FD COBTIT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COBTIT.DAT".
       01 REG-COBTIT.
           03 CBT-NUM          PIC X(06).
           03 CBT-CONTA        PIC 99.
           03 CBT-NSA          PIC 9(06).
           03 CBT-NOSSO        PIC X(20).
           03 CBT-SIT          PIC X(01).
           03 CBT-INSTR        PIC X(01).
           03 CBT-MULTA        PIC 99V99.
           03 CBT-JUROS-MES    PIC 99V99.
           03 CBT-ABAT         PIC 9(08)V99.
           03 CBT-JUROS        PIC 9(08)V99.
           03 CBT-DESC         PIC 9(08)V99.
           03 CBT-PAGO         PIC 9(08)V99.
           03 CBT-LIQ          PIC 9(08)V99.
           03 CBT-TARIFA       PIC 9(08)V99.
           03 CBT-OCOR         PIC X(02).
           03 CBT-DATA         PIC 9(08).

       FD COBCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "COBCTL.DAT".
       01 REG-COBCTL.
           03 COB-CHAVE.
               05 COB-CONTA    PIC 99.
               05 COB-NSA      PIC 9(06).
           03 COB-DATA         PIC 9(08).
           03 COB-HORA         PIC 9(06).
           03 COB-QTD          PIC 9(06).
           03 COB-TOTAL        PIC 9(13)V99.
           03 COB-SIT          PIC X(01).
           03 COB-ARQ          PIC X(12).
           03 COB-EMPR         PIC 99.

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
       77 FS-REC               PIC XX.
       77 FS-RET               PIC XX.
       77 FS-CHK               PIC XX.
       77 FS-CBT               PIC XX.
       77 FS-CCT               PIC XX.
       77 FS-CONTA             PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CABEC             PIC X VALUE "N".
       88 CABEC-88              VALUE "S".
       77 WS-CCT-OK            PIC X VALUE "S".
       88 CCT-OK-88              VALUE "S".
       77 WS-CBT-TEM           PIC X VALUE "N".
       88 CBT-TEM-88             VALUE "S".
       77 WS-TEM-T             PIC X VALUE "N".
       88 TEM-T-88               VALUE "S".
       77 WS-NSA-RET           PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-RET         PIC 99 VALUE ZEROS.
       77 WS-DET-ATUAL         PIC 9(06) VALUE ZEROS.
       77 WS-CHK-LINHA         PIC 9(06) VALUE ZEROS.

      *----- campos do segmento T guardados ate chegar o U
       77 WS-OCORR             PIC XX VALUE SPACES.
       77 WS-NUM-RET           PIC X(06) VALUE SPACES.
       77 WS-NOSSO-RET         PIC X(20) VALUE SPACES.
       77 WS-MOTIVO-RET        PIC X(10) VALUE SPACES.
       77 WS-TARIFA            PIC 9(08)V99 VALUE ZEROS.
      *----- valores do segmento U
       77 WS-JUROS-RET         PIC 9(08)V99 VALUE ZEROS.
       77 WS-DESC-RET          PIC 9(08)V99 VALUE ZEROS.
       77 WS-ABAT-RET          PIC 9(08)V99 VALUE ZEROS.
       77 WS-PAGO-RET          PIC 9(08)V99 VALUE ZEROS.
       77 WS-LIQ-RET           PIC 9(08)V99 VALUE ZEROS.
       77 WS-DATA-OCOR         PIC X(08) VALUE SPACES.
       77 WS-DATA-CRED         PIC X(08) VALUE SPACES.
       77 WS-DATA-OCOR8        PIC 9(08) VALUE ZEROS.
       01 WS-VAL-CNAB          PIC 9(13)V99 VALUE ZEROS.

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
       77 WS-CATEG-TAR         PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-SEM           PIC X VALUE "N".
       88 NUM-SEM-88             VALUE "S".
       01 WS-REG-TARSAVE       PIC X(350).
       01 WS-DATA8-CONF        PIC 9(08) VALUE ZEROS.

       77 WS-QTD-ENTRADA       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIQ           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BAIXA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABAT          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SKIP          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TAR           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-LIQ           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-JUROS         PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-TAR           PIC 9(10)V99 VALUE ZEROS.
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
           02 F PIC X(36) VALUE "RETORNO DE COBRANCA REGISTRADA".
           02 F PIC X(06) VALUE "CONTA ".
           02 CONTA-TIT PIC X(10).
           02 F PIC X(05) VALUE " NSA ".
           02 NSA-TIT PIC 9(06).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "DUPLIC OC OCORRENCIA".
           02 F PIC X(34) VALUE
              "VALOR PAGO JUROS/MULTA   TARIFA".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 OCORR-DET PIC XX.
           02 f pic x(01) value spaces.
           02 DESCR-DET PIC X(24).
           02 f pic x(01) value spaces.
           02 PAGO-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 JUROS-DET PIC ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 TARIFA-DET PIC ZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TIT-TOTAL PIC X(22).
           02 QTD-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " NO VALOR DE".
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(74) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RETORNO DE COBRANCA " BLINK.
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
           OPEN I-O RECEB.
           IF FS-REC = "61" OR FS-REC = "91"
               CLOSE BANCO
               DISPLAY (21 04) "!! RECEB.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS-REC = "35"
               DISPLAY (10 10) "!! ARQUIVO RECEB.DAT INEXISTENTE !!"
               CLOSE BANCO
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN INPUT RETORNO.
           IF FS-RET = "35"
               DISPLAY (10 10) "!! ARQUIVO RETCOB.TXT INEXISTENTE !!"
               CLOSE BANCO RECEB
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO RECEB RETORNO
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN I-O COBCHK.
           IF FS-CHK = "30" OR FS-CHK = "35"
               CLOSE COBCHK
               OPEN OUTPUT COBCHK
               CLOSE COBCHK
               OPEN I-O COBCHK.
           OPEN I-O COBTIT.
           IF FS-CBT = "30" OR FS-CBT = "35"
               CLOSE COBTIT
               OPEN OUTPUT COBTIT
               CLOSE COBTIT
               OPEN I-O COBTIT.
           OPEN I-O COBCTL.
           IF FS-CCT = "30" OR FS-CCT = "35"
               MOVE "N" TO WS-CCT-OK
               CLOSE COBCTL.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           OPEN OUTPUT RELATO.
           DISPLAY TELA-1.
           PERFORM P-DATA.
      *----- NSA de cobranca e' por conta (101): checkpoint e
      *----- confirmacao valem so p/o par conta + NSA
       P-PEDE-CONTA.
           DISPLAY (07 04) "Conta do retorno (Cad.42)... :".
           ACCEPT (07 36) WS-CONTA-RET WITH PROMPT AUTO-SKIP.
           MOVE WS-CONTA-RET TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-PEDE-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PEDE-CONTA.
           DISPLAY (07 40) NOME-CONTA.
           MOVE NOME-CONTA TO CONTA-TIT.
      *----- categoria p/os lanctos de tarifa de cobranca (0 =
      *----- nao lancar tarifas)
           DISPLAY (08 04) "Categoria p/tarifas (Cad.65) :".
           ACCEPT (08 36) WS-CATEG-TAR WITH PROMPT AUTO-SKIP.
           DISPLAY (08 04) WS-LIMPA.
           DISPLAY (21 04) "Processando retorno...".

       P01-LER-RET.
           READ RETORNO
               AT END GO TO P-FIM-PROCESSA.
      *----- header do arquivo: NSA em 158-163, como no 101
           IF REG-RET(8:1) = "0"
               MOVE REG-RET(158:6) TO WS-NSA-RET
               MOVE WS-NSA-RET TO NSA-TIT
               PERFORM P-LE-CHECKPOINT THRU P-LE-CHECKPOINT-EXIT
               GO TO P01-LER-RET.
           IF REG-RET(8:1) NOT = "3"
               GO TO P01-LER-RET.
           IF REG-RET(14:1) = "T"
               PERFORM P-GUARDA-T
               GO TO P01-LER-RET.
           IF REG-RET(14:1) NOT = "U" OR NOT TEM-T-88
               GO TO P01-LER-RET.
           PERFORM P-GUARDA-U.
           MOVE "N" TO WS-TEM-T.
      *----- par T/U ja coberto pelo checkpoint de uma carga
      *----- anterior interrompida: pula sem reprocessar
           ADD 1 TO WS-DET-ATUAL.
           IF WS-DET-ATUAL NOT > WS-CHK-LINHA
               ADD 1 TO WS-QTD-SKIP
               GO TO P01-LER-RET.
           PERFORM P-OCORRENCIA THRU P-OCORRENCIA-EXIT.
           PERFORM P-GRAVA-CHECKPOINT.
           GO TO P01-LER-RET.

      *-----------------------------------------*
      * Segmento T: ocorrencia, nosso-numero,   *
      * seu-numero (duplicata do 81), tarifa e  *
      * motivos de rejeicao.                    *
      *-----------------------------------------*
       P-GUARDA-T.
           MOVE "S" TO WS-TEM-T.
           MOVE REG-RET(16:2) TO WS-OCORR.
           MOVE REG-RET(38:20) TO WS-NOSSO-RET.
           MOVE REG-RET(59:6) TO WS-NUM-RET.
           MOVE REG-RET(199:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-TARIFA.
           MOVE REG-RET(214:10) TO WS-MOTIVO-RET.

      *-----------------------------------------*
      * Segmento U: valores recebidos e datas   *
      * (ocorrencia e credito, ddmmaaaa).       *
      *-----------------------------------------*
       P-GUARDA-U.
           MOVE REG-RET(18:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-JUROS-RET.
           MOVE REG-RET(33:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-DESC-RET.
           MOVE REG-RET(48:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-ABAT-RET.
           MOVE REG-RET(78:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-PAGO-RET.
           MOVE REG-RET(93:15) TO WS-VAL-CNAB(1:15).
           MOVE WS-VAL-CNAB TO WS-LIQ-RET.
           MOVE REG-RET(138:8) TO WS-DATA-OCOR.
           MOVE REG-RET(146:8) TO WS-DATA-CRED.
      *----- sem data de credito vale a da ocorrencia; sem
      *----- nenhuma das duas, hoje
           IF WS-DATA-CRED = "00000000" OR WS-DATA-CRED = SPACES
               MOVE WS-DATA-OCOR TO WS-DATA-CRED.
           IF WS-DATA-CRED NOT = "00000000" AND
              WS-DATA-CRED NOT = SPACES
               MOVE WS-DATA-CRED(1:2) TO WS-DIA-CONF
               MOVE WS-DATA-CRED(3:2) TO WS-MES-CONF
               MOVE WS-DATA-CRED(7:2) TO WS-ANO-CONF
               MOVE WS-DATA-CRED(5:4) TO WS-DATA-OCOR8(1:4)
               MOVE WS-DATA-CRED(3:2) TO WS-DATA-OCOR8(5:2)
               MOVE WS-DATA-CRED(1:2) TO WS-DATA-OCOR8(7:2)
           ELSE
               MOVE DIA TO WS-DIA-CONF
               MOVE MES TO WS-MES-CONF
               MOVE ANO(3:2) TO WS-ANO-CONF
               MOVE WS-DATA TO WS-DATA-OCOR8.

      *-----------------------------------------*
      * Trata a ocorrencia do par T/U:          *
      * 02 entrada confirmada / 03 rejeitada /  *
      * 06 e 17 liquidacao / 09 baixa / 12      *
      * abatimento concedido / 28 tarifas.      *
      * Tarifa cobrada em qualquer ocorrencia   *
      * vira lancto conferido em BCO.DAT.       *
      *-----------------------------------------*
       P-OCORRENCIA.
           MOVE WS-NUM-RET TO NUM-DET.
           MOVE WS-OCORR TO OCORR-DET.
           MOVE ZEROS TO PAGO-DET JUROS-DET.
           MOVE WS-TARIFA TO TARIFA-DET.
           PERFORM P-LE-COBTIT THRU P-LE-COBTIT-EXIT.
           IF WS-OCORR = "02"
               PERFORM P-ENTRADA
               GO TO P-OCORRENCIA-TARIFA.
           IF WS-OCORR = "03"
               PERFORM P-REJEITADA
               GO TO P-OCORRENCIA-TARIFA.
           IF WS-OCORR = "06" OR WS-OCORR = "17"
               PERFORM P-LIQUIDA THRU P-LIQUIDA-EXIT
               GO TO P-OCORRENCIA-TARIFA.
           IF WS-OCORR = "09"
               PERFORM P-BAIXADA
               GO TO P-OCORRENCIA-TARIFA.
           IF WS-OCORR = "12"
               PERFORM P-ABATIMENTO
               GO TO P-OCORRENCIA-TARIFA.
           IF WS-OCORR = "28"
               MOVE "DEBITO DE TARIFAS" TO DESCR-DET
           ELSE
               MOVE "OCORRENCIA NAO TRATADA" TO DESCR-DET.
           PERFORM P-IMPRIME-DET.
       P-OCORRENCIA-TARIFA.
           IF WS-TARIFA = ZEROS
               GO TO P-OCORRENCIA-EXIT.
           IF CBT-TEM-88
               ADD WS-TARIFA TO CBT-TARIFA
               PERFORM P-GRAVA-COBTIT.
           IF WS-CATEG-TAR = ZEROS
               GO TO P-OCORRENCIA-EXIT.
      *----- mes ja fechado (87) nao aceita o lancto da tarifa
           MOVE WS-DATA-OCOR8(1:4) TO WS-FCH-T-ANO.
           MOVE WS-DATA-OCOR8(5:2) TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               MOVE ZEROS TO PAGO-DET JUROS-DET
               MOVE "TARIFA: MES FECHADO (87)" TO DESCR-DET
               PERFORM P-IMPRIME-DET
               GO TO P-OCORRENCIA-EXIT.
           PERFORM P-GERA-TARIFA THRU P-GERA-TARIFA-EXIT.
       P-OCORRENCIA-EXIT.
           EXIT.

       P-ENTRADA.
           MOVE "ENTRADA CONFIRMADA" TO DESCR-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-ENTRADA.
           IF NOT CBT-TEM-88
               PERFORM P-NOVO-COBTIT.
           MOVE WS-NOSSO-RET TO CBT-NOSSO.
           MOVE "E" TO CBT-SIT.
           MOVE WS-OCORR TO CBT-OCOR.
           MOVE WS-DATA-OCOR8 TO CBT-DATA.
           PERFORM P-GRAVA-COBTIT.

      *----- motivo de rejeicao (codigos do banco) vai ao
      *----- relatorio; o titulo pode ir de novo no 101
       P-REJEITADA.
           MOVE SPACES TO DESCR-DET.
           STRING "REJEITADA MOTIVO " WS-MOTIVO-RET(1:6)
               DELIMITED BY SIZE INTO DESCR-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-REJ.
           IF NOT CBT-TEM-88
               PERFORM P-NOVO-COBTIT.
           MOVE "J" TO CBT-SIT.
           MOVE WS-OCORR TO CBT-OCOR.
           MOVE WS-DATA-OCOR8 TO CBT-DATA.
           PERFORM P-GRAVA-COBTIT.

      *----- baixa no banco (pedido ou decurso de prazo): a
      *----- duplicata continua em aberto no 81
       P-BAIXADA.
           MOVE "BAIXADO NO BANCO" TO DESCR-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-BAIXA.
           IF NOT CBT-TEM-88
               PERFORM P-NOVO-COBTIT.
           IF CBT-SIT NOT = "L"
               MOVE "B" TO CBT-SIT.
           MOVE WS-OCORR TO CBT-OCOR.
           MOVE WS-DATA-OCOR8 TO CBT-DATA.
           PERFORM P-GRAVA-COBTIT.

       P-ABATIMENTO.
           MOVE "ABATIMENTO CONCEDIDO" TO DESCR-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-ABAT.
           IF NOT CBT-TEM-88
               PERFORM P-NOVO-COBTIT.
           IF WS-ABAT-RET > ZEROS
               MOVE WS-ABAT-RET TO CBT-ABAT.
           MOVE WS-OCORR TO CBT-OCOR.
           MOVE WS-DATA-OCOR8 TO CBT-DATA.
           PERFORM P-GRAVA-COBTIT.

      *-----------------------------------------*
      * Liquidacao: baixa a duplicata no 81 pelo*
      * valor pago (juros/multa ja incluidos),  *
      * na data do credito.                     *
      *-----------------------------------------*
       P-LIQUIDA.
           MOVE WS-PAGO-RET TO PAGO-DET.
           MOVE WS-JUROS-RET TO JUROS-DET.
           MOVE WS-NUM-RET TO NUM-REC.
           READ RECEB
               INVALID KEY
                   ADD 1 TO WS-QTD-REJ
                   MOVE "DUPLICATA NAO ENCONTRADA" TO DESCR-DET
                   PERFORM P-IMPRIME-DET
                   GO TO P-LIQUIDA-EXIT.
      *----- ja liquidada por este retorno numa rodada anterior:
      *----- pula; baixada a mao no 81: confere (recebeu dobrado)
           IF DATA-DEP-REC NOT = ZEROS
               IF CBT-TEM-88 AND CBT-SIT = "L"
                   ADD 1 TO WS-QTD-SKIP
                   GO TO P-LIQUIDA-EXIT
               ELSE
                   ADD 1 TO WS-QTD-REJ
                   MOVE "JA BAIXADA NO 81-CONFERIR" TO DESCR-DET
                   PERFORM P-IMPRIME-DET
                   GO TO P-LIQUIDA-EXIT.
           MOVE WS-DATA-CONF TO DATA-DEP-REC.
           MOVE WS-PAGO-RET TO VALOR-DEP-REC.
           MOVE "C" TO SITUACAO-REC.
           MOVE WS-OPERADOR TO ALTERADO-POR-REC.
           MOVE WS-DATA TO ALTERADO-DATA-REC.
           REWRITE REG-RECEB
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-REC
                   CLOSE BANCO RECEB RETORNO RELATO
                   STOP RUN.
           PERFORM P-GRAVA-LOG-LIQ.
           IF WS-OCORR = "17"
               MOVE "LIQUIDADO APOS BAIXA" TO DESCR-DET
           ELSE
               MOVE "LIQUIDADO" TO DESCR-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-LIQ.
           ADD WS-PAGO-RET TO WS-TOT-LIQ.
           ADD WS-JUROS-RET TO WS-TOT-JUROS.
           IF NOT CBT-TEM-88
               PERFORM P-NOVO-COBTIT.
           MOVE "L" TO CBT-SIT.
           MOVE SPACE TO CBT-INSTR.
           MOVE WS-JUROS-RET TO CBT-JUROS.
           MOVE WS-DESC-RET TO CBT-DESC.
           IF WS-ABAT-RET > ZEROS
               MOVE WS-ABAT-RET TO CBT-ABAT.
           MOVE WS-PAGO-RET TO CBT-PAGO.
           MOVE WS-LIQ-RET TO CBT-LIQ.
           MOVE WS-OCORR TO CBT-OCOR.
           MOVE WS-DATA-OCOR8 TO CBT-DATA.
           PERFORM P-GRAVA-COBTIT.
       P-LIQUIDA-EXIT.
           EXIT.

      *-----------------------------------------*
       P-LE-COBTIT.
           MOVE "N" TO WS-CBT-TEM.
           MOVE WS-NUM-RET TO CBT-NUM.
           READ COBTIT
               INVALID KEY
                   GO TO P-LE-COBTIT-EXIT.
           MOVE "S" TO WS-CBT-TEM.
       P-LE-COBTIT-EXIT.
           EXIT.

      *----- titulo registrado fora do 101 (ou antes dele)
       P-NOVO-COBTIT.
           MOVE WS-NUM-RET TO CBT-NUM.
           MOVE WS-CONTA-RET TO CBT-CONTA.
           MOVE WS-NSA-RET TO CBT-NSA.
           MOVE WS-NOSSO-RET TO CBT-NOSSO.
           MOVE "E" TO CBT-SIT.
           MOVE SPACE TO CBT-INSTR.
           MOVE ZEROS TO CBT-MULTA CBT-JUROS-MES CBT-ABAT.
           MOVE ZEROS TO CBT-JUROS CBT-DESC CBT-PAGO CBT-LIQ.
           MOVE ZEROS TO CBT-TARIFA.
           MOVE "S" TO WS-CBT-TEM.

       P-GRAVA-COBTIT.
           WRITE REG-COBTIT
               INVALID KEY
                   REWRITE REG-COBTIT
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                                   FS-CBT
                           CLOSE BANCO RECEB RETORNO RELATO
                           STOP RUN.

      *-----------------------------------------*
      * Lancto da tarifa de cobranca: conta do  *
      * retorno, categoria de tarifas, baixado  *
      * na data do credito (como o 54).         *
      *-----------------------------------------*
       P-GERA-TARIFA.
           IF NOT NUM-SEM-88
               PERFORM P-GERA-CODIGO
               MOVE "S" TO WS-NUM-SEM.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE NOME-CONTA TO CONTA-CHE.
           MOVE "TARIFA COBRANCA     " TO DESCRI-CHE-GRP.
           MOVE WS-DIA-CONF TO DIA-CHE.
           MOVE WS-MES-CONF TO MES-CHE.
           MOVE ZEROS TO ANO-CHE.
           MOVE 20 TO ANO-CHE(1:2).
           MOVE WS-ANO-CONF TO ANO-CHE(3:2).
           MOVE WS-TARIFA TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE WS-TARIFA TO VALOR-PAGO-CHE.
           MOVE SPACES TO OBS-CHE.
           STRING "DUPL " WS-NUM-RET DELIMITED BY SIZE INTO OBS-CHE.
           MOVE ZEROS TO INSCR-CHE.
           MOVE WS-DATA-CONF TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           ACCEPT WS-DATA8-CONF FROM DATE YYYYMMDD.
           MOVE WS-DATA8-CONF TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE SPACES TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACE TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE WS-CATEG-TAR TO CATEG-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE SPACE TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           PERFORM P-MONTA-VCTO.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GERA-TARIFA-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GERA-TARIFA-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO RECEB RETORNO RELATO
               STOP RUN.
           PERFORM P-GRAVA-LOG-TARIFA.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           ADD 1 TO WS-QTD-TAR.
           ADD WS-TARIFA TO WS-TOT-TAR.
       P-GERA-TARIFA-EXIT.
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

       P-GRAVA-LOG-TARIFA.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-DATA8-CONF FROM DATE YYYYMMDD.
           MOVE WS-DATA8-CONF TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "I" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO102" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *----- liquidacao da duplicata (mesma acao da baixa no 81)
       P-GRAVA-LOG-LIQ.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "B" TO LOG-ACAO.
           MOVE NUM-REC TO LOG-NUM-CHE.
           MOVE "BANCO102" TO LOG-PROGRAMA.
           WRITE REG-LOG.

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

       P-FIM-PROCESSA.
           PERFORM P-FECHA-CHECKPOINT.
           IF CCT-OK-88
               PERFORM P-CONFIRMA-COBCTL THRU P-CONFIRMA-COBCTL-EXIT.
           IF CABEC-88
               PERFORM P-IMPRIME-FECHA.
           DISPLAY (07 04) "Retorno NSA........:".
           DISPLAY (07 25) WS-NSA-RET.
           DISPLAY (08 04) "Entradas confirm...:".
           DISPLAY (08 25) WS-QTD-ENTRADA.
           DISPLAY (09 04) "Liquidados.........:".
           DISPLAY (09 25) WS-QTD-LIQ.
           MOVE WS-TOT-LIQ TO WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Valor recebido...R$:".
           DISPLAY (10 25) WS-MOSTRA-VALOR.
           MOVE WS-TOT-JUROS TO WS-MOSTRA-VALOR.
           DISPLAY (11 04) "Juros/multa......R$:".
           DISPLAY (11 25) WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Baixados no banco..:".
           DISPLAY (12 25) WS-QTD-BAIXA.
           DISPLAY (13 04) "Abatimentos........:".
           DISPLAY (13 25) WS-QTD-ABAT.
           DISPLAY (14 04) "Rejeitados.........:".
           DISPLAY (14 25) WS-QTD-REJ.
           DISPLAY (15 04) "Pulados (ja feitos):".
           DISPLAY (15 25) WS-QTD-SKIP.
           IF WS-QTD-TAR > ZEROS
               MOVE WS-TOT-TAR TO WS-MOSTRA-VALOR
               DISPLAY (16 04) "Tarifas lancadas...:"
               DISPLAY (16 25) WS-QTD-TAR
               DISPLAY (17 04) "Valor tarifas....R$:"
               DISPLAY (17 25) WS-MOSTRA-VALOR.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           CLOSE RETORNO RELATO COBCHK COBTIT CONTA RECEB.
           IF CCT-OK-88
               CLOSE COBCTL.
           PERFORM P-FIM.

      *-----------------------------------------*
      * Posicao ja processada deste NSA numa    *
      * rodada anterior (zero se primeira vez). *
      *-----------------------------------------*
       P-LE-CHECKPOINT.
           MOVE ZEROS TO WS-CHK-LINHA WS-DET-ATUAL.
           MOVE WS-CONTA-RET TO CCK-CONTA.
           MOVE WS-NSA-RET TO CCK-NSA.
           READ COBCHK
               INVALID KEY
                   GO TO P-LE-CHECKPOINT-EXIT.
           IF CCK-SIT = "P"
               MOVE CCK-LINHA TO WS-CHK-LINHA
               DISPLAY (19 04) "Retomando do detalhe " CCK-LINHA.
      *----- ja encerrado: nada e' refeito (tarifas nao duplicam)
           IF CCK-SIT = "F"
               MOVE CCK-LINHA TO WS-CHK-LINHA
               DISPLAY (19 04)
                   "!! RETORNO JA PROCESSADO - SO CONFERE !!".
       P-LE-CHECKPOINT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava a posicao apos cada par T/U.      *
      *-----------------------------------------*
       P-GRAVA-CHECKPOINT.
           MOVE WS-CONTA-RET TO CCK-CONTA.
           MOVE WS-NSA-RET TO CCK-NSA.
           MOVE WS-DET-ATUAL TO CCK-LINHA.
           MOVE "P" TO CCK-SIT.
           WRITE REG-COBCHK
               INVALID KEY
                   REWRITE REG-COBCHK
                       INVALID KEY
                           CONTINUE.

       P-FECHA-CHECKPOINT.
           MOVE WS-CONTA-RET TO CCK-CONTA.
           MOVE WS-NSA-RET TO CCK-NSA.
           MOVE WS-DET-ATUAL TO CCK-LINHA.
           MOVE "F" TO CCK-SIT.
           WRITE REG-COBCHK
               INVALID KEY
                   REWRITE REG-COBCHK
                       INVALID KEY
                           CONTINUE.

      *-----------------------------------------*
      * Remessa de cobranca conta + NSA passa a *
      * confirmada no controle (COBCTL.DAT).    *
      *-----------------------------------------*
       P-CONFIRMA-COBCTL.
           IF WS-NSA-RET = ZEROS
               GO TO P-CONFIRMA-COBCTL-EXIT.
           MOVE WS-CONTA-RET TO COB-CONTA.
           MOVE WS-NSA-RET TO COB-NSA.
           READ COBCTL
               INVALID KEY GO TO P-CONFIRMA-COBCTL-EXIT.
           IF COB-SIT = "C"
               GO TO P-CONFIRMA-COBCTL-EXIT.
           MOVE "C" TO COB-SIT.
           REWRITE REG-COBCTL
               INVALID KEY
                   CONTINUE.
       P-CONFIRMA-COBCTL-EXIT.
           EXIT.

       P-IMPRIME-DET.
           IF NOT CABEC-88
               PERFORM P-IMPRIME-CABEC.
           WRITE REG-RELATO FROM LINHA-DET.

       P-IMPRIME-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "S" TO WS-CABEC.

       P-IMPRIME-FECHA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "LIQUIDADOS...........:" TO TIT-TOTAL.
           MOVE WS-QTD-LIQ TO QTD-TOTAL.
           MOVE WS-TOT-LIQ TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "  JUROS/MULTA RECEB..:" TO TIT-TOTAL.
           MOVE WS-QTD-LIQ TO QTD-TOTAL.
           MOVE WS-TOT-JUROS TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "TARIFAS LANCADAS.....:" TO TIT-TOTAL.
           MOVE WS-QTD-TAR TO QTD-TOTAL.
           MOVE WS-TOT-TAR TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "REJEITADOS...........:" TO TIT-TOTAL.
           MOVE WS-QTD-REJ TO QTD-TOTAL.
           MOVE ZEROS TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.

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
           CLOSE BANCO LOG.
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
           MOVE "BANCO102" TO JRN-PROGRAMA.
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
