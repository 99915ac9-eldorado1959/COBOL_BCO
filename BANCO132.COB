       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO132.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-REC.
           SELECT COBTIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBT-NUM
                  FILE STATUS IS FS-CBT.
           SELECT CARTAXA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CTX-CHAVE
                  FILE STATUS IS FS-CTX.
           SELECT CARVEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVD-NSU
                  FILE STATUS IS FS-CVD.
           SELECT CARPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPC-CHAVE
                  ALTERNATE RECORD KEY IS CPC-PREVISTA
                      WITH DUPLICATES
                  FILE STATUS IS FS-CPC.
           SELECT CARTAO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-CAR.
           SELECT EXTRATO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EXT.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
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

      *----- situacao da duplicata na cobranca registrada (101)
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

      *-----------------------------------------*
      * Taxa (MDR) contratada com a adquirente  *
      * por bandeira e modalidade: D debito,    *
      * C credito a vista, P parcelado.         *
      *-----------------------------------------*
       FD CARTAXA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARTAXA.DAT".
       01 REG-CARTAXA.
           03 CTX-CHAVE.
               05 CTX-BAND     PIC X(02).
               05 CTX-MODAL    PIC X(01).
           03 CTX-NOME         PIC X(15).
           03 CTX-TAXA         PIC 99V99.

      *-----------------------------------------*
      * Venda em cartao importada da adquirente,*
      * ligada a duplicata do 81 (CVD-REC).     *
      * CVD-SIT: A aberta / L toda creditada.   *
      *-----------------------------------------*
       FD CARVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARVEN.DAT".
       01 REG-CARVEN.
           03 CVD-NSU          PIC X(12).
           03 CVD-DATA         PIC 9(08).
           03 CVD-BAND         PIC X(02).
           03 CVD-MODAL        PIC X(01).
           03 CVD-PARC         PIC 99.
           03 CVD-BRUTO        PIC 9(08)V99.
           03 CVD-TAXA         PIC 99V99.
           03 CVD-REC          PIC X(06).
           03 CVD-SIT          PIC X(01).
           03 CVD-DATA-IMP     PIC 9(08).
           03 CVD-POR          PIC X(08).

      *-----------------------------------------*
      * Agenda de recebimento: uma por parcela. *
      * CPC-LIQ e' o liquido da adquirente,     *
      * CPC-LIQ-CONTR o da taxa contratada.     *
      * CPC-SIT: A a receber / L creditada      *
      * (CPC-VALOR-EXT = linha do extrato).     *
      *-----------------------------------------*
       FD CARPARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARPARC.DAT".
       01 REG-CARPARC.
           03 CPC-CHAVE.
               05 CPC-NSU      PIC X(12).
               05 CPC-PARC     PIC 99.
           03 CPC-PREVISTA     PIC 9(08).
           03 CPC-BRUTO        PIC 9(08)V99.
           03 CPC-MDR          PIC 9(08)V99.
           03 CPC-LIQ          PIC 9(08)V99.
           03 CPC-LIQ-CONTR    PIC 9(08)V99.
           03 CPC-SIT          PIC X(01).
           03 CPC-DATA-CRED    PIC 9(08).
           03 CPC-VALOR-CRED   PIC 9(08)V99.
           03 CPC-VALOR-EXT    PIC 9(08)V99.

      *-----------------------------------------*
      * Arquivo da adquirente (ADQUIR.TXT),     *
      * posicional, 100 bytes, datas aaaammdd,  *
      * valores sem virgula (2 decimais):       *
      * V venda / P parcela da agenda; outros   *
      * tipos (header, trailer) sao ignorados.  *
      *-----------------------------------------*
       FD CARTAO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ADQUIR.TXT".
       01 REG-CARTAO.
           03 CAR-TIPO         PIC X(01).
           03 CAR-NSU          PIC X(12).
           03 F                PIC X(87).
       01 REG-CARTAO-V.
           03 F                PIC X(13).
           03 CAV-DATA         PIC 9(08).
           03 CAV-BAND         PIC X(02).
           03 CAV-MODAL        PIC X(01).
           03 CAV-PARC         PIC 99.
           03 CAV-BRUTO        PIC 9(11)V99.
           03 CAV-TAXA         PIC 99V99.
           03 CAV-DUPL         PIC X(06).
           03 F                PIC X(51).
       01 REG-CARTAO-P.
           03 F                PIC X(13).
           03 CAP-PARC         PIC 99.
           03 CAP-PREVISTA     PIC 9(08).
           03 CAP-BRUTO        PIC 9(11)V99.
           03 CAP-MDR          PIC 9(11)V99.
           03 CAP-LIQ          PIC 9(11)V99.
           03 F                PIC X(38).

       FD EXTRATO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EXTRATO.DAT".
       01 REG-EXTRATO.
           03 EXT-VALOR        PIC 9(08)V99.
           03 EXT-DIA          PIC 99.
           03 EXT-MES          PIC 99.
           03 EXT-ANO          PIC 9(04).

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
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
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
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       01 WS-DATA-DEP           PIC 9(06) VALUE ZEROS.
       01 WS-DATA-DEP-R REDEFINES WS-DATA-DEP.
           03 WS-DIA-DEP        PIC 99.
           03 WS-MES-DEP        PIC 99.
           03 WS-ANO-DEP        PIC 99.

       77 FS-REC               PIC XX.
       77 FS-CBT               PIC XX.
       77 FS-CTX               PIC XX.
       77 FS-CVD               PIC XX.
       77 FS-CPC               PIC XX.
       77 FS-CAR               PIC XX.
       77 FS-EXT               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3 4.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-REC-OK            PIC X VALUE "S".
       88 REC-OK-88              VALUE "S".
       77 WS-MODAL-OK          PIC X VALUE SPACE.
       88 MODAL-88               VALUE "D" "C" "P".

      *----- importacao
       77 WS-QTD-VEN           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PAR           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JA            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ACIMA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-IGN           PIC 9(05) VALUE ZEROS.
       77 WS-MDR-CONTR         PIC 9(08)V99 VALUE ZEROS.

      *----- conciliacao com o extrato
       77 WS-EXT-DATA8         PIC 9(08) VALUE ZEROS.
       77 WS-ACHOU             PIC X VALUE "N".
       88 ACHOU-88               VALUE "S".
       77 WS-SOMA-DIA          PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-DIA           PIC 9(05) VALUE ZEROS.
       77 WS-MINIMO            PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-LIDAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXATA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TOTDIA        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MENOR         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-JACONC        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEMPAR        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DUPL          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CRED          PIC 9(10)V99 VALUE ZEROS.

      *----- baixa da duplicata quando a venda fecha
       77 WS-NSU               PIC X(12) VALUE SPACES.
       77 WS-TUDO-PAGO         PIC X VALUE "S".
       88 TUDO-PAGO-88           VALUE "S".
       77 WS-SOMA-CRED         PIC 9(10)V99 VALUE ZEROS.
       77 WS-ULT-CRED          PIC 9(08) VALUE ZEROS.
       01 WS-REG-CPC-SAVE      PIC X(100) VALUE SPACES.

       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " VENDAS EM CARTAO " BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Importa arquivo da adquirente".
           02 LINE 09 COLUMN 10 VALUE "2-Concilia agenda c/extrato".
           02 LINE 10 COLUMN 10 VALUE "3-Taxas contratadas (MDR)".
           02 LINE 11 COLUMN 10 VALUE "4-Consulta venda".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-TAXA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " TAXAS DO CARTAO " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Bandeira (02 posicoes).=".
           02 LINE 09 COLUMN 04 VALUE "Modalidade <D/C/P>.....=".
           02 LINE 10 COLUMN 04 VALUE "Descricao..............=".
           02 LINE 11 COLUMN 04 VALUE "Taxa contratada %......=".
           02 LINE 13 COLUMN 04 VALUE
              "D debito  C credito a vista  P parcelado".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-VENDA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " VENDA EM CARTAO " BLINK.
           02 LINE 06 COLUMN 04 VALUE "NSU................=".
           02 LINE 07 COLUMN 04 VALUE "Data / Band / Mod..=".
           02 LINE 08 COLUMN 04 VALUE "Valor bruto........=".
           02 LINE 09 COLUMN 04 VALUE "Duplicata (81).....=".
           02 LINE 10 COLUMN 04 VALUE
              "PC PREVISTA     LIQUIDO  CONTRATADO S   CREDITADO".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O RECEB.
           IF FS-REC = "61" OR FS-REC = "91"
               DISPLAY (21 04) "!! RECEB.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS-REC = "35"
               MOVE "N" TO WS-REC-OK.
           OPEN I-O CARTAXA.
           IF FS-CTX = "30" OR FS-CTX = "35"
               CLOSE CARTAXA
               OPEN OUTPUT CARTAXA
               CLOSE CARTAXA
               OPEN I-O CARTAXA.
           OPEN I-O CARVEN.
           IF FS-CVD = "30" OR FS-CVD = "35"
               CLOSE CARVEN
               OPEN OUTPUT CARVEN
               CLOSE CARVEN
               OPEN I-O CARVEN.
           OPEN I-O CARPARC.
           IF FS-CPC = "30" OR FS-CPC = "35"
               CLOSE CARPARC
               OPEN OUTPUT CARPARC
               CLOSE CARPARC
               OPEN I-O CARPARC.
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
           ACCEPT (14 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-IMPORTA THRU P-IMPORTA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-CONCILIA THRU P-CONCILIA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-TAXA THRU P-TAXA-FIM.
           IF WS-OPCAO = 4
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Importa vendas e agenda. Venda ou   *
      * parcela ja importada nao e' regravada   *
      * (o arquivo pode vir de novo inteiro).   *
      *-----------------------------------------*
       P-IMPORTA.
           OPEN INPUT CARTAO.
           IF FS-CAR = "35"
               DISPLAY (21 04) "!! ARQUIVO ADQUIR.TXT INEXISTENTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-FIM.
           DISPLAY (21 04) "Importando ADQUIR.TXT...".
           MOVE ZEROS TO WS-QTD-VEN WS-QTD-PAR WS-QTD-JA.
           MOVE ZEROS TO WS-QTD-ACIMA WS-QTD-IGN.
       P-IMPORTA-LER.
           READ CARTAO
               AT END GO TO P-IMPORTA-TOTAL.
           IF CAR-TIPO = "V"
               PERFORM P-IMPORTA-VENDA
               GO TO P-IMPORTA-LER.
           IF CAR-TIPO = "P"
               PERFORM P-IMPORTA-PARC THRU P-IMPORTA-PARC-EXIT
               GO TO P-IMPORTA-LER.
           ADD 1 TO WS-QTD-IGN.
           GO TO P-IMPORTA-LER.
       P-IMPORTA-TOTAL.
           CLOSE CARTAO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (16 04) "Vendas importadas......:" WS-QTD-VEN.
           DISPLAY (17 04) "Parcelas importadas....:" WS-QTD-PAR.
           DISPLAY (18 04) "Ja importadas (puladas):" WS-QTD-JA.
           DISPLAY (19 04) "Taxa acima do contrato.:" WS-QTD-ACIMA.
           DISPLAY (20 04) "Linhas ignoradas.......:" WS-QTD-IGN.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-IMPORTA-FIM.
           EXIT.

       P-IMPORTA-VENDA.
           MOVE CAR-NSU TO CVD-NSU.
           MOVE CAV-DATA TO CVD-DATA.
           MOVE CAV-BAND TO CVD-BAND.
           MOVE CAV-MODAL TO CVD-MODAL.
           MOVE CAV-PARC TO CVD-PARC.
           MOVE CAV-BRUTO TO CVD-BRUTO.
           MOVE CAV-TAXA TO CVD-TAXA.
           MOVE CAV-DUPL TO CVD-REC.
           MOVE "A" TO CVD-SIT.
           MOVE WS-DATA TO CVD-DATA-IMP.
           MOVE WS-OPERADOR TO CVD-POR.
           WRITE REG-CARVEN
               INVALID KEY
                   ADD 1 TO WS-QTD-JA
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-VEN.

      *----- liquido pela taxa contratada da bandeira/modalidade
      *----- da venda; sem venda ou sem taxa cadastrada vale o
      *----- liquido da adquirente (nao ha o que comparar)
       P-IMPORTA-PARC.
           MOVE CAR-NSU TO CPC-NSU.
           MOVE CAP-PARC TO CPC-PARC.
           MOVE CAP-PREVISTA TO CPC-PREVISTA.
           MOVE CAP-BRUTO TO CPC-BRUTO.
           MOVE CAP-MDR TO CPC-MDR.
           MOVE CAP-LIQ TO CPC-LIQ.
           MOVE CAP-LIQ TO CPC-LIQ-CONTR.
           MOVE "A" TO CPC-SIT.
           MOVE ZEROS TO CPC-DATA-CRED CPC-VALOR-CRED CPC-VALOR-EXT.
           MOVE CAR-NSU TO CVD-NSU.
           READ CARVEN
               INVALID KEY
                   GO TO P-IMPORTA-PARC-GRAVA.
           MOVE CVD-BAND TO CTX-BAND.
           MOVE CVD-MODAL TO CTX-MODAL.
           READ CARTAXA
               INVALID KEY
                   GO TO P-IMPORTA-PARC-GRAVA.
           COMPUTE WS-MDR-CONTR ROUNDED =
               CAP-BRUTO * CTX-TAXA / 100.
           COMPUTE CPC-LIQ-CONTR = CAP-BRUTO - WS-MDR-CONTR.
       P-IMPORTA-PARC-GRAVA.
           WRITE REG-CARPARC
               INVALID KEY
                   ADD 1 TO WS-QTD-JA
                   GO TO P-IMPORTA-PARC-EXIT.
           ADD 1 TO WS-QTD-PAR.
           IF CPC-LIQ < CPC-LIQ-CONTR
               ADD 1 TO WS-QTD-ACIMA.
       P-IMPORTA-PARC-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2 - Cada credito do extrato procura a   *
      * parcela a receber: valor exato (na data *
      * prevista ou depois), total do dia (a    *
      * adquirente agrupa) ou a menor no dia    *
      * previsto (pelo menos 90% do liquido).   *
      *-----------------------------------------*
       P-CONCILIA.
           OPEN INPUT EXTRATO.
           IF FS-EXT = "35"
               DISPLAY (21 04) "!! ARQUIVO EXTRATO.DAT INEXISTENTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONCILIA-FIM.
           DISPLAY (21 04) "Conciliando agenda c/extrato...".
           MOVE ZEROS TO WS-QTD-LIDAS WS-QTD-EXATA WS-QTD-TOTDIA.
           MOVE ZEROS TO WS-QTD-MENOR WS-QTD-JACONC WS-QTD-SEMPAR.
           MOVE ZEROS TO WS-QTD-DUPL WS-TOT-CRED.
       P-CONCILIA-LER.
           READ EXTRATO
               AT END GO TO P-CONCILIA-TOTAL.
           ADD 1 TO WS-QTD-LIDAS.
           MOVE EXT-ANO TO WS-EXT-DATA8(1:4).
           MOVE EXT-MES TO WS-EXT-DATA8(5:2).
           MOVE EXT-DIA TO WS-EXT-DATA8(7:2).
      *----- linha ja usada numa rodada anterior
           PERFORM P-JA-CONCILIADA THRU P-JA-CONCILIADA-EXIT.
           IF ACHOU-88
               ADD 1 TO WS-QTD-JACONC
               GO TO P-CONCILIA-LER.
           PERFORM P-CASA-EXATO THRU P-CASA-EXATO-EXIT.
           IF ACHOU-88
               ADD 1 TO WS-QTD-EXATA
               ADD EXT-VALOR TO WS-TOT-CRED
               GO TO P-CONCILIA-LER.
           PERFORM P-CASA-DIA THRU P-CASA-DIA-EXIT.
           IF ACHOU-88
               ADD 1 TO WS-QTD-TOTDIA
               ADD EXT-VALOR TO WS-TOT-CRED
               GO TO P-CONCILIA-LER.
           PERFORM P-CASA-MENOR THRU P-CASA-MENOR-EXIT.
           IF ACHOU-88
               ADD 1 TO WS-QTD-MENOR
               ADD EXT-VALOR TO WS-TOT-CRED
               GO TO P-CONCILIA-LER.
      *----- nao e' credito de cartao (ou nao casou): fica p/o
      *----- CONCIL01 tratar como sempre
           ADD 1 TO WS-QTD-SEMPAR.
           GO TO P-CONCILIA-LER.
       P-CONCILIA-TOTAL.
           CLOSE EXTRATO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (15 04) "Linhas do extrato......:" WS-QTD-LIDAS.
           DISPLAY (16 04) "Casadas pelo valor.....:" WS-QTD-EXATA.
           DISPLAY (17 04) "Casadas pelo total dia.:" WS-QTD-TOTDIA.
           DISPLAY (18 04) "Creditadas a menor.....:" WS-QTD-MENOR.
           DISPLAY (19 04) "Ja conciliadas.........:" WS-QTD-JACONC.
           DISPLAY (20 04) "Sem parcela de cartao..:" WS-QTD-SEMPAR.
           DISPLAY (15 45) "Duplicatas baixadas:" WS-QTD-DUPL.
           MOVE WS-TOT-CRED TO WS-MOSTRA-VALOR.
           DISPLAY (16 45) "Creditado R$:" WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-CONCILIA-FIM.
           EXIT.

      *----- parcela creditada por esta mesma linha do extrato
       P-JA-CONCILIADA.
           MOVE "N" TO WS-ACHOU.
           MOVE LOW-VALUES TO CPC-CHAVE.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P-JA-CONCILIADA-EXIT.
       P-JA-CONCILIADA-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-JA-CONCILIADA-EXIT.
           IF CPC-SIT NOT = "L"
               GO TO P-JA-CONCILIADA-LER.
           IF CPC-DATA-CRED NOT = WS-EXT-DATA8 OR
              CPC-VALOR-EXT NOT = EXT-VALOR
               GO TO P-JA-CONCILIADA-LER.
           MOVE "S" TO WS-ACHOU.
       P-JA-CONCILIADA-EXIT.
           EXIT.

       P-CASA-EXATO.
           MOVE "N" TO WS-ACHOU.
           MOVE LOW-VALUES TO CPC-CHAVE.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P-CASA-EXATO-EXIT.
       P-CASA-EXATO-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-CASA-EXATO-EXIT.
           IF CPC-SIT NOT = "A"
               GO TO P-CASA-EXATO-LER.
           IF CPC-LIQ NOT = EXT-VALOR
               GO TO P-CASA-EXATO-LER.
           IF CPC-PREVISTA > WS-EXT-DATA8
               GO TO P-CASA-EXATO-LER.
           MOVE "S" TO WS-ACHOU.
           MOVE EXT-VALOR TO CPC-VALOR-CRED.
           PERFORM P-LIQUIDA-PARC THRU P-LIQUIDA-PARC-EXIT.
       P-CASA-EXATO-EXIT.
           EXIT.

      *----- soma das parcelas a receber previstas p/o dia
       P-CASA-DIA.
           MOVE "N" TO WS-ACHOU.
           MOVE ZEROS TO WS-SOMA-DIA WS-QTD-DIA.
           MOVE WS-EXT-DATA8 TO CPC-PREVISTA.
           START CARPARC KEY IS NOT LESS THAN CPC-PREVISTA
               INVALID KEY GO TO P-CASA-DIA-EXIT.
       P-CASA-DIA-SOMA.
           READ CARPARC NEXT RECORD
               AT END GO TO P-CASA-DIA-TESTA.
           IF CPC-PREVISTA NOT = WS-EXT-DATA8
               GO TO P-CASA-DIA-TESTA.
           IF CPC-SIT = "A"
               ADD CPC-LIQ TO WS-SOMA-DIA
               ADD 1 TO WS-QTD-DIA.
           GO TO P-CASA-DIA-SOMA.
       P-CASA-DIA-TESTA.
           IF WS-QTD-DIA < 2 OR WS-SOMA-DIA NOT = EXT-VALOR
               GO TO P-CASA-DIA-EXIT.
           MOVE "S" TO WS-ACHOU.
           MOVE WS-EXT-DATA8 TO CPC-PREVISTA.
           START CARPARC KEY IS NOT LESS THAN CPC-PREVISTA
               INVALID KEY GO TO P-CASA-DIA-EXIT.
       P-CASA-DIA-BAIXA.
           READ CARPARC NEXT RECORD
               AT END GO TO P-CASA-DIA-EXIT.
           IF CPC-PREVISTA NOT = WS-EXT-DATA8
               GO TO P-CASA-DIA-EXIT.
           IF CPC-SIT NOT = "A"
               GO TO P-CASA-DIA-BAIXA.
           MOVE CPC-LIQ TO CPC-VALOR-CRED.
           PERFORM P-LIQUIDA-PARC THRU P-LIQUIDA-PARC-EXIT.
      *----- a baixa da duplicata leu outras parcelas: volta
      *----- ao ponto da agenda do dia
           MOVE WS-EXT-DATA8 TO CPC-PREVISTA.
           START CARPARC KEY IS NOT LESS THAN CPC-PREVISTA
               INVALID KEY GO TO P-CASA-DIA-EXIT.
           GO TO P-CASA-DIA-BAIXA.
       P-CASA-DIA-EXIT.
           EXIT.

       P-CASA-MENOR.
           MOVE "N" TO WS-ACHOU.
           MOVE WS-EXT-DATA8 TO CPC-PREVISTA.
           START CARPARC KEY IS NOT LESS THAN CPC-PREVISTA
               INVALID KEY GO TO P-CASA-MENOR-EXIT.
       P-CASA-MENOR-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-CASA-MENOR-EXIT.
           IF CPC-PREVISTA NOT = WS-EXT-DATA8
               GO TO P-CASA-MENOR-EXIT.
           IF CPC-SIT NOT = "A"
               GO TO P-CASA-MENOR-LER.
           IF EXT-VALOR NOT < CPC-LIQ
               GO TO P-CASA-MENOR-LER.
           COMPUTE WS-MINIMO = CPC-LIQ * 9 / 10.
           IF EXT-VALOR < WS-MINIMO
               GO TO P-CASA-MENOR-LER.
           MOVE "S" TO WS-ACHOU.
           MOVE EXT-VALOR TO CPC-VALOR-CRED.
           PERFORM P-LIQUIDA-PARC THRU P-LIQUIDA-PARC-EXIT.
       P-CASA-MENOR-EXIT.
           EXIT.

      *-----------------------------------------*
      * Parcela creditada; com todas as         *
      * parcelas da venda creditadas a          *
      * duplicata do 81 e' baixada pelo total   *
      * creditado, na data do ultimo credito.   *
      *-----------------------------------------*
       P-LIQUIDA-PARC.
           MOVE "L" TO CPC-SIT.
           MOVE WS-EXT-DATA8 TO CPC-DATA-CRED.
           MOVE EXT-VALOR TO CPC-VALOR-EXT.
           REWRITE REG-CARPARC
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CPC
                   CLOSE RECEB CARTAXA CARVEN CARPARC EXTRATO LOG
                   STOP RUN.
           MOVE REG-CARPARC TO WS-REG-CPC-SAVE.
           MOVE CPC-NSU TO WS-NSU.
           PERFORM P-FECHA-VENDA THRU P-FECHA-VENDA-EXIT.
           MOVE WS-REG-CPC-SAVE TO REG-CARPARC.
       P-LIQUIDA-PARC-EXIT.
           EXIT.

       P-FECHA-VENDA.
           MOVE "S" TO WS-TUDO-PAGO.
           MOVE ZEROS TO WS-SOMA-CRED WS-ULT-CRED.
           MOVE WS-NSU TO CPC-NSU.
           MOVE ZEROS TO CPC-PARC.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P-FECHA-VENDA-EXIT.
       P-FECHA-VENDA-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-FECHA-VENDA-TESTA.
           IF CPC-NSU NOT = WS-NSU
               GO TO P-FECHA-VENDA-TESTA.
           IF CPC-SIT NOT = "L"
               MOVE "N" TO WS-TUDO-PAGO
               GO TO P-FECHA-VENDA-TESTA.
           ADD CPC-VALOR-CRED TO WS-SOMA-CRED.
           IF CPC-DATA-CRED > WS-ULT-CRED
               MOVE CPC-DATA-CRED TO WS-ULT-CRED.
           GO TO P-FECHA-VENDA-LER.
       P-FECHA-VENDA-TESTA.
           IF NOT TUDO-PAGO-88
               GO TO P-FECHA-VENDA-EXIT.
           MOVE WS-NSU TO CVD-NSU.
           READ CARVEN
               INVALID KEY
                   GO TO P-FECHA-VENDA-EXIT.
           IF CVD-SIT = "L"
               GO TO P-FECHA-VENDA-EXIT.
           MOVE "L" TO CVD-SIT.
           REWRITE REG-CARVEN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CVD
                   CLOSE RECEB CARTAXA CARVEN CARPARC EXTRATO LOG
                   STOP RUN.
           IF CVD-REC = SPACES OR NOT REC-OK-88
               GO TO P-FECHA-VENDA-EXIT.
           MOVE CVD-REC TO NUM-REC.
           READ RECEB
               INVALID KEY
                   GO TO P-FECHA-VENDA-EXIT.
      *----- baixada a mao no 81 antes: nao mexe
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-FECHA-VENDA-EXIT.
           MOVE WS-ULT-CRED(7:2) TO WS-DIA-DEP.
           MOVE WS-ULT-CRED(5:2) TO WS-MES-DEP.
           MOVE WS-ULT-CRED(3:2) TO WS-ANO-DEP.
           MOVE WS-DATA-DEP TO DATA-DEP-REC.
           MOVE WS-SOMA-CRED TO VALOR-DEP-REC.
           MOVE "C" TO SITUACAO-REC.
           MOVE WS-OPERADOR TO ALTERADO-POR-REC.
           MOVE WS-DATA TO ALTERADO-DATA-REC.
           REWRITE REG-RECEB
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-REC
                   CLOSE RECEB CARTAXA CARVEN CARPARC EXTRATO LOG
                   STOP RUN.
           PERFORM P-GRAVA-LOG-LIQ.
           ADD 1 TO WS-QTD-DUPL.
           PERFORM P-BAIXA-COBRANCA THRU P-BAIXA-COBRANCA-FIM.
       P-FECHA-VENDA-EXIT.
           EXIT.

      *----- duplicata registrada no banco (101): pedido de
      *----- baixa p/a proxima remessa, senao o banco segue
      *----- cobrando o cliente
       P-BAIXA-COBRANCA.
           OPEN I-O COBTIT.
           IF FS-CBT NOT = "00"
               GO TO P-BAIXA-COBRANCA-FIM.
           MOVE NUM-REC TO CBT-NUM.
           READ COBTIT
               INVALID KEY
                   GO TO P-BAIXA-COBRANCA-FECHA.
           IF CBT-SIT NOT = "R" AND CBT-SIT NOT = "E"
               GO TO P-BAIXA-COBRANCA-FECHA.
           MOVE "B" TO CBT-INSTR.
           REWRITE REG-COBTIT
               INVALID KEY
                   CONTINUE.
       P-BAIXA-COBRANCA-FECHA.
           CLOSE COBTIT.
       P-BAIXA-COBRANCA-FIM.
           EXIT.

      *-----------------------------------------*
      * 3 - Taxas contratadas (cadastro).       *
      *-----------------------------------------*
       P-TAXA.
           DISPLAY TELA-TAXA.
           PERFORM P-DATA.
       P-TAXA-CODIGO.
           DISPLAY (22 14) "<BANDEIRA EM BRANCO , Sai das Taxas".
           MOVE SPACES TO CTX-BAND.
           ACCEPT (08 29) CTX-BAND WITH PROMPT AUTO-SKIP.
           IF CTX-BAND = SPACES
               GO TO P-TAXA-FIM.
       P-TAXA-MODAL.
           ACCEPT (09 29) CTX-MODAL WITH PROMPT AUTO-SKIP.
           MOVE CTX-MODAL TO WS-MODAL-OK.
           IF NOT MODAL-88
               GO TO P-TAXA-MODAL.
           READ CARTAXA
               INVALID KEY
                   GO TO P-TAXA-NOVA.
           DISPLAY (10 29) CTX-NOME.
           DISPLAY (11 29) CTX-TAXA.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "A" OR "a"
               ACCEPT (10 29) CTX-NOME WITH UPDATE PROMPT
               ACCEPT (11 29) CTX-TAXA WITH UPDATE PROMPT
               REWRITE REG-CARTAXA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CTX
                       CLOSE CARTAXA
                       STOP RUN
               END-REWRITE
               DISPLAY (21 04) "!! < Taxa Alterada > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "E" OR "e"
               DELETE CARTAXA
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS-CTX
                       CLOSE CARTAXA
                       STOP RUN
               END-DELETE
               DISPLAY (21 04) "!! < Taxa Excluida > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
           GO TO P-TAXA.
       P-TAXA-NOVA.
           DISPLAY (21 04) "!! < Taxa Nao Cadastrada > !!".
           DISPLAY (21 45) "Incluir ?  < S/N >".
           ACCEPT (21 64) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-TAXA.
           MOVE SPACES TO CTX-NOME.
           MOVE ZEROS TO CTX-TAXA.
           ACCEPT (10 29) CTX-NOME WITH PROMPT.
           ACCEPT (11 29) CTX-TAXA WITH PROMPT.
           WRITE REG-CARTAXA
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-CTX
                   CLOSE CARTAXA
                   STOP RUN.
           DISPLAY (21 04) "!! < Taxa Incluida > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-TAXA.
       P-TAXA-FIM.
           EXIT.

      *-----------------------------------------*
      * 4 - Venda e a sua agenda.               *
      *-----------------------------------------*
       P-CONSULTA.
           DISPLAY TELA-VENDA.
           PERFORM P-DATA.
           DISPLAY (22 14) "<NSU EM BRANCO , Sai da Consulta".
           MOVE SPACES TO WS-NSU.
           ACCEPT (06 25) WS-NSU WITH PROMPT.
           IF WS-NSU = SPACES
               GO TO P-CONSULTA-FIM.
           MOVE WS-NSU TO CVD-NSU.
           READ CARVEN
               INVALID KEY
                   DISPLAY (21 04) "!! < Venda Nao Importada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-CONSULTA.
           DISPLAY (07 25) CVD-DATA(7:2) "/" CVD-DATA(5:2) "/"
               CVD-DATA(1:4) "  " CVD-BAND "  " CVD-MODAL.
           MOVE CVD-BRUTO TO WS-MOSTRA-VALOR.
           DISPLAY (08 25) WS-MOSTRA-VALOR.
           DISPLAY (09 25) CVD-REC.
           MOVE 11 TO WS-QTD-DIA.
           MOVE WS-NSU TO CPC-NSU.
           MOVE ZEROS TO CPC-PARC.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P-CONSULTA-FECHA.
       P-CONSULTA-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-CONSULTA-FECHA.
           IF CPC-NSU NOT = WS-NSU OR WS-QTD-DIA > 20
               GO TO P-CONSULTA-FECHA.
           DISPLAY (WS-QTD-DIA , 04) CPC-PARC.
           DISPLAY (WS-QTD-DIA , 07) CPC-PREVISTA(7:2) "/"
               CPC-PREVISTA(5:2) "/" CPC-PREVISTA(3:2).
           DISPLAY (WS-QTD-DIA , 16) CPC-LIQ.
           DISPLAY (WS-QTD-DIA , 28) CPC-LIQ-CONTR.
           DISPLAY (WS-QTD-DIA , 40) CPC-SIT.
           DISPLAY (WS-QTD-DIA , 42) CPC-VALOR-CRED.
           ADD 1 TO WS-QTD-DIA.
           GO TO P-CONSULTA-LER.
       P-CONSULTA-FECHA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-CONSULTA.
       P-CONSULTA-FIM.
           EXIT.

      *----- baixa da duplicata (mesma acao da baixa no 81)
       P-GRAVA-LOG-LIQ.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "B" TO LOG-ACAO.
           MOVE NUM-REC TO LOG-NUM-CHE.
           MOVE "BANCO132" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

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


       P-FIM.
           CLOSE CARTAXA CARVEN CARPARC LOG.
           IF REC-OK-88
               CLOSE RECEB.
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
