       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO103.
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

           SELECT COBTIT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CBT-NUM
                  FILE STATUS IS FS-CBT.

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
       77 FS-CBT               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-CBT-OK            PIC X VALUE "S".
       88 CBT-OK-88              VALUE "S".

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

      *----- parceiro do encontro e documento
       77 WS-INSCR             PIC 9(14) VALUE ZEROS.
       77 WS-NOME-PARC         PIC X(20) VALUE SPACES.
       01 WS-DOC.
           03 WS-DOC-DATA      PIC 9(06).
           03 WS-DOC-HORA      PIC 9(06).
       77 WS-HORA-DOC          PIC 9(08) VALUE ZEROS.

      *----- titulos escolhidos de cada lado
       77 WS-MAX-ITENS         PIC 99 VALUE 40.
       77 WS-QTD-PAG           PIC 99 VALUE ZEROS.
       77 WS-QTD-REC           PIC 99 VALUE ZEROS.
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(04) VALUE ZEROS.
       01 WS-TAB-PAG.
           03 WS-PAG-ENT OCCURS 40.
               05 TP-NUM       PIC X(06).
               05 TP-VCTO      PIC X(10).
               05 TP-DESCRI    PIC X(20).
               05 TP-VALOR     PIC 9(08)V99.
               05 TP-COMP      PIC 9(08)V99.
               05 TP-RESID     PIC X(06).
       01 WS-TAB-REC.
           03 WS-REC-ENT OCCURS 40.
               05 TR-NUM       PIC X(06).
               05 TR-VCTO      PIC X(10).
               05 TR-CLIENTE   PIC X(20).
               05 TR-VALOR     PIC 9(08)V99.
               05 TR-COMP      PIC 9(08)V99.
               05 TR-RESID     PIC X(06).

       77 WS-TOT-PAG           PIC 9(10)V99 VALUE ZEROS.
       77 WS-TOT-REC           PIC 9(10)V99 VALUE ZEROS.
       77 WS-ENCONTRO          PIC 9(10)V99 VALUE ZEROS.
       77 WS-DIFERENCA         PIC 9(10)V99 VALUE ZEROS.
       77 WS-SALDO-COMP        PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *----- baixa parcial do ultimo titulo (como no 05)
       77 WS-VALOR-PAGO        PIC 9(08)V99 VALUE ZEROS.
       77 WS-RESIDUO           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VALOR-ORIG        PIC 9(08)V99 VALUE ZEROS.
       77 WS-RET-IRRF-ORIG     PIC 9(08)V99 VALUE ZEROS.
       77 WS-RET-ISS-ORIG      PIC 9(08)V99 VALUE ZEROS.
       77 WS-RET-IRRF-RES      PIC 9(08)V99 VALUE ZEROS.
       77 WS-RET-ISS-RES       PIC 9(08)V99 VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC X(06) VALUE SPACES.
       77 WS-NUM-NOVO          PIC 9(06) VALUE ZEROS.
       01 WS-REG-SAVE          PIC X(350).
       01 WS-REC-SAVE          PIC X(150).

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
           02 F PIC X(30) VALUE "TERMO DE ENCONTRO DE CONTAS".
           02 F PIC X(10) VALUE "DOCUMENTO ".
           02 DOC-TIT PIC X(12).

       01 LINHA-PARC.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "PARCEIRO : ".
           02 NOME-PARC-TIT PIC X(20).
           02 F PIC X(12) VALUE "  CNPJ/CPF ".
           02 INSCR-PARC-TIT PIC 9(14).

       01 LINHA-LADO.
           02 f pic x(02) value spaces.
           02 LADO-TIT PIC X(40).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "NUMERO VENCIMENTO FAVORECIDO/CLIENTE".
           02 F PIC X(38) VALUE
              "      VALOR  COMPENSADO SALDO".

       01 LINHA-DET.
           02 f pic x(02) value spaces.
           02 NUM-DET PIC X(06).
           02 f pic x(01) value spaces.
           02 VCTO-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 NOME-DET PIC X(20).
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 COMP-DET PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 RESID-DET PIC X(06).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TIT-TOTAL PIC X(32).
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-ASSINA.
           02 f pic x(02) value spaces.
           02 F PIC X(30) VALUE ALL "_".
           02 f pic x(06) value spaces.
           02 F PIC X(30) VALUE ALL "_".

       01 LINHA-ASSINA2.
           02 f pic x(02) value spaces.
           02 F PIC X(36) VALUE "      E L D O R A D O".
           02 F PIC X(30) VALUE "      PARCEIRO".

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ENCONTRO DE CONTAS " BLINK.
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
           OPEN I-O COBTIT.
           IF FS-CBT = "30" OR FS-CBT = "35"
               MOVE "N" TO WS-CBT-OK
               CLOSE COBTIT.
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
           MOVE ZEROS TO WS-QTD-PAG WS-QTD-REC WS-QTD-FORA.
           MOVE ZEROS TO WS-TOT-PAG WS-TOT-REC.
           MOVE SPACES TO WS-NOME-PARC.
       P02-INSCR.
           DISPLAY (22 14) "<CNPJ = 0 ,Sai do Encontro".
           DISPLAY (06 04) "CNPJ/CPF do parceiro.:".
           MOVE ZEROS TO WS-INSCR.
           ACCEPT (06 27) WS-INSCR WITH PROMPT AUTO-SKIP.
           IF WS-INSCR = ZEROS
               PERFORM P-FIM.
           PERFORM P-ESCOLHE-PAG THRU P-ESCOLHE-PAG-FIM.
           PERFORM P-ESCOLHE-REC THRU P-ESCOLHE-REC-FIM.
           DISPLAY (09 04) WS-LIMPA.
           DISPLAY (10 04) WS-LIMPA.
           DISPLAY (10 54) "                         ".
           IF WS-TOT-PAG = ZEROS OR WS-TOT-REC = ZEROS
               DISPLAY (21 04) "!! NADA A COMPENSAR P/ESTE CNPJ !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
      *-----------------------------------------*
      * Compensa o menor dos dois totais; a     *
      * diferenca fica em aberto no lado maior. *
      *-----------------------------------------*
           MOVE WS-TOT-PAG TO WS-ENCONTRO.
           IF WS-TOT-REC < WS-ENCONTRO
               MOVE WS-TOT-REC TO WS-ENCONTRO.
           IF WS-TOT-PAG > WS-TOT-REC
               COMPUTE WS-DIFERENCA = WS-TOT-PAG - WS-TOT-REC
               DISPLAY (16 04) "Fica a PAGAR......R$:"
           ELSE
               COMPUTE WS-DIFERENCA = WS-TOT-REC - WS-TOT-PAG
               DISPLAY (16 04) "Fica a RECEBER....R$:".
           MOVE WS-DIFERENCA TO WS-MOSTRA-VALOR.
           DISPLAY (16 26) WS-MOSTRA-VALOR.
           MOVE WS-ENCONTRO TO WS-MOSTRA-VALOR.
           DISPLAY (15 04) "Valor compensado..R$:".
           DISPLAY (15 26) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Confirma o encontro de contas ?  < S/N >".
           ACCEPT (21 46) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           ACCEPT WS-DATA8 FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-DOC FROM TIME.
           MOVE WS-DATA8(3:6) TO WS-DOC-DATA.
           MOVE WS-HORA-DOC(1:6) TO WS-DOC-HORA.
           MOVE DIA TO WS-DIA-CONF.
           MOVE MES TO WS-MES-CONF.
           MOVE ANO(3:2) TO WS-ANO-CONF.
           MOVE WS-ENCONTRO TO WS-SALDO-COMP.
           MOVE 1 TO WS-IDX.
           PERFORM P-COMPENSA-PAG THRU P-COMPENSA-PAG-EXIT
               UNTIL WS-IDX > WS-QTD-PAG.
           MOVE WS-ENCONTRO TO WS-SALDO-COMP.
           MOVE 1 TO WS-IDX.
           PERFORM P-COMPENSA-REC THRU P-COMPENSA-REC-EXIT
               UNTIL WS-IDX > WS-QTD-REC.
           PERFORM P-IMPRIME-TERMO.
           DISPLAY (21 04) "!! < Encontro Gravado - Doc. ".
           DISPLAY (21 33) WS-DOC.
           DISPLAY (21 46) " > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Contas a pagar do CNPJ em aberto: fora  *
      * as transferencias, os nulos, os sem     *
      * aprovacao (70), cheques ja impressos e  *
      * os que estao numa remessa (53).         *
      *-----------------------------------------*
       P-ESCOLHE-PAG.
           DISPLAY (08 04) "A PAGAR (BCO.DAT)".
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-ESCOLHE-PAG-FIM.
       P-ESCOLHE-PAG-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-ESCOLHE-PAG-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-ESCOLHE-PAG-LER.
           IF INSCR-CHE NOT = WS-INSCR
               GO TO P-ESCOLHE-PAG-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-ESCOLHE-PAG-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-ESCOLHE-PAG-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-ESCOLHE-PAG-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               ADD 1 TO WS-QTD-FORA
               GO TO P-ESCOLHE-PAG-LER.
           IF IMPRESSO-CHE = "S" OR REMESSA-CHE NOT = ZEROS
               ADD 1 TO WS-QTD-FORA
               GO TO P-ESCOLHE-PAG-LER.
      *----- mes ja fechado (87) nao aceita baixa
           MOVE ANO-CHE TO WS-FCH-T-ANO.
           MOVE MES-CHE TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               ADD 1 TO WS-QTD-FORA
               GO TO P-ESCOLHE-PAG-LER.
           IF WS-QTD-PAG = WS-MAX-ITENS
               DISPLAY (21 04) "!! LIMITE DE TITULOS A PAGAR !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ESCOLHE-PAG-FIM.
           IF WS-NOME-PARC = SPACES
               MOVE DESCRI-CHE-GRP TO WS-NOME-PARC
               DISPLAY (06 44) WS-NOME-PARC.
           DISPLAY (10 04) WS-LIMPA.
           DISPLAY (10 04) NUM-CHE.
           DISPLAY (10 12) DIA-CHE "/" MES-CHE "/" ANO-CHE.
           DISPLAY (10 24) DESCRI-CHE-GRP.
           MOVE VALOR-CHE TO WS-MOSTRA-VALOR.
           DISPLAY (10 54) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Compensa este titulo ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ESCOLHE-PAG-LER.
           ADD 1 TO WS-QTD-PAG.
           MOVE NUM-CHE TO TP-NUM(WS-QTD-PAG).
           MOVE SPACES TO TP-VCTO(WS-QTD-PAG).
           STRING DIA-CHE "/" MES-CHE "/" ANO-CHE
               DELIMITED BY SIZE INTO TP-VCTO(WS-QTD-PAG).
           MOVE DESCRI-CHE-GRP TO TP-DESCRI(WS-QTD-PAG).
           MOVE VALOR-CHE TO TP-VALOR(WS-QTD-PAG).
           MOVE ZEROS TO TP-COMP(WS-QTD-PAG).
           MOVE SPACES TO TP-RESID(WS-QTD-PAG).
           ADD VALOR-CHE TO WS-TOT-PAG.
           MOVE WS-TOT-PAG TO WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Total a pagar.....R$:".
           DISPLAY (13 26) WS-MOSTRA-VALOR.
           GO TO P-ESCOLHE-PAG-LER.
       P-ESCOLHE-PAG-FIM.
           EXIT.

      *-----------------------------------------*
      * Duplicatas em aberto do mesmo CNPJ.     *
      *-----------------------------------------*
       P-ESCOLHE-REC.
           DISPLAY (08 04) "A RECEBER (RECEB.DAT)".
           MOVE SPACES TO NUM-REC.
           START RECEB KEY IS NOT LESS THAN NUM-REC
               INVALID KEY GO TO P-ESCOLHE-REC-FIM.
       P-ESCOLHE-REC-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-ESCOLHE-REC-FIM.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-ESCOLHE-REC-LER.
           IF INSCR-REC NOT = WS-INSCR
               GO TO P-ESCOLHE-REC-LER.
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-ESCOLHE-REC-LER.
           IF WS-QTD-REC = WS-MAX-ITENS
               DISPLAY (21 04) "!! LIMITE DE TITULOS A RECEBER !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-ESCOLHE-REC-FIM.
           IF WS-NOME-PARC = SPACES
               MOVE CLIENTE-REC TO WS-NOME-PARC
               DISPLAY (06 44) WS-NOME-PARC.
           DISPLAY (10 04) WS-LIMPA.
           DISPLAY (10 04) NUM-REC.
           DISPLAY (10 12) DIA-REC "/" MES-REC "/" ANO-REC.
           DISPLAY (10 24) CLIENTE-REC.
           MOVE VALOR-REC TO WS-MOSTRA-VALOR.
           DISPLAY (10 54) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Compensa esta duplicata ?  < S/N >".
           ACCEPT (21 39) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-ESCOLHE-REC-LER.
           ADD 1 TO WS-QTD-REC.
           MOVE NUM-REC TO TR-NUM(WS-QTD-REC).
           MOVE SPACES TO TR-VCTO(WS-QTD-REC).
           STRING DIA-REC "/" MES-REC "/" ANO-REC
               DELIMITED BY SIZE INTO TR-VCTO(WS-QTD-REC).
           MOVE CLIENTE-REC TO TR-CLIENTE(WS-QTD-REC).
           MOVE VALOR-REC TO TR-VALOR(WS-QTD-REC).
           MOVE ZEROS TO TR-COMP(WS-QTD-REC).
           MOVE SPACES TO TR-RESID(WS-QTD-REC).
           ADD VALOR-REC TO WS-TOT-REC.
           MOVE WS-TOT-REC TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Total a receber...R$:".
           DISPLAY (14 26) WS-MOSTRA-VALOR.
           GO TO P-ESCOLHE-REC-LER.
       P-ESCOLHE-REC-FIM.
           EXIT.

      *-----------------------------------------*
      * Baixa o titulo a pagar pelo que cabe no *
      * encontro, sem movimento na conta: o     *
      * documento vai em AUTENT-CHE. Passou do  *
      * saldo a compensar, baixa parcial e o    *
      * resto vira titulo novo (como no 05).    *
      *-----------------------------------------*
       P-COMPENSA-PAG.
           IF WS-SALDO-COMP = ZEROS
               GO TO P-COMPENSA-PAG-PROX.
           MOVE TP-NUM(WS-IDX) TO NUM-CHE WS-NUM.
           READ BANCO
               INVALID KEY
                   GO TO P-COMPENSA-PAG-PROX.
           IF DATA-CONF NOT = ZEROS
               GO TO P-COMPENSA-PAG-PROX.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE ZEROS TO WS-RESIDUO.
           MOVE ZEROS TO WS-RET-IRRF-RES WS-RET-ISS-RES.
           MOVE VALOR-CHE TO WS-VALOR-PAGO.
           IF VALOR-CHE > WS-SALDO-COMP
               MOVE WS-SALDO-COMP TO WS-VALOR-PAGO
               COMPUTE WS-RESIDUO = VALOR-CHE - WS-VALOR-PAGO
               PERFORM P-APLICA-PARCIAL
                   THRU P-APLICA-PARCIAL-EXIT.
           SUBTRACT WS-VALOR-PAGO FROM WS-SALDO-COMP.
           MOVE WS-VALOR-PAGO TO VALOR-PAGO-CHE TP-COMP(WS-IDX).
           MOVE WS-DATA-CONF TO DATA-CONF.
           MOVE SPACES TO AUTENT-CHE.
           STRING "ENCONTRO" WS-DOC DELIMITED BY SIZE
               INTO AUTENT-CHE.
      *----- ja foi p/contabilidade: marca p/re-exportar (67)
           IF EXPORT-CHE = "S"
               MOVE "R" TO EXPORT-CHE.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA8 TO ALTERADO-DATA.
           PERFORM P-MONTA-VCTO.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BANCO RECEB
                   STOP RUN.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "B" TO WS-LOG-ACAO.
           MOVE NUM-CHE TO WS-LOG-NUM.
           PERFORM P-GRAVA-LOG.
           IF WS-RESIDUO > ZEROS
               PERFORM P-GRAVA-RESIDUO THRU P-GRAVA-RESIDUO-EXIT
               MOVE NUM-CHE TO TP-RESID(WS-IDX).
       P-COMPENSA-PAG-PROX.
           ADD 1 TO WS-IDX.
       P-COMPENSA-PAG-EXIT.
           EXIT.

      *-----------------------------------------*
      * Parte compensada da baixa parcial:      *
      * reduz as retencoes na mesma proporcao   *
      * p/manter bruto - retencoes = liquido; a *
      * sobra das retencoes acompanha o titulo  *
      * do saldo.                               *
      *-----------------------------------------*
       P-APLICA-PARCIAL.
           MOVE RET-IRRF-CHE TO WS-RET-IRRF-ORIG.
           MOVE RET-ISS-CHE TO WS-RET-ISS-ORIG.
           MOVE VALOR-CHE TO WS-VALOR-ORIG.
           IF WS-VALOR-ORIG > ZEROS
               COMPUTE RET-IRRF-CHE ROUNDED = WS-RET-IRRF-ORIG
                   * WS-VALOR-PAGO / WS-VALOR-ORIG
               COMPUTE RET-ISS-CHE ROUNDED = WS-RET-ISS-ORIG
                   * WS-VALOR-PAGO / WS-VALOR-ORIG.
           COMPUTE WS-RET-IRRF-RES = WS-RET-IRRF-ORIG
               - RET-IRRF-CHE.
           COMPUTE WS-RET-ISS-RES = WS-RET-ISS-ORIG - RET-ISS-CHE.
           MOVE WS-VALOR-PAGO TO VALOR-CHE.
           COMPUTE VALOR-BRUTO-CHE = WS-VALOR-PAGO + RET-IRRF-CHE
               + RET-ISS-CHE.
       P-APLICA-PARCIAL-EXIT.
           EXIT.

      *-----------------------------------------*
      * Titulo novo com o saldo a pagar que     *
      * sobrou do encontro, ligado ao original  *
      * por LIGA-CHE.                           *
      *-----------------------------------------*
       P-GRAVA-RESIDUO.
           MOVE REG-BCO TO WS-REG-SAVE.
           PERFORM P-GERA-CODIGO.
           MOVE WS-REG-SAVE TO REG-BCO.
           ADD 1 TO WS-NUM-NOVO.
           MOVE WS-NUM TO LIGA-CHE.
           MOVE WS-NUM-NOVO TO NUM-CHE.
           MOVE WS-RESIDUO TO VALOR-CHE.
           MOVE WS-RET-IRRF-RES TO RET-IRRF-CHE.
           MOVE WS-RET-ISS-RES TO RET-ISS-CHE.
           COMPUTE VALOR-BRUTO-CHE = WS-RESIDUO + WS-RET-IRRF-RES
               + WS-RET-ISS-RES.
           MOVE ZEROS TO DATA-CONF VALOR-PAGO-CHE.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE FOLHA-CHE.
           MOVE SPACES TO CODBAR-CHE AUTENT-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE SPACE TO EXPORT-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA8 TO CRIADO-DATA ALTERADO-DATA.
           PERFORM P-MONTA-VCTO.
       P-GRAVA-RESIDUO-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "22"
               ADD 1 TO WS-NUM-NOVO
               MOVE WS-NUM-NOVO TO NUM-CHE
               GO TO P-GRAVA-RESIDUO-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO RECEB
               STOP RUN.
           MOVE "I" TO WS-LOG-ACAO.
           MOVE NUM-CHE TO WS-LOG-NUM.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-GRAVA-RESIDUO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Baixa a duplicata pelo que cabe no      *
      * encontro (mesma baixa do 81, sem        *
      * deposito); sobrando saldo, a duplicata  *
      * fica so com a parte compensada e o      *
      * resto vira duplicata nova em aberto.    *
      *-----------------------------------------*
       P-COMPENSA-REC.
           IF WS-SALDO-COMP = ZEROS
               GO TO P-COMPENSA-REC-PROX.
           MOVE TR-NUM(WS-IDX) TO NUM-REC.
           READ RECEB
               INVALID KEY
                   GO TO P-COMPENSA-REC-PROX.
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-COMPENSA-REC-PROX.
           MOVE ZEROS TO WS-RESIDUO.
           MOVE VALOR-REC TO WS-VALOR-PAGO.
           IF VALOR-REC > WS-SALDO-COMP
               MOVE WS-SALDO-COMP TO WS-VALOR-PAGO
               COMPUTE WS-RESIDUO = VALOR-REC - WS-VALOR-PAGO
               MOVE WS-VALOR-PAGO TO VALOR-REC.
           SUBTRACT WS-VALOR-PAGO FROM WS-SALDO-COMP.
           MOVE WS-VALOR-PAGO TO VALOR-DEP-REC TR-COMP(WS-IDX).
           MOVE WS-DATA-CONF TO DATA-DEP-REC.
           MOVE "C" TO SITUACAO-REC.
           MOVE WS-OPERADOR TO ALTERADO-POR-REC.
           MOVE WS-DATA8 TO ALTERADO-DATA-REC.
           REWRITE REG-RECEB
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-REC
                   CLOSE BANCO RECEB
                   STOP RUN.
           MOVE "B" TO WS-LOG-ACAO.
           MOVE NUM-REC TO WS-LOG-NUM.
           PERFORM P-GRAVA-LOG.
           PERFORM P-BAIXA-COBRANCA THRU P-BAIXA-COBRANCA-FIM.
           IF WS-RESIDUO > ZEROS
               PERFORM P-GRAVA-REC-RESIDUO
                   THRU P-GRAVA-REC-RESIDUO-EXIT
               MOVE NUM-REC TO TR-RESID(WS-IDX).
       P-COMPENSA-REC-PROX.
           ADD 1 TO WS-IDX.
       P-COMPENSA-REC-EXIT.
           EXIT.

      *----- duplicata registrada no banco (101): pedido de
      *----- baixa p/a proxima remessa, senao o banco segue
      *----- cobrando o cliente
       P-BAIXA-COBRANCA.
           IF NOT CBT-OK-88
               GO TO P-BAIXA-COBRANCA-FIM.
           MOVE NUM-REC TO CBT-NUM.
           READ COBTIT
               INVALID KEY
                   GO TO P-BAIXA-COBRANCA-FIM.
           IF CBT-SIT NOT = "R" AND CBT-SIT NOT = "E"
               GO TO P-BAIXA-COBRANCA-FIM.
           MOVE "B" TO CBT-INSTR.
           REWRITE REG-COBTIT
               INVALID KEY
                   CONTINUE.
       P-BAIXA-COBRANCA-FIM.
           EXIT.

      *-----------------------------------------*
      * Duplicata nova com o saldo a receber    *
      * que sobrou; a origem vai na observacao. *
      *-----------------------------------------*
       P-GRAVA-REC-RESIDUO.
           MOVE REG-RECEB TO WS-REC-SAVE.
           PERFORM P-GERA-CODIGO-REC.
           MOVE WS-REC-SAVE TO REG-RECEB.
           ADD 1 TO WS-NUM-NOVO.
           MOVE WS-NUM-NOVO TO NUM-REC.
           MOVE WS-RESIDUO TO VALOR-REC.
           MOVE SPACES TO OBS-REC.
           STRING "SALDO DE " TR-NUM(WS-IDX)
               DELIMITED BY SIZE INTO OBS-REC.
           MOVE ZEROS TO DATA-DEP-REC VALOR-DEP-REC.
           MOVE "N" TO SITUACAO-REC.
           MOVE WS-OPERADOR TO CRIADO-POR-REC ALTERADO-POR-REC.
           MOVE WS-DATA8 TO CRIADO-DATA-REC ALTERADO-DATA-REC.
       P-GRAVA-REC-RESIDUO-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-REC.
           WRITE REG-RECEB INVALID KEY
               CONTINUE.
           IF FS-REC = "22"
               ADD 1 TO WS-NUM-NOVO
               MOVE WS-NUM-NOVO TO NUM-REC
               GO TO P-GRAVA-REC-RESIDUO-ESCREVE.
           IF FS-REC NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-REC
               CLOSE BANCO RECEB
               STOP RUN.
           MOVE "I" TO WS-LOG-ACAO.
           MOVE NUM-REC TO WS-LOG-NUM.
           PERFORM P-GRAVA-LOG.
       P-GRAVA-REC-RESIDUO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Termo do encontro p/assinatura das duas *
      * partes.                                 *
      *-----------------------------------------*
       P-IMPRIME-TERMO.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-DOC TO DOC-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           MOVE WS-NOME-PARC TO NOME-PARC-TIT.
           MOVE WS-INSCR TO INSCR-PARC-TIT.
           WRITE REG-RELATO FROM LINHA-PARC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TITULOS A PAGAR AO PARCEIRO" TO LADO-TIT.
           WRITE REG-RELATO FROM LINHA-LADO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-PAG UNTIL WS-IDX > WS-QTD-PAG.
           MOVE "TOTAL A PAGAR...............R$:" TO TIT-TOTAL.
           MOVE WS-TOT-PAG TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "DUPLICATAS A RECEBER DO PARCEIRO" TO LADO-TIT.
           WRITE REG-RELATO FROM LINHA-LADO.
           WRITE REG-RELATO FROM LINHA-SUB.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-REC UNTIL WS-IDX > WS-QTD-REC.
           MOVE "TOTAL A RECEBER.............R$:" TO TIT-TOTAL.
           MOVE WS-TOT-REC TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "VALOR COMPENSADO............R$:" TO TIT-TOTAL.
           MOVE WS-ENCONTRO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           IF WS-TOT-PAG > WS-TOT-REC
               MOVE "SALDO QUE FICA A PAGAR......R$:" TO TIT-TOTAL
           ELSE
               MOVE "SALDO QUE FICA A RECEBER....R$:" TO TIT-TOTAL.
           MOVE WS-DIFERENCA TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE SPACES TO REG-RELATO.
           WRITE REG-RELATO.
           WRITE REG-RELATO.
           WRITE REG-RELATO FROM LINHA-ASSINA.
           WRITE REG-RELATO FROM LINHA-ASSINA2.
           CLOSE RELATO.

       P-IMPRIME-PAG.
           MOVE TP-NUM(WS-IDX) TO NUM-DET.
           MOVE TP-VCTO(WS-IDX) TO VCTO-DET.
           MOVE TP-DESCRI(WS-IDX) TO NOME-DET.
           MOVE TP-VALOR(WS-IDX) TO VALOR-DET.
           MOVE TP-COMP(WS-IDX) TO COMP-DET.
           MOVE TP-RESID(WS-IDX) TO RESID-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-IDX.

       P-IMPRIME-REC.
           MOVE TR-NUM(WS-IDX) TO NUM-DET.
           MOVE TR-VCTO(WS-IDX) TO VCTO-DET.
           MOVE TR-CLIENTE(WS-IDX) TO NOME-DET.
           MOVE TR-VALOR(WS-IDX) TO VALOR-DET.
           MOVE TR-COMP(WS-IDX) TO COMP-DET.
           MOVE TR-RESID(WS-IDX) TO RESID-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-IDX.

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

       P-GERA-CODIGO-REC.
           MOVE ZEROS TO WS-CONTA-CODIGO NUM-REC.
           START RECEB KEY IS NOT LESS THAN NUM-REC
               INVALID KEY
                   MOVE "10" TO FS-REC.
           PERFORM P-CONTA-CODIGO-REC UNTIL FS-REC = "10".
           MOVE WS-CONTA-CODIGO TO WS-NUM-NOVO.

       P-CONTA-CODIGO-REC.
           READ RECEB NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS-REC NOT = "10" AND NUM-REC > WS-CONTA-CODIGO
               AND (EMPR-REC = WS-EMPR-SES OR NUM-REC = WS-CODIGO-PROX)
               MOVE NUM-REC TO WS-CONTA-CODIGO.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE WS-LOG-NUM TO LOG-NUM-CHE.
           MOVE "BANCO103" TO LOG-PROGRAMA.
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
           CLOSE BANCO RECEB LOG.
           IF CBT-OK-88
               CLOSE COBTIT.
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
           MOVE "BANCO103" TO JRN-PROGRAMA.
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
