                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-VERBA
                  FILE STATUS IS FS-VERBA.
           SELECT ORGDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORG-CHAVE
                  FILE STATUS IS FS-ORG.
           SELECT VERBGRP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-VGR
                  FILE STATUS IS FS-VGR.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RAT-CHAVE
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-RAT.
           SELECT GUIA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GUI-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-GUI.
           SELECT TITMOE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TME-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-TME.
           SELECT PTAX ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS PTX-CHAVE
                  FILE STATUS IS FS-PTX.
           SELECT TITDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TDS-NUM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-TDS.
           SELECT FORNDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FDS
                  FILE STATUS IS FS-FDS.
           SELECT CERTFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-CHAVE
                  FILE STATUS IS FS-CER.
           SELECT DOCLAN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS DOC-CHAVE
                  ALTERNATE RECORD KEY IS DOC-LOCAL
                      WITH DUPLICATES
                  FILE STATUS IS FS-DOC.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).

       FD PAINEL
           LABEL RECORD IS STANDARD
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

       FD LIMITE
           LABEL RECORD IS STANDARD
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD FORN
           LABEL RECORD IS STANDARD
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

      *----- codigo incorporado por fusao (115) -> sobrevivente
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

       FD DEPTO
           LABEL RECORD IS STANDARD
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD TALAO
           LABEL RECORD IS STANDARD
               05 VERBA-MES    PIC 99.
           03 VALOR-VERBA      PIC 9(08)V99.

      *-----------------------------------------*
      * Estrutura (117): D depto -> area,       *
      * A area -> diretoria, R diretoria.       *
      *-----------------------------------------*
       FD ORGDEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ORGDEP.DAT".
       01 REG-ORG.
           03 ORG-CHAVE.
               05 ORG-TIPO     PIC X(01).
               05 ORG-COD      PIC 99.
           03 ORG-NOME         PIC X(20).
           03 ORG-PAI          PIC 99.

      *-----------------------------------------*
      * Verba de area (A) / diretoria (R) (55). *
      *-----------------------------------------*
       FD VERBGRP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "VERBGRP.DAT".
       01 REG-VGR.
           03 COD-VGR.
               05 VGR-TIPO     PIC X(01).
               05 VGR-COD      PIC 99.
               05 VGR-ANO      PIC 9(04).
               05 VGR-MES      PIC 99.
           03 VALOR-VGR        PIC 9(08)V99.

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
               05 RAT-DEPTO    PIC 99.
           03 RAT-VALOR        PIC 9(08)V99.

      *-----------------------------------------*
      * Guia de tributo sem codigo de barras    *
      * (FORMA "G"): campos que o banco pede no *
      * segmento N, um registro por lancamento. *
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

      *-----------------------------------------*
      * Titulo em moeda estrangeira: moeda e    *
      * valor na moeda, cotacao/valor em reais  *
      * do lancamento e, na baixa (05), os do   *
      * contrato de cambio.                     *
      *-----------------------------------------*
       FD TITMOE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITMOE.DAT".
       01 REG-TITMOE.
           03 TME-NUM          PIC X(06).
           03 TME-MOEDA        PIC X(03).
           03 TME-VALOR-ME     PIC 9(08)V99.
           03 TME-TAXA-LANC    PIC 9(03)V9(4).
           03 TME-VALOR-LANC   PIC 9(08)V99.
           03 TME-TAXA-PAG     PIC 9(03)V9(4).
           03 TME-VALOR-PAG    PIC 9(08)V99.
           03 TME-DATA-PAG     PIC 9(08).

       FD PTAX
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "PTAX.DAT".
       01 REG-PTAX.
           03 PTX-CHAVE.
               05 PTX-MOEDA    PIC X(03).
               05 PTX-DATA     PIC 9(08).
           03 PTX-TAXA         PIC 9(03)V9(4).

      *-----------------------------------------*
      * Desconto p/pagamento antecipado do      *
      * titulo: valor do desconto e ultimo dia  *
      * p/aproveita-lo.  Situacao: A aberto,    *
      * B abatido no bordero (64), C capturado  *
      * na baixa, P perdido.                    *
      *-----------------------------------------*
       FD TITDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TITDESC.DAT".
       01 REG-TITDESC.
           03 TDS-NUM          PIC X(06).
           03 TDS-TIPO         PIC X(01).
           03 TDS-PERC         PIC 99V99.
           03 TDS-VALOR        PIC 9(08)V99.
           03 TDS-DATA-LIM     PIC 9(08).
           03 TDS-SIT          PIC X(01).
           03 TDS-TOMADO       PIC 9(08)V99.
           03 TDS-DATA-TOM     PIC 9(08).

       FD FORNDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNDESC.DAT".
       01 REG-FORNDESC.
           03 COD-FDS          PIC X(05).
           03 TIPO-FDS         PIC X(01).
           03 PERC-FDS         PIC 99V99.
           03 VALOR-FDS        PIC 9(08)V99.
           03 DIAS-FDS         PIC 9(03).

      *-----------------------------------------*
      * Documentos de suporte do lancamento:    *
      * arquivo digitalizado e/ou caixa/pasta   *
      * do arquivo fisico.  Tipo: N NF/fatura,  *
      * R recibo, A aprovacao, B boleto/guia,   *
      * C contrato/pedido, O outro.             *
      *-----------------------------------------*
       FD DOCLAN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DOCLAN.DAT".
       01 REG-DOCLAN.
           03 DOC-CHAVE.
               05 DOC-NUM      PIC X(06).
               05 DOC-SEQ      PIC 99.
           03 DOC-TIPO         PIC X(01).
           03 DOC-ARQUIVO      PIC X(30).
           03 DOC-LOCAL.
               05 DOC-CAIXA    PIC X(06).
               05 DOC-PASTA    PIC X(06).
           03 DOC-POR          PIC X(08).
           03 DOC-DATA         PIC 9(08).

      *-----------------------------------------*
      * Certidoes do fornecedor (119): C CND    *
      * federal, F FGTS, T trabalhista, E       *
      * estadual, M municipal.                  *
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

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
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

       77 WS-CIDADE            PIC X(15) VALUE "SAPUCAIA DO SUL".
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-CHE         PIC X(10) VALUE SPACES.

       77 WS-COD-FORN           PIC X(05) VALUE SPACES.
       77 WS-FORN-OK            PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 FS-SUC               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-RETEM-F            PIC X VALUE "N".
       77 WS-TX-IRRF            PIC 99V99 VALUE ZEROS.
       77 WS-TX-ISS             PIC 99V99 VALUE ZEROS.
       77 WS-OPERADOR           PIC X(08) VALUE SPACES.
       77 WS-NIVEL              PIC 9 VALUE ZEROS.
       77 WS-HORA-LOG           PIC 9(08) VALUE ZEROS.
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

       77 WS-NF               PIC X(10) VALUE SPACES.
       77 WS-NF-INSCR          PIC 9(14) VALUE ZEROS.
       77 WS-VER-VALOR          PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-REAL           PIC 9(10)V99 VALUE ZEROS.
       77 WS-VER-NOVO           PIC 9(10)V99 VALUE ZEROS.
       77 WS-VER-LIM            PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-MSG            PIC X(40) VALUE SPACES.
       77 WS-VER-VB-D           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-VB-A           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-VB-R           PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-REAL-A         PIC 9(10)V99 VALUE ZEROS.
       77 WS-VER-REAL-R         PIC 9(10)V99 VALUE ZEROS.
       77 WS-VER-AREA           PIC 99 VALUE ZEROS.
       77 WS-VER-DIR            PIC 99 VALUE ZEROS.
       77 WS-VER-D2             PIC 99 VALUE ZEROS.
       77 WS-VER-A2             PIC 99 VALUE ZEROS.
       77 WS-VER-V2             PIC 9(08)V99 VALUE ZEROS.
       77 WS-VER-TEM-D          PIC X VALUE "N".
       88 VER-TEM-D-88            VALUE "S".
       77 WS-VER-TEM-A          PIC X VALUE "N".
       88 VER-TEM-A-88            VALUE "S".
       77 WS-VER-TEM-R          PIC X VALUE "N".
       88 VER-TEM-R-88            VALUE "S".
      *----- estrutura (117): depto -> area -> diretoria
       77 FS-ORG               PIC XX.
       77 WS-ORG-OK            PIC X VALUE "S".
       88 ORG-OK-88              VALUE "S".
       01 WS-TAB-ORG.
           03 WS-OD-AREA OCCURS 99 PIC 99.
           03 WS-OA-ENT OCCURS 99.
               05 WS-OA-DIR    PIC 99.
               05 WS-OA-NOME   PIC X(20).
           03 WS-OR-NOME OCCURS 99 PIC X(20).
       77 FS-VGR               PIC XX.
       77 WS-VGR-OK            PIC X VALUE "S".
       88 VGR-OK-88              VALUE "S".

       77 FS-EMP               PIC XX.
       77 WS-EMP-OK            PIC X VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       77 WS-FORMA              PIC X VALUE "C".
       88 FORMA-88                VALUE "C" "T" "P" "B" "A" "G".

      *----- boleto lido pela linha digitavel (47 digitos) ou
      *----- conta/tributo pela de arrecadacao (48, comeca c/8)
       77 WS-LINHA              PIC X(48) VALUE SPACES.
       77 WS-LINHA-SALVA        PIC X(48) VALUE SPACES.
       77 WS-BOLETO             PIC X VALUE "N".
       88 BOLETO-88               VALUE "S".
       77 WS-ARREC              PIC X VALUE "N".
       88 ARREC-88                VALUE "S".
       77 WS-CB-VCTO            PIC X VALUE "N".
       88 CB-VCTO-88              VALUE "S".
       77 WS-CB-OK              PIC X VALUE "N".
       88 CB-OK-88                VALUE "S".
       77 WS-CB-IDX             PIC 99 VALUE ZEROS.
       77 WS-CB-QUOC            PIC 9(05) VALUE ZEROS.
       77 WS-FATOR              PIC 9(04) VALUE ZEROS.
       77 WS-CB-VALOR           PIC 9(08)V99 VALUE ZEROS.
       77 WS-ARR-VALOR          PIC 9(09)V99 VALUE ZEROS.
       01 WS-ARR-DATA           PIC 9(08) VALUE ZEROS.
       01 WS-ARR-DATA-R REDEFINES WS-ARR-DATA.
           03 WS-ARR-ANO        PIC 9(04).
           03 WS-ARR-MES        PIC 99.
           03 WS-ARR-DIA        PIC 99.

      *----- guia de tributo sem codigo de barras (FORMA "G")
       77 FS-GUI                PIC XX.
       77 WS-GUI-TIPO           PIC X VALUE "D".
       88 GUI-TIPO-88             VALUE "D" "G".
       77 WS-GUI-RECEITA        PIC 9(06) VALUE ZEROS.
       77 WS-GUI-PERIODO        PIC 9(08) VALUE ZEROS.
       77 WS-GUI-INSCR          PIC 9(14) VALUE ZEROS.
       77 WS-GUI-REFER          PIC X(17) VALUE SPACES.
       77 WS-GUI-MULTA          PIC 9(08)V99 VALUE ZEROS.
       77 WS-GUI-JUROS          PIC 9(08)V99 VALUE ZEROS.

      *----- datas de calendario real p/fator de vencimento
      *----- (dia juliano, base do fator = 07/10/1997)
       88 FOLHA-USADA-88          VALUE "S".
       77 WS-FOLHA-CONTA        PIC X(10) VALUE SPACES.

      *----- titulo em moeda estrangeira (TITMOE.DAT/PTAX.DAT)
       77 FS-TME                PIC XX.
       77 FS-PTX                PIC XX.
       77 WS-PTX-OK             PIC X VALUE "S".
       88 PTX-OK-88               VALUE "S".
       77 WS-ME-MOEDA           PIC X(03) VALUE SPACES.
       77 WS-ME-VALOR           PIC 9(08)V99 VALUE ZEROS.
       77 WS-ME-TAXA            PIC 9(03)V9(4) VALUE ZEROS.
       77 WS-ME-DATA            PIC 9(08) VALUE ZEROS.
       77 WS-ME-HOJE            PIC 9(08) VALUE ZEROS.

      *----- desconto p/antecipacao (TITDESC.DAT/FORNDESC.DAT)
       77 FS-TDS                PIC XX.
       77 FS-FDS                PIC XX.
       77 WS-FDS-OK             PIC X VALUE "S".
       88 FDS-OK-88               VALUE "S".
       77 FS-CER               PIC XX.
       77 WS-CER-OK            PIC X VALUE "S".
       88 CER-OK-88              VALUE "S".
       77 WS-CER-VENCIDA       PIC X VALUE "N".
       88 CER-VENCIDA-88         VALUE "S".
       77 WS-CER-MSG           PIC X(45) VALUE SPACES.
       77 WS-CER-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-CER-REF.
           03 WS-CER-ANO       PIC 9(04).
           03 WS-CER-MES       PIC 99.
           03 WS-CER-DIA       PIC 99.
       01 WS-CER-REF-N REDEFINES WS-CER-REF PIC 9(08).
      *----- documentos de suporte (DOCLAN.DAT); caixa e pasta
      *----- ficam p/o proximo lancto arquivado junto
       77 FS-DOC               PIC XX.
       77 WS-DOC-SEQ           PIC 99 VALUE ZEROS.
       77 WS-DOC-TIPO          PIC X VALUE SPACES.
       88 DOC-TIPO-88            VALUE "N" "R" "A" "B" "C" "O".
       77 WS-DOC-ARQUIVO       PIC X(30) VALUE SPACES.
       77 WS-DOC-CAIXA         PIC X(06) VALUE SPACES.
       77 WS-DOC-PASTA         PIC X(06) VALUE SPACES.
       77 WS-DS-TIPO            PIC X VALUE "N".
       88 DS-TIPO-88              VALUE "N" "P" "V".
       77 WS-DS-PERC            PIC 99V99 VALUE ZEROS.
       77 WS-DS-VALOR           PIC 9(08)V99 VALUE ZEROS.
       77 WS-DS-DIAS            PIC 9(03) VALUE ZEROS.
       77 WS-DS-DIA             PIC 99 VALUE ZEROS.
       77 WS-DS-MES             PIC 99 VALUE ZEROS.
       77 WS-DS-ANO             PIC 9(04) VALUE ZEROS.
       77 WS-DS-DATA            PIC 9(08) VALUE ZEROS.
       77 WS-DS-VCTO            PIC 9(08) VALUE ZEROS.

      ***********************************

       SCREEN SECTION.
           02 LINE 15 COLUMN 04 VALUE "Numero de parcelas.=".
           02 LINE 16 COLUMN 04 VALUE "Numero do cheque...=".
           02 LINE 17 COLUMN 04 VALUE "Categoria (Cad.65).=".
           02 LINE 18 COLUMN 04 VALUE "Forma <C/T/P/B/A/G>=".
           02 LINE 19 COLUMN 04 VALUE "Linha digitavel....=".
           02 LINE 20 COLUMN 04 VALUE "Empenho (Cad.88)...=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".


       01 TELA-GUIA.
           02 LINE 15 COLUMN 51 VALUE "Guia D/G..=".
           02 LINE 16 COLUMN 51 VALUE "Receita...=".
           02 LINE 17 COLUMN 51 VALUE "Apuracao..=".
           02 LINE 18 COLUMN 51 VALUE "CNPJ......=".
           02 LINE 19 COLUMN 51 VALUE "Referencia=".
           02 LINE 20 COLUMN 40 VALUE "Multa=".
           02 LINE 20 COLUMN 59 VALUE "Juros=".

       01 TELA-GUIA-LIMPA.
           02 LINE 15 COLUMN 51 VALUE "                            ".
           02 LINE 16 COLUMN 51 VALUE "                            ".
           02 LINE 17 COLUMN 51 VALUE "                            ".
           02 LINE 18 COLUMN 51 VALUE "                            ".
           02 LINE 19 COLUMN 51 VALUE "                            ".
           02 LINE 20 COLUMN 40 VALUE "                   ".
           02 LINE 20 COLUMN 59 VALUE "                   ".

       01 TELA-FORN.
           02 LINE 05 COLUMN 35 VALUE "Codigo do fornecedor (Cad.37)".
           02 LINE 06 COLUMN 35 VALUE "ou < ENTER > p/digitar nome".
      *
       PROCEDURE DIVISION.
       
       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT VERBA.
           IF FS-VERBA = "35"
               MOVE "N" TO WS-VERBA-OK.
           OPEN INPUT VERBGRP.
           IF FS-VGR = "35"
               MOVE "N" TO WS-VGR-OK.
           OPEN INPUT ORGDEP.
           IF FS-ORG = "35"
               MOVE "N" TO WS-ORG-OK.
           PERFORM P-CARREGA-ORG THRU P-CARREGA-ORG-FIM.
           OPEN INPUT TALAO.
           IF FS-TALAO = "35"
               MOVE "N" TO WS-TALAO-OK.
               OPEN OUTPUT RATEIO
               CLOSE RATEIO
               OPEN I-O RATEIO.
           OPEN I-O GUIA.
           IF FS-GUI = "30" OR FS-GUI = "35"
               CLOSE GUIA
               OPEN OUTPUT GUIA
               CLOSE GUIA
               OPEN I-O GUIA.
           OPEN I-O TITMOE.
           IF FS-TME = "30" OR FS-TME = "35"
               CLOSE TITMOE
               OPEN OUTPUT TITMOE
               CLOSE TITMOE
               OPEN I-O TITMOE.
           OPEN INPUT PTAX.
           IF FS-PTX = "35"
               MOVE "N" TO WS-PTX-OK.
           OPEN I-O TITDESC.
           IF FS-TDS = "30" OR FS-TDS = "35"
               CLOSE TITDESC
               OPEN OUTPUT TITDESC
               CLOSE TITDESC
               OPEN I-O TITDESC.
           OPEN INPUT FORNDESC.
           IF FS-FDS = "35"
               MOVE "N" TO WS-FDS-OK.
           OPEN INPUT CERTFORN.
           IF FS-CER = "35"
               MOVE "N" TO WS-CER-OK.
           OPEN I-O DOCLAN.
           IF FS-DOC = "30" OR FS-DOC = "35"
               CLOSE DOCLAN
               OPEN OUTPUT DOCLAN
               CLOSE DOCLAN
               OPEN I-O DOCLAN.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           PERFORM P-DATA.

           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           PERFORM P-RATEIO THRU P-RATEIO-EXIT.
           IF FORMA-CHE = "G"
               PERFORM P-GRAVA-GUIA THRU P-GRAVA-GUIA-EXIT.
           IF WS-ME-MOEDA NOT = SPACES
               PERFORM P-GRAVA-MOEDA THRU P-GRAVA-MOEDA-EXIT.
           IF WS-DS-TIPO NOT = "N"
               PERFORM P-GRAVA-DESC THRU P-GRAVA-DESC-EXIT.
           PERFORM P-DOCTO THRU P-DOCTO-EXIT.
           GO TO P01-TELA-1.

      *-----------------------------------------*
       P-VERIFICA-NF-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-NF-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-NF-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-VERIFICA-NF-LER.
           IF NF-CHE NOT = WS-NF
       P-RATEIO-GRAVA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Documentos de suporte do lancto recem   *
      * gravado: tipo, arquivo digitalizado e/  *
      * ou caixa/pasta do arquivo fisico.  Mais *
      * documentos ou os de lancto parcelado,   *
      * pelo 124.                               *
      *-----------------------------------------*
       P-DOCTO.
           DISPLAY (21 04) "Arquivar documentos ?  < S/N >".
           ACCEPT (21 36) WS-P WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-P NOT = "S" AND WS-P NOT = "s"
               GO TO P-DOCTO-EXIT.
           MOVE ZEROS TO WS-DOC-SEQ.
           DISPLAY (19 04)
               "N NF  R Recibo  A Aprov.  B Boleto  C Contr.  O Outro".
       P-DOCTO-ITEM.
           DISPLAY (20 04) "Tipo:".
           DISPLAY (20 12) "Arq:".
           DISPLAY (20 48) "Cx:".
           DISPLAY (20 59) "Pasta:".
           MOVE SPACES TO WS-DOC-TIPO WS-DOC-ARQUIVO.
           ACCEPT (20 10) WS-DOC-TIPO WITH PROMPT AUTO-SKIP.
           IF WS-DOC-TIPO = SPACES
               GO TO P-DOCTO-FIM.
           IF WS-DOC-TIPO = "n" MOVE "N" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "r" MOVE "R" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "a" MOVE "A" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "b" MOVE "B" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "c" MOVE "C" TO WS-DOC-TIPO.
           IF WS-DOC-TIPO = "o" MOVE "O" TO WS-DOC-TIPO.
           IF NOT DOC-TIPO-88
               GO TO P-DOCTO-ITEM.
           ACCEPT (20 17) WS-DOC-ARQUIVO WITH PROMPT.
           ACCEPT (20 52) WS-DOC-CAIXA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (20 66) WS-DOC-PASTA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DOC-ARQUIVO = SPACES AND WS-DOC-CAIXA = SPACES
               DISPLAY (21 04) "!! INFORME O ARQUIVO OU A CAIXA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DOCTO-ITEM.
       P-DOCTO-GRAVA.
           IF WS-DOC-SEQ = 98
               GO TO P-DOCTO-FIM.
           ADD 1 TO WS-DOC-SEQ.
           MOVE NUM-CHE TO DOC-NUM.
           MOVE WS-DOC-SEQ TO DOC-SEQ.
           MOVE WS-DOC-TIPO TO DOC-TIPO.
           MOVE WS-DOC-ARQUIVO TO DOC-ARQUIVO.
           MOVE WS-DOC-CAIXA TO DOC-CAIXA.
           MOVE WS-DOC-PASTA TO DOC-PASTA.
           MOVE WS-OPERADOR TO DOC-POR.
           ACCEPT DOC-DATA FROM DATE YYYYMMDD.
           WRITE REG-DOCLAN
               INVALID KEY
                   GO TO P-DOCTO-GRAVA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (20 54) "                          ".
           IF WS-DOC-SEQ < 98
               GO TO P-DOCTO-ITEM.
       P-DOCTO-FIM.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (19 54) "                          ".
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (20 54) "                          ".
       P-DOCTO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Gera as N parcelas com vencimentos      *
      * mensais, valores iguais e a diferenca   *
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
           MOVE MES-CHE TO VCTO-CHE(5:2).
           MOVE DIA-CHE TO VCTO-CHE(7:2).

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
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO21" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
       P-VERIFICA-DUP-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-DUP-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-DUP-LER.
           IF NUM-CHE = WS-DUP-NUM
               GO TO P-VERIFICA-DUP-LER.
           IF DESCRI-CHE-GRP NOT = WS-DUP-FAVOR
       P-PROCURA-FOLHA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-PROCURA-FOLHA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-PROCURA-FOLHA-LER.
           IF CONTA-CHE NOT = WS-FOLHA-CONTA
               GO TO P-PROCURA-FOLHA-LER.
           IF FOLHA-CHE NOT = WS-FOLHA
      * Compara o realizado do departamento no  *
      * mes do vencimento com a verba (Cad.55)  *
      * e avisa quando o lancamento estourar.   *
      * Idem p/a area e a diretoria (117).      *
      *-----------------------------------------*
       P-VERIFICA-VERBA.
           MOVE "S" TO WS-VERBA-GRAVA.
           MOVE MES-CHE TO WS-VER-MES.
           MOVE ANO-CHE TO WS-VER-ANO.
           MOVE VALOR-CHE TO WS-VER-VALOR.
           MOVE "N" TO WS-VER-TEM-D WS-VER-TEM-A WS-VER-TEM-R.
           MOVE ZEROS TO WS-VER-AREA WS-VER-DIR.
           MOVE WS-VER-DEPTO TO VERBA-DEPTO.
           MOVE WS-VER-ANO TO VERBA-ANO.
           MOVE WS-VER-MES TO VERBA-MES.
           READ VERBA
               INVALID KEY
                   MOVE ZEROS TO VALOR-VERBA
               NOT INVALID KEY
                   MOVE "S" TO WS-VER-TEM-D.
           MOVE VALOR-VERBA TO WS-VER-VB-D.
      *----- verba da area e da diretoria do depto (55/117)
           IF WS-VER-DEPTO-X NUMERIC
               PERFORM P-VERIFICA-VERBA-GRP.
           IF NOT VER-TEM-D-88 AND NOT VER-TEM-A-88
              AND NOT VER-TEM-R-88
               GO TO P-VERIFICA-VERBA-EXIT.
           MOVE REG-BCO TO WS-REG-SAVE.
           MOVE ZEROS TO WS-VER-REAL WS-VER-REAL-A WS-VER-REAL-R.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-VERIFICA-VERBA-TESTA.
       P-VERIFICA-VERBA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-VERBA-TESTA.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-VERBA-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-VERIFICA-VERBA-LER.
           IF MES-CHE NOT = WS-VER-MES OR ANO-CHE NOT = WS-VER-ANO
               GO TO P-VERIFICA-VERBA-LER.
      *----- lancto rateado: cada parcela conta p/o seu depto
           IF RATEIO-CHE = "S"
               PERFORM P-VERIFICA-VERBA-RAT
                   THRU P-VERIFICA-VERBA-RAT-FIM
               GO TO P-VERIFICA-VERBA-LER.
           IF OBS-CHE(1:2) NOT NUMERIC
               GO TO P-VERIFICA-VERBA-LER.
           MOVE OBS-CHE(1:2) TO WS-VER-D2.
           MOVE VALOR-CHE TO WS-VER-V2.
           PERFORM P-VERIFICA-VERBA-SOMA.
           GO TO P-VERIFICA-VERBA-LER.
       P-VERIFICA-VERBA-TESTA.
           MOVE WS-REG-SAVE TO REG-BCO.
      *----- vale o menor nivel estourado: depto, area, diretoria
           MOVE SPACES TO WS-VER-MSG.
           IF VER-TEM-R-88
              AND WS-VER-REAL-R + WS-VER-VALOR > WS-VER-VB-R
               MOVE "!! VERBA DA DIRETORIA SERA ESTOURADA !!"
                   TO WS-VER-MSG
               MOVE WS-VER-VB-R TO WS-VER-LIM
               COMPUTE WS-VER-NOVO = WS-VER-REAL-R + WS-VER-VALOR.
           IF VER-TEM-A-88
              AND WS-VER-REAL-A + WS-VER-VALOR > WS-VER-VB-A
               MOVE "!! VERBA DA AREA SERA ESTOURADA !!" TO WS-VER-MSG
               MOVE WS-VER-VB-A TO WS-VER-LIM
               COMPUTE WS-VER-NOVO = WS-VER-REAL-A + WS-VER-VALOR.
           IF VER-TEM-D-88
              AND WS-VER-REAL + WS-VER-VALOR > WS-VER-VB-D
               MOVE "!! VERBA DO DEPTO SERA ESTOURADA !!" TO WS-VER-MSG
               MOVE WS-VER-VB-D TO WS-VER-LIM
               COMPUTE WS-VER-NOVO = WS-VER-REAL + WS-VER-VALOR.
           IF WS-VER-MSG = SPACES
               GO TO P-VERIFICA-VERBA-EXIT.
           DISPLAY (16 04) WS-VER-MSG.
           DISPLAY (17 04) "Verba do mes....R$ " WS-VER-LIM.
           DISPLAY (18 04) "Total c/este....R$ " WS-VER-NOVO.
      *----- estouro so grava com liberacao de supervisor
      *----- (nivel 3), registrada no log
       P-VERIFICA-VERBA-EXIT.
           EXIT.

       P-VERIFICA-VERBA-GRP.
           MOVE WS-OD-AREA(WS-VER-DEPTO) TO WS-VER-AREA.
           IF WS-VER-AREA = ZEROS
               GO TO P-VERIFICA-VERBA-GRP-FIM.
           MOVE WS-OA-DIR(WS-VER-AREA) TO WS-VER-DIR.
           IF NOT VGR-OK-88
               GO TO P-VERIFICA-VERBA-GRP-FIM.
           MOVE "A" TO VGR-TIPO.
           MOVE WS-VER-AREA TO VGR-COD.
           MOVE WS-VER-ANO TO VGR-ANO.
           MOVE WS-VER-MES TO VGR-MES.
           READ VERBGRP
               INVALID KEY
                   MOVE ZEROS TO VALOR-VGR
               NOT INVALID KEY
                   MOVE "S" TO WS-VER-TEM-A.
           MOVE VALOR-VGR TO WS-VER-VB-A.
           IF WS-VER-DIR = ZEROS
               GO TO P-VERIFICA-VERBA-GRP-FIM.
           MOVE "R" TO VGR-TIPO.
           MOVE WS-VER-DIR TO VGR-COD.
           READ VERBGRP
               INVALID KEY
                   MOVE ZEROS TO VALOR-VGR
               NOT INVALID KEY
                   MOVE "S" TO WS-VER-TEM-R.
           MOVE VALOR-VGR TO WS-VER-VB-R.
       P-VERIFICA-VERBA-GRP-FIM.
           EXIT.

      *----- todas as parcelas do rateio do lancto lido
       P-VERIFICA-VERBA-RAT.
           MOVE NUM-CHE TO RAT-NUM.
           MOVE ZEROS TO RAT-DEPTO.
           START RATEIO KEY IS NOT LESS THAN RAT-CHAVE
               INVALID KEY GO TO P-VERIFICA-VERBA-RAT-FIM.
       P-VERIFICA-VERBA-RAT-LER.
           READ RATEIO NEXT RECORD
               AT END GO TO P-VERIFICA-VERBA-RAT-FIM.
           IF RAT-NUM NOT = NUM-CHE
               GO TO P-VERIFICA-VERBA-RAT-FIM.
           MOVE RAT-DEPTO TO WS-VER-D2.
           MOVE RAT-VALOR TO WS-VER-V2.
           PERFORM P-VERIFICA-VERBA-SOMA.
           GO TO P-VERIFICA-VERBA-RAT-LER.
       P-VERIFICA-VERBA-RAT-FIM.
           EXIT.

      *----- soma WS-VER-V2 do depto WS-VER-D2 nos niveis
       P-VERIFICA-VERBA-SOMA.
           IF WS-VER-D2 = ZEROS
               GO TO P-VERIFICA-VERBA-SOMA-FIM.
           IF WS-VER-D2 = WS-VER-DEPTO
               ADD WS-VER-V2 TO WS-VER-REAL.
           MOVE WS-OD-AREA(WS-VER-D2) TO WS-VER-A2.
           IF WS-VER-A2 = ZEROS
               GO TO P-VERIFICA-VERBA-SOMA-FIM.
           IF WS-VER-A2 = WS-VER-AREA
               ADD WS-VER-V2 TO WS-VER-REAL-A.
           IF WS-VER-DIR > ZEROS
              AND WS-OA-DIR(WS-VER-A2) = WS-VER-DIR
               ADD WS-VER-V2 TO WS-VER-REAL-R.
       P-VERIFICA-VERBA-SOMA-FIM.
           EXIT.

      *-----------------------------------------*
      * Carrega a estrutura (117) em tabela:    *
      * area do depto, diretoria e nome da area *
      * e nome da diretoria.                    *
      *-----------------------------------------*
       P-CARREGA-ORG.
           MOVE ZEROS TO WS-TAB-ORG.
           IF NOT ORG-OK-88
               GO TO P-CARREGA-ORG-FIM.
           MOVE SPACES TO ORG-CHAVE.
           START ORGDEP KEY IS NOT LESS THAN ORG-CHAVE
               INVALID KEY GO TO P-CARREGA-ORG-FIM.
       P-CARREGA-ORG-LER.
           READ ORGDEP NEXT RECORD
               AT END GO TO P-CARREGA-ORG-FIM.
           IF ORG-COD = ZEROS
               GO TO P-CARREGA-ORG-LER.
           IF ORG-TIPO = "D"
               MOVE ORG-PAI TO WS-OD-AREA(ORG-COD).
           IF ORG-TIPO = "A"
               MOVE ORG-PAI TO WS-OA-DIR(ORG-COD)
               MOVE ORG-NOME TO WS-OA-NOME(ORG-COD).
           IF ORG-TIPO = "R"
               MOVE ORG-NOME TO WS-OR-NOME(ORG-COD).
           GO TO P-CARREGA-ORG-LER.
       P-CARREGA-ORG-FIM.
           EXIT.

      *-----------------------------------------*
      * Liberacao de estouro de verba no log.   *
      *-----------------------------------------*
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   GO TO P-REC2.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               GO TO P-REC2.
           MOVE NOME-CONTA TO CONTA-CHE.
       P-REC2-FIM.
           DISPLAY TELA-LIMPA-CONTA.
               INVALID KEY
                   DISPLAY (21 04) "!! < Fornecedor Nao Cadastrado > !!"
                   GO TO P-REC3-LIVRE.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               GO TO P-REC3-LIVRE.
           PERFORM P-FORN-SUCESSOR THRU P-FORN-SUCESSOR-FIM.
           MOVE NOME-FORN TO DESCRI-CHE-GRP.
           MOVE COD-FORN TO FORN-CHE.
           MOVE RETEM-FORN TO WS-RETEM-F.
                       MOVE TAXA-ISS-FORN TO WS-TX-ISS
                       DISPLAY (21 04) "Fornecedor " COD-FORN " - "
                           NOME-FORN.
           IF FORN-CHE NOT = SPACES
               PERFORM P-FORN-SUCESSOR THRU P-FORN-SUCESSOR-FIM
               MOVE COD-FORN TO FORN-CHE
               MOVE RETEM-FORN TO WS-RETEM-F
               MOVE TAXA-IRRF-FORN TO WS-TX-IRRF
               MOVE TAXA-ISS-FORN TO WS-TX-ISS.
       P-REC3-FIM.
           DISPLAY TELA-LIMPA.
           IF DESCRI-CHE-GRP = SPACES perform p-FIM.
      * Boleto: a linha digitavel (47 digitos)  *
      * e conferida pelos DVs e da o vencimento *
      * (fator) e o valor, sem digitacao.       *
      * Conta de consumo/tributo: linha de      *
      * arrecadacao (48 digitos, comeca com 8). *
      * Vazio = lancamento digitado normal.     *
      *-----------------------------------------*
       P-REC-BOLETO.
           MOVE "N" TO WS-BOLETO WS-ARREC WS-CB-VCTO.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           ACCEPT (19 25) WS-LINHA WITH PROMPT.
           IF WS-LINHA = SPACES
               GO TO P-REC-BOLETO-FIM.
           IF WS-LINHA(1:1) = "8"
               GO TO P-REC-BOLETO-ARREC.
           MOVE "N" TO WS-CB-OK.
           IF WS-LINHA(48:1) = SPACE
               PERFORM P-VALIDA-LINHA THRU P-VALIDA-LINHA-EXIT.
           IF NOT CB-OK-88
               DISPLAY (21 04) "!! LINHA DIGITAVEL INVALIDA !!"
               ACCEPT (23 01) WS-P
           MOVE WS-LINHA(38:10) TO WS-CB-VALOR.
           IF WS-FATOR NOT = ZEROS
               PERFORM P-FATOR-VCTO
               MOVE "S" TO WS-CB-VCTO
               DISPLAY (12 25) DIA-CHE
               DISPLAY (12 28) MES-CHE
               DISPLAY (12 31) ANO-CHE.
           GO TO P-REC-BOLETO-FIM.
      *----- arrecadacao: 3o digito 6/8 = valor efetivo nas
      *----- posicoes 5-15 do codigo; 7/9 = valor de referencia
      *----- (digita-se o valor). Vencimento AAAAMMDD nas
      *----- posicoes 20-27, quando o orgao o leva ali.
       P-REC-BOLETO-ARREC.
           PERFORM P-VALIDA-ARREC THRU P-VALIDA-ARREC-EXIT.
           IF NOT CB-OK-88
               DISPLAY (21 04) "!! LINHA DE ARRECADACAO INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-BOLETO-ACC.
           MOVE "S" TO WS-BOLETO WS-ARREC.
           IF CODBAR-CHE(3:1) = "6" OR CODBAR-CHE(3:1) = "8"
               MOVE CODBAR-CHE(5:11) TO WS-ARR-VALOR
               MOVE WS-ARR-VALOR TO WS-CB-VALOR.
           IF CODBAR-CHE(20:8) NOT NUMERIC
               GO TO P-REC-BOLETO-FIM.
           MOVE CODBAR-CHE(20:8) TO WS-ARR-DATA.
           IF WS-ARR-ANO < 2000 OR WS-ARR-ANO > 2099
               GO TO P-REC-BOLETO-FIM.
           IF WS-ARR-MES = ZEROS OR WS-ARR-MES > 12
               GO TO P-REC-BOLETO-FIM.
           MOVE WS-ARR-MES TO MES-CHE.
           MOVE WS-ARR-ANO TO ANO-CHE.
           PERFORM P-VERIFICA-DIA.
           IF WS-ARR-DIA = ZEROS OR WS-ARR-DIA > WS-MAX-DIA
               GO TO P-REC-BOLETO-FIM.
           MOVE WS-ARR-DIA TO DIA-CHE.
           MOVE "S" TO WS-CB-VCTO.
           DISPLAY (12 25) DIA-CHE.
           DISPLAY (12 28) MES-CHE.
           DISPLAY (12 31) ANO-CHE.
       P-REC-BOLETO-FIM.
           EXIT.

       P-REC4.
           IF BOLETO-88 AND CB-VCTO-88
               GO TO P-REC5.
           ACCEPT (12 25) DIA-CHE WITH PROMPT AUTO-SKIP.
           IF DIA-CHE = ZEROS OR DIA-CHE > 31 GO TO P-REC4.
           MOVE DIA-CHE TO DIA-C.
      *     IF WS-DATA-C > WS-DATA GO TO P-REC4. 
       P-REC5.
           MOVE SPACES TO WS-ME-MOEDA.
      *----- boleto paga pelo valor de face do codigo de barras
           IF BOLETO-88 AND WS-CB-VALOR NOT = ZEROS
               MOVE WS-CB-VALOR TO VALOR-CHE
               MOVE VALOR-CHE TO VALOR-BRUTO-CHE
               MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE
               GO TO P-REC51.
           PERFORM P-REC-MOEDA THRU P-REC-MOEDA-EXIT.
           IF WS-ME-MOEDA NOT = SPACES
               GO TO P-REC51.
           ACCEPT (13 25) VALOR-CHE WITH PROMPT AUTO-SKIP.

      *-----------------------------------------*
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-REC6.
      *----- titulo em moeda estrangeira tambem nao
           IF WS-QTD-PARC > 1 AND WS-ME-MOEDA NOT = SPACES
               DISPLAY (21 04) "!! TITULO EM MOEDA NAO PARCELA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC6.
      *-----------------------------------------*
      * Forma de pagamento: C cheque, T TED,    *
      * P PIX, B boleto, A conta/tributo c/     *
      * codigo de barras, G guia de tributo sem *
      * codigo (eletronicos nao vao no malote). *
      *-----------------------------------------*
       P-REC7.
           IF ARREC-88
               MOVE "A" TO WS-FORMA FORMA-CHE
               DISPLAY (18 25) WS-FORMA
               GO TO P-REC8-EMP.
           IF BOLETO-88
               MOVE "B" TO WS-FORMA FORMA-CHE
               DISPLAY (18 25) WS-FORMA
           IF WS-FORMA = "t" MOVE "T" TO WS-FORMA.
           IF WS-FORMA = "p" MOVE "P" TO WS-FORMA.
           IF WS-FORMA = "b" MOVE "B" TO WS-FORMA.
           IF WS-FORMA = "a" MOVE "A" TO WS-FORMA.
           IF WS-FORMA = "g" MOVE "G" TO WS-FORMA.
           IF NOT FORMA-88
               GO TO P-REC7.
      *----- guia vai inteira num segmento N so
           IF WS-FORMA = "G" AND WS-QTD-PARC > 1
               DISPLAY (21 04) "!! GUIA DE TRIBUTO NAO PARCELA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC7.
           MOVE WS-FORMA TO FORMA-CHE.
           IF WS-FORMA = "G"
               PERFORM P-REC-GUIA THRU P-REC-GUIA-EXIT.
      *-----------------------------------------*
      * Empenho (88): amarra o lancto ao        *
      * compromisso e baixa o saldo dele.       *
       P-REC8-EMP.
           MOVE ZEROS TO EMPENHO-CHE WS-EMP-NUM.
           IF NOT EMP-OK-88
               GO TO P-REC9-DESC.
           ACCEPT (20 25) WS-EMP-NUM WITH PROMPT AUTO-SKIP.
           IF WS-EMP-NUM = ZEROS
               GO TO P-REC9-DESC.
           MOVE WS-EMP-NUM TO EMP-NUM.
           READ EMPENHO
               INVALID KEY
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA.
           MOVE WS-EMP-NUM TO EMPENHO-CHE.
       P-REC9-DESC.
           PERFORM P-AVISA-CERT THRU P-AVISA-CERT-EXIT.
           PERFORM P-REC-DESCONTO THRU P-REC-DESCONTO-EXIT.
       P-REC7-FIM.
           EXIT.

      *-----------------------------------------*
      * Codigo incorporado por fusao (115) e'   *
      * ponteiro inativo: troca p/o sobrevivente*
      * e deixa REG-FORN com o cadastro dele.   *
      *-----------------------------------------*
       P-FORN-SUCESSOR.
           IF NOT SUC-OK-88
               GO TO P-FORN-SUCESSOR-FIM.
           MOVE COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P-FORN-SUCESSOR-FIM.
           DISPLAY (21 04) "Codigo " SUC-COD " incorporado ao "
               SUC-NOVO " - usado o " SUC-NOVO.
           MOVE SUC-NOVO TO COD-FORN.
           READ FORN
               INVALID KEY
                   MOVE SUC-COD TO COD-FORN.
           IF COD-FORN = SUC-COD
               READ FORN
                   INVALID KEY
                       CONTINUE.
       P-FORN-SUCESSOR-FIM.
           EXIT.

      *-----------------------------------------*
      * Guia sem codigo de barras: tipo, codigo *
      * da receita, periodo de apuracao e CNPJ  *
      * do contribuinte p/o segmento N; multa e *
      * juros saem do valor, o resto e' o       *
      * principal.                              *
      *-----------------------------------------*
       P-REC-GUIA.
           DISPLAY TELA-GUIA.
           MOVE ZEROS TO WS-GUI-RECEITA WS-GUI-PERIODO.
           MOVE ZEROS TO WS-GUI-MULTA WS-GUI-JUROS.
           MOVE SPACES TO WS-GUI-REFER.
           MOVE INSCR-CHE TO WS-GUI-INSCR.
       P-REC-GUIA-TIPO.
           MOVE "D" TO WS-GUI-TIPO.
           ACCEPT (15 62) WS-GUI-TIPO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GUI-TIPO = "d" MOVE "D" TO WS-GUI-TIPO.
           IF WS-GUI-TIPO = "g" MOVE "G" TO WS-GUI-TIPO.
           IF NOT GUI-TIPO-88
               GO TO P-REC-GUIA-TIPO.
       P-REC-GUIA-RECEITA.
           ACCEPT (16 62) WS-GUI-RECEITA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GUI-RECEITA = ZEROS
               GO TO P-REC-GUIA-RECEITA.
       P-REC-GUIA-PERIODO.
           DISPLAY (21 04) "DARF: ddmmaaaa  GPS: 00mmaaaa".
           ACCEPT (17 62) WS-GUI-PERIODO WITH UPDATE PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-GUI-PERIODO TO WS-ARR-DATA.
           IF WS-ARR-DATA(3:2) = "00" OR WS-ARR-DATA(3:2) > "12"
               GO TO P-REC-GUIA-PERIODO.
           IF WS-GUI-TIPO = "D" AND WS-ARR-DATA(1:2) = "00"
               GO TO P-REC-GUIA-PERIODO.
       P-REC-GUIA-INSCR.
           ACCEPT (18 62) WS-GUI-INSCR WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GUI-INSCR = ZEROS
               GO TO P-REC-GUIA-INSCR.
           ACCEPT (19 62) WS-GUI-REFER WITH UPDATE PROMPT.
       P-REC-GUIA-ENCARGO.
           ACCEPT (20 47) WS-GUI-MULTA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (20 66) WS-GUI-JUROS WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-GUI-MULTA + WS-GUI-JUROS > VALOR-CHE
               DISPLAY (21 04) "!! MULTA + JUROS ACIMA DO VALOR !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-GUIA-ENCARGO.
           DISPLAY TELA-GUIA-LIMPA.
       P-REC-GUIA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava a guia do lancamento recem-gravado*
      *-----------------------------------------*
       P-GRAVA-GUIA.
           MOVE NUM-CHE TO GUI-NUM.
           MOVE WS-GUI-TIPO TO GUI-TIPO.
           MOVE WS-GUI-RECEITA TO GUI-RECEITA.
           MOVE WS-GUI-PERIODO TO GUI-PERIODO.
           MOVE WS-GUI-INSCR TO GUI-INSCR.
           MOVE WS-GUI-REFER TO GUI-REFER.
           MOVE WS-GUI-MULTA TO GUI-MULTA.
           MOVE WS-GUI-JUROS TO GUI-JUROS.
           COMPUTE GUI-PRINCIPAL = VALOR-CHE - WS-GUI-MULTA
                                 - WS-GUI-JUROS.
           WRITE REG-GUIA
               INVALID KEY
                   REWRITE REG-GUIA
                       INVALID KEY
                           CONTINUE.
       P-GRAVA-GUIA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Moeda estrangeira: branco = reais.  Com *
      * moeda, digita o valor na moeda e o      *
      * lancto sai em reais pela ultima PTAX    *
      * (110), sem retencao de impostos.        *
      *-----------------------------------------*
       P-REC-MOEDA.
           DISPLAY (13 40) "Moeda=".
           DISPLAY (21 04) "Moeda: < ENTER > = reais, USD/EUR...".
           MOVE SPACES TO WS-ME-MOEDA.
           ACCEPT (13 46) WS-ME-MOEDA WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-ME-MOEDA = SPACES
               DISPLAY (13 40) "         "
               GO TO P-REC-MOEDA-EXIT.
           INSPECT WS-ME-MOEDA CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY (13 46) WS-ME-MOEDA.
       P-REC-MOEDA-VALOR.
           DISPLAY (13 50) "Valor ME=".
           MOVE ZEROS TO WS-ME-VALOR.
           ACCEPT (13 59) WS-ME-VALOR WITH PROMPT AUTO-SKIP.
           IF WS-ME-VALOR = ZEROS
               GO TO P-REC-MOEDA-VALOR.
           PERFORM P-PTAX-ATUAL THRU P-PTAX-ATUAL-EXIT.
       P-REC-MOEDA-TAXA.
           DISPLAY (21 04) "Cotacao PTAX R$ :".
           ACCEPT (21 22) WS-ME-TAXA WITH UPDATE PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-ME-TAXA = ZEROS
               DISPLAY (21 04) "!! SEM COTACAO P/A MOEDA (110) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-MOEDA-TAXA.
           COMPUTE VALOR-CHE ROUNDED = WS-ME-VALOR * WS-ME-TAXA.
           DISPLAY (13 25) VALOR-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
       P-REC-MOEDA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Ultima cotacao da moeda com data <=     *
      * hoje; sem PTAX.DAT ou sem cotacao fica  *
      * zerada e o operador digita.             *
      *-----------------------------------------*
       P-PTAX-ATUAL.
           MOVE ZEROS TO WS-ME-TAXA WS-ME-DATA.
           IF NOT PTX-OK-88
               GO TO P-PTAX-ATUAL-EXIT.
           ACCEPT WS-ME-HOJE FROM DATE YYYYMMDD.
           MOVE WS-ME-MOEDA TO PTX-MOEDA.
           MOVE ZEROS TO PTX-DATA.
           START PTAX KEY IS NOT LESS THAN PTX-CHAVE
               INVALID KEY
                   GO TO P-PTAX-ATUAL-EXIT.
       P-PTAX-ATUAL-LER.
           READ PTAX NEXT RECORD
               AT END
                   GO TO P-PTAX-ATUAL-EXIT.
           IF PTX-MOEDA NOT = WS-ME-MOEDA OR PTX-DATA > WS-ME-HOJE
               GO TO P-PTAX-ATUAL-EXIT.
           MOVE PTX-TAXA TO WS-ME-TAXA.
           MOVE PTX-DATA TO WS-ME-DATA.
           GO TO P-PTAX-ATUAL-LER.
       P-PTAX-ATUAL-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava a moeda do lancamento recem-      *
      * gravado.                                *
      *-----------------------------------------*
       P-GRAVA-MOEDA.
           MOVE NUM-CHE TO TME-NUM.
           MOVE WS-ME-MOEDA TO TME-MOEDA.
           MOVE WS-ME-VALOR TO TME-VALOR-ME.
           MOVE WS-ME-TAXA TO TME-TAXA-LANC.
           MOVE VALOR-CHE TO TME-VALOR-LANC.
           MOVE ZEROS TO TME-TAXA-PAG TME-VALOR-PAG TME-DATA-PAG.
           WRITE REG-TITMOE
               INVALID KEY
                   REWRITE REG-TITMOE
                       INVALID KEY
                           CONTINUE.
           MOVE SPACES TO WS-ME-MOEDA.
       P-GRAVA-MOEDA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Desconto p/pagamento antecipado: sugere *
      * a condicao do fornecedor (37); o ultimo *
      * dia e' o vencimento menos os dias dela. *
      * Nao vale p/guia, moeda estrangeira nem  *
      * lancto parcelado.                       *
      *-----------------------------------------*
       P-REC-DESCONTO.
           MOVE "N" TO WS-DS-TIPO.
           MOVE ZEROS TO WS-DS-PERC WS-DS-VALOR WS-DS-DIAS.
           IF WS-FORMA = "G" OR WS-ME-MOEDA NOT = SPACES
               GO TO P-REC-DESCONTO-EXIT.
           IF WS-QTD-PARC > 1
               GO TO P-REC-DESCONTO-EXIT.
           IF FORN-CHE NOT = SPACES AND FDS-OK-88
               MOVE FORN-CHE TO COD-FDS
               READ FORNDESC
                   INVALID KEY
                       MOVE "N" TO TIPO-FDS
               END-READ
               IF TIPO-FDS = "P" OR TIPO-FDS = "V"
                   MOVE TIPO-FDS TO WS-DS-TIPO
                   MOVE PERC-FDS TO WS-DS-PERC
                   MOVE VALOR-FDS TO WS-DS-VALOR
                   MOVE DIAS-FDS TO WS-DS-DIAS.
           DISPLAY (15 51) "Desc N/P/V=".
           DISPLAY (16 51) "Desconto..=".
           DISPLAY (17 51) "Ate dia...=".
       P-REC-DESCONTO-TIPO.
           ACCEPT (15 62) WS-DS-TIPO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DS-TIPO = "n" MOVE "N" TO WS-DS-TIPO.
           IF WS-DS-TIPO = "p" MOVE "P" TO WS-DS-TIPO.
           IF WS-DS-TIPO = "v" MOVE "V" TO WS-DS-TIPO.
           IF NOT DS-TIPO-88
               GO TO P-REC-DESCONTO-TIPO.
           IF WS-DS-TIPO = "N"
               DISPLAY TELA-GUIA-LIMPA
               GO TO P-REC-DESCONTO-EXIT.
           IF WS-DS-TIPO = "P"
               MOVE ZEROS TO WS-DS-VALOR
               ACCEPT (16 62) WS-DS-PERC WITH UPDATE PROMPT AUTO-SKIP
               COMPUTE WS-DS-VALOR ROUNDED =
                   VALOR-CHE * WS-DS-PERC / 100
           ELSE
               MOVE ZEROS TO WS-DS-PERC
               ACCEPT (16 62) WS-DS-VALOR WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DS-VALOR = ZEROS OR WS-DS-VALOR NOT < VALOR-CHE
               DISPLAY (21 04) "!! DESCONTO INVALIDO P/O VALOR !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-DESCONTO-TIPO.
           DISPLAY (16 62) WS-DS-VALOR.
      *----- ultimo dia = vencimento - dias do fornecedor
           MOVE ANO-CHE TO WS-JD-ANO.
           MOVE MES-CHE TO WS-JD-MES.
           MOVE DIA-CHE TO WS-JD-DIA.
           PERFORM P-JDN-CALC.
           SUBTRACT WS-DS-DIAS FROM WS-JDN.
           PERFORM P-JDN-INV.
           MOVE WS-JD-DIA TO WS-DS-DIA.
           MOVE WS-JD-MES TO WS-DS-MES.
           MOVE WS-JD-ANO TO WS-DS-ANO.
           COMPUTE WS-DS-VCTO = ANO-CHE * 10000 + MES-CHE * 100
                              + DIA-CHE.
       P-REC-DESCONTO-DATA.
           DISPLAY (17 62) "  /  /    ".
           ACCEPT (17 62) WS-DS-DIA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (17 65) WS-DS-MES WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (17 68) WS-DS-ANO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DS-DIA < 01 OR WS-DS-DIA > 31 OR WS-DS-MES < 01
                             OR WS-DS-MES > 12
               DISPLAY (21 04) "!! DATA INVALIDA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-DESCONTO-DATA.
           COMPUTE WS-DS-DATA = WS-DS-ANO * 10000 + WS-DS-MES * 100
                              + WS-DS-DIA.
           IF WS-DS-DATA > WS-DS-VCTO
               DISPLAY (21 04) "!! DESCONTO APOS O VENCIMENTO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-DESCONTO-DATA.
           DISPLAY TELA-GUIA-LIMPA.
       P-REC-DESCONTO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Grava o desconto do lancamento recem-   *
      * gravado.                                *
      *-----------------------------------------*
       P-GRAVA-DESC.
           MOVE NUM-CHE TO TDS-NUM.
           MOVE WS-DS-TIPO TO TDS-TIPO.
           MOVE WS-DS-PERC TO TDS-PERC.
           MOVE WS-DS-VALOR TO TDS-VALOR.
           MOVE WS-DS-DATA TO TDS-DATA-LIM.
           MOVE "A" TO TDS-SIT.
           MOVE ZEROS TO TDS-TOMADO TDS-DATA-TOM.
           WRITE REG-TITDESC
               INVALID KEY
                   REWRITE REG-TITDESC
                       INVALID KEY
                           CONTINUE.
           MOVE "N" TO WS-DS-TIPO.
       P-GRAVA-DESC-EXIT.
           EXIT.

      *-----------------------------------------*
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
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NAVEGA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-NAVEGA.
           GO TO P-NAVEGA-MOSTRA.
       P-NAVEGA-ANT.
           START BANCO KEY < NUM-CHE
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-NAVEGA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-NAVEGA-ANT.
       P-NAVEGA-MOSTRA.
           IF FS = "51"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
           DISPLAY (12 28) MES-CHE.
           DISPLAY (12 31) ANO-CHE.
           DISPLAY (13 25) VALOR-CHE.
           MOVE INSCR-CHE TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (14 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-CHE TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
           IF PARC-TOT-CHE > ZEROS
               DISPLAY (15 25) PARC-NUM-CHE "/" PARC-TOT-CHE
           ELSE
       P-VALIDA-LINHA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Confere a linha de arrecadacao (48      *
      * digitos = 4 blocos de 11 + DV). O 3o    *
      * digito diz o modulo: 6/7 modulo 10,     *
      * 8/9 modulo 11, nos blocos e no DV geral *
      * (4a posicao do codigo de barras).       *
      *-----------------------------------------*
       P-VALIDA-ARREC.
           MOVE "N" TO WS-CB-OK.
           MOVE 1 TO WS-CB-IDX.
       P-VALIDA-ARREC-DIG.
           IF WS-CB-IDX > 48
               GO TO P-VALIDA-ARREC-DV.
           IF WS-LINHA(WS-CB-IDX:1) < "0" OR
              WS-LINHA(WS-CB-IDX:1) > "9"
               GO TO P-VALIDA-ARREC-EXIT.
           ADD 1 TO WS-CB-IDX.
           GO TO P-VALIDA-ARREC-DIG.
       P-VALIDA-ARREC-DV.
           IF WS-LINHA(3:1) < "6"
               GO TO P-VALIDA-ARREC-EXIT.
           MOVE 11 TO WS-CB-TAM.
           MOVE 1 TO WS-CB-INI.
       P-VALIDA-ARREC-BLOCO.
           PERFORM P-DV-ARREC.
           COMPUTE WS-CB-IDX = WS-CB-INI + 11.
           MOVE WS-LINHA(WS-CB-IDX:1) TO WS-CB-DIG.
           IF WS-CB-DIG NOT = WS-CB-DV
               GO TO P-VALIDA-ARREC-EXIT.
           ADD 12 TO WS-CB-INI.
           IF WS-CB-INI < 48
               GO TO P-VALIDA-ARREC-BLOCO.
      *----- remonta o codigo de barras (sem os DVs dos blocos)
           MOVE WS-LINHA(1:11) TO CODBAR-CHE(1:11).
           MOVE WS-LINHA(13:11) TO CODBAR-CHE(12:11).
           MOVE WS-LINHA(25:11) TO CODBAR-CHE(23:11).
           MOVE WS-LINHA(37:11) TO CODBAR-CHE(34:11).
      *----- DV geral: os 43 digitos fora a 4a posicao
           MOVE WS-LINHA TO WS-LINHA-SALVA.
           MOVE SPACES TO WS-LINHA.
           MOVE CODBAR-CHE(1:3) TO WS-LINHA(1:3).
           MOVE CODBAR-CHE(5:40) TO WS-LINHA(4:40).
           MOVE 1 TO WS-CB-INI.
           MOVE 43 TO WS-CB-TAM.
           PERFORM P-DV-ARREC.
           MOVE WS-LINHA-SALVA TO WS-LINHA.
           MOVE CODBAR-CHE(4:1) TO WS-CB-DIG.
           IF WS-CB-DIG NOT = WS-CB-DV
               MOVE SPACES TO CODBAR-CHE
               GO TO P-VALIDA-ARREC-EXIT.
           MOVE "S" TO WS-CB-OK.
       P-VALIDA-ARREC-EXIT.
           EXIT.

       P-DV-ARREC.
           IF WS-LINHA(3:1) = "6" OR WS-LINHA(3:1) = "7"
               PERFORM P-MOD10 THRU P-MOD10-EXIT
           ELSE
               PERFORM P-MOD11-ARREC THRU P-MOD11-ARREC-EXIT.

      *-----------------------------------------*
      * Modulo 11 da arrecadacao sobre o trecho *
      * de WS-LINHA (WS-CB-INI, WS-CB-TAM):     *
      * pesos 2 a 9 da direita p/a esquerda,    *
      * resto 0 ou 1 da DV zero.                *
      *-----------------------------------------*
       P-MOD11-ARREC.
           MOVE ZEROS TO WS-CB-SOMA.
           MOVE 2 TO WS-CB-PESO.
           COMPUTE WS-CB-IDX = WS-CB-INI + WS-CB-TAM - 1.
       P-MOD11-ARREC-LOOP.
           IF WS-CB-IDX < WS-CB-INI
               GO TO P-MOD11-ARREC-CALC.
           MOVE WS-LINHA(WS-CB-IDX:1) TO WS-CB-DIG.
           COMPUTE WS-CB-SOMA = WS-CB-SOMA + WS-CB-DIG * WS-CB-PESO.
           ADD 1 TO WS-CB-PESO.
           IF WS-CB-PESO > 9
               MOVE 2 TO WS-CB-PESO.
           SUBTRACT 1 FROM WS-CB-IDX.
           GO TO P-MOD11-ARREC-LOOP.
       P-MOD11-ARREC-CALC.
           DIVIDE WS-CB-SOMA BY 11 GIVING WS-CB-QUOC
               REMAINDER WS-CB-RESTO.
           IF WS-CB-RESTO < 2
               MOVE ZEROS TO WS-CB-DV
           ELSE
               COMPUTE WS-CB-DV = 11 - WS-CB-RESTO.
       P-MOD11-ARREC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Modulo 10 do campo da linha digitavel   *
      * que comeca em WS-CB-INI com WS-CB-TAM   *
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.

       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO RATEIO GUIA TITMOE TITDESC DOCLAN.
           IF PTX-OK-88
               CLOSE PTAX.
           IF FDS-OK-88
               CLOSE FORNDESC.
           IF CER-OK-88
               CLOSE CERTFORN.
           IF EMP-OK-88
               CLOSE EMPENHO.
           IF FCH-OK-88
               CLOSE FECHA.
           IF FORN-OK-88
               CLOSE FORN.
           IF SUC-OK-88
               CLOSE FORNSUC.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           IF CONTA-OK-88
               CLOSE CONTA.
           IF VERBA-OK-88
               CLOSE VERBA.
           IF VGR-OK-88
               CLOSE VERBGRP.
           IF ORG-OK-88
               CLOSE ORGDEP.
           IF TALAO-OK-88
               CLOSE TALAO.
           IF CATEG-OK-88
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
           EXIT.

      *-----------------------------------------*
      * Certidoes do fornecedor (119) na data   *
      * do pagamento (vencimento, ou hoje se ja *
      * passou): a primeira vencida fica em     *
      * REG-CERT e WS-CER-MSG.  Fornecedor sem  *
      * certidao cadastrada nao e' cobrado.     *
      *-----------------------------------------*
       P-VERIFICA-CERT.
           MOVE "N" TO WS-CER-VENCIDA.
           MOVE SPACES TO WS-CER-MSG.
           IF NOT CER-OK-88 OR FORN-CHE = SPACES
               GO TO P-VERIFICA-CERT-EXIT.
           ACCEPT WS-CER-HOJE FROM DATE YYYYMMDD.
           MOVE ANO-CHE TO WS-CER-ANO.
           MOVE MES-CHE TO WS-CER-MES.
           MOVE DIA-CHE TO WS-CER-DIA.
           IF WS-CER-REF-N < WS-CER-HOJE
               MOVE WS-CER-HOJE TO WS-CER-REF-N.
           MOVE FORN-CHE TO CER-FORN.
           MOVE SPACES TO CER-TIPO.
           START CERTFORN KEY IS NOT LESS THAN CER-CHAVE
               INVALID KEY GO TO P-VERIFICA-CERT-EXIT.
       P-VERIFICA-CERT-LER.
           READ CERTFORN NEXT RECORD
               AT END GO TO P-VERIFICA-CERT-EXIT.
           IF CER-FORN NOT = FORN-CHE
               GO TO P-VERIFICA-CERT-EXIT.
           IF CER-VALIDADE NOT < WS-CER-REF
               GO TO P-VERIFICA-CERT-LER.
           MOVE "S" TO WS-CER-VENCIDA.
           STRING "!! CERTIDAO " CER-TIPO " VENCIDA EM "
                  CER-VAL-DIA "/" CER-VAL-MES "/" CER-VAL-ANO
                  " (119) !!" DELIMITED BY SIZE INTO WS-CER-MSG.
       P-VERIFICA-CERT-EXIT.
           EXIT.

      *-----------------------------------------*
      * Na inclusao so avisa: o bloqueio e' no  *
      * bordero (64) e na remessa (53).         *
      *-----------------------------------------*
       P-AVISA-CERT.
           PERFORM P-VERIFICA-CERT THRU P-VERIFICA-CERT-EXIT.
           IF NOT CER-VENCIDA-88
               GO TO P-AVISA-CERT-EXIT.
           DISPLAY (21 04) WS-CER-MSG.
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) "Pagto sera barrado no bordero/remessa".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-AVISA-CERT-EXIT.
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
