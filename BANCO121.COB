
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO121.
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
           SELECT NFE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NFE-CHAVE
                  FILE STATUS IS FS-NFE.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNCNPJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FCN
                  ALTERNATE RECORD KEY IS CNPJ-FCN
                      WITH DUPLICATES
                  FILE STATUS IS FS-FCN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT CATEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CATEG
                  FILE STATUS IS FS-CATEG.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
           SELECT LISTA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-LISTA.
           SELECT ARQXML ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-XML.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT RELATO ASSIGN TO PRINTER.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LIMITE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-LIM
                  FILE STATUS IS FS-LIM.
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

       FD LIMITE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LIMITE.DAT".
       01 REG-LIMITE.
           03 COD-LIM          PIC 9.
           03 VALOR-LIM        PIC 9(08)V99.

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

      *-----------------------------------------*
      * NF-e ja importadas, pela chave de       *
      * acesso: CNPJ do emitente, numero/serie, *
      * emissao, valor da nota, fornecedor e o  *
      * primeiro lancamento gerado em BCO.DAT.  *
      *-----------------------------------------*
       FD NFE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "NFE.DAT".
       01 REG-NFE.
           03 NFE-CHAVE        PIC X(44).
           03 NFE-CNPJ         PIC 9(14).
           03 NFE-NUMERO       PIC X(10).
           03 NFE-SERIE        PIC X(03).
           03 NFE-EMISSAO      PIC 9(08).
           03 NFE-VALOR        PIC 9(10)V99.
           03 NFE-FORN         PIC X(05).
           03 NFE-QTD-DUP      PIC 99.
           03 NFE-NUM-CHE      PIC X(06).
           03 NFE-ARQUIVO      PIC X(40).
           03 NFE-OPERADOR     PIC X(08).
           03 NFE-DATA         PIC 9(08).

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

      *----- CNPJ do fornecedor (cadastrado no 37)
       FD FORNCNPJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNCNPJ.DAT".
       01 REG-FORNCNPJ.
           03 COD-FCN          PIC X(05).
           03 CNPJ-FCN         PIC 9(14).

      *----- codigo incorporado por fusao (115) -> sobrevivente
       FD FORNSUC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNSUC.DAT".
       01 REG-FORNSUC.
           03 SUC-COD          PIC X(05).
           03 SUC-NOVO         PIC X(05).
           03 SUC-DATA         PIC 9(08).
           03 SUC-POR          PIC X(08).

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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

       FD CATEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 COD-CATEG        PIC 9(03).
           03 NOME-CATEG       PIC X(20).

      *-----------------------------------------*
      * Empresas do grupo (118), todas nos      *
      * mesmos arquivos; EMP-LOCAL "S" e' a     *
      * empresa padrao.                         *
      *-----------------------------------------*
       FD EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 REG-EMPRESA.
           03 EMP-COD          PIC 99.
           03 EMP-RAZAO        PIC X(30).
           03 EMP-CNPJ         PIC 9(14).
           03 EMP-LOCAL        PIC X(01).

      *-----------------------------------------*
      * Nomes dos XML da pasta, um por linha    *
      * (DIR /B *.XML > NFELISTA.TXT).          *
      *-----------------------------------------*
       FD LISTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-LISTA.
       01 REG-LISTA            PIC X(40).

      *-----------------------------------------*
      * O XML da NF-e costuma vir numa linha so,*
      * de qualquer tamanho: le byte a byte.    *
      *-----------------------------------------*
       FD ARQXML
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-XML.
       01 REG-XML              PIC X(01).

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
       77 WS-PAN-SUJO          PIC X VALUE "N".
       77 FS-LIM               PIC XX.
       77 WS-LIMITE            PIC 9(08)V99 VALUE ZEROS.
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

       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FECHADO           PIC X VALUE "N".
       88 FECHADO-88             VALUE "S".
       77 WS-FCH-T-ANO         PIC 9(04) VALUE ZEROS.
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-NFE               PIC XX.
       77 FS-FORN              PIC XX.
       77 FS-FCN               PIC XX.
       77 FS-SUC               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-CATEG             PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-LISTA             PIC XX.
       77 FS-XML               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-LOG-ACAO          PIC X VALUE "I".
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-GERADO        PIC X(06) VALUE SPACES.
       77 WS-NUM-PRIMEIRO      PIC X(06) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-CNPJ-EMP          PIC 9(14) VALUE ZEROS.

      *----- parametros digitados na tela
       77 WS-PASTA             PIC X(30) VALUE "NFE\".
       77 WS-ARQ-LISTA         PIC X(50) VALUE SPACES.
       77 WS-ARQ-XML           PIC X(70) VALUE SPACES.
       77 WS-N-CONTA           PIC 99 VALUE ZEROS.
       77 WS-NOME-CONTA        PIC X(10) VALUE SPACES.
       77 WS-DEPTO             PIC 99 VALUE ZEROS.
       77 WS-CATEG             PIC 9(03) VALUE ZEROS.

      *----- contadores da importacao
       77 WS-QTD-ARQ           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CRIADA        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-TIT           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESC          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CRIADO        PIC 9(10)V99 VALUE ZEROS.

      *----- resultado de cada arquivo: C criada, R rejeitada,
      *----- D fornecedor desconhecido
       77 WS-RESULT            PIC X VALUE SPACE.
       77 WS-MOTIVO            PIC X(40) VALUE SPACES.

      *----- leitura do XML: tag em montagem e texto do elemento
       77 WS-C                 PIC X VALUE SPACE.
       77 WS-NA-TAG            PIC X VALUE "N".
       88 NA-TAG-88              VALUE "S".
       01 WS-TAG               PIC X(200) VALUE SPACES.
       77 WS-TAG-TAM           PIC 9(03) VALUE ZEROS.
       77 WS-TXT               PIC X(60) VALUE SPACES.
       77 WS-TXT-TAM           PIC 99 VALUE ZEROS.
       77 WS-ELEM              PIC X(20) VALUE SPACES.
       77 WS-NOME              PIC X(20) VALUE SPACES.
       77 WS-NOME-C            PIC X(200) VALUE SPACES.
       77 WS-NS1               PIC X(40) VALUE SPACES.
       77 WS-NS2               PIC X(40) VALUE SPACES.
       77 WS-NS3               PIC X(40) VALUE SPACES.
       77 WS-ID-RESTO          PIC X(60) VALUE SPACES.
       01 WS-ID-DELIM.
           03 F                PIC X(03) VALUE "Id=".
           03 F                PIC X(01) VALUE QUOTE.
       77 WS-CTX               PIC X VALUE SPACE.
       77 WS-NA-DUP            PIC X VALUE "N".

      *----- dados colhidos da NF-e
       77 WS-CHAVE-ID          PIC X(44) VALUE SPACES.
       77 WS-CHAVE-PROT        PIC X(44) VALUE SPACES.
       01 WS-CHAVE             PIC X(44) VALUE SPACES.
       77 WS-CSTAT             PIC X(03) VALUE SPACES.
       77 WS-NNF               PIC X(10) VALUE SPACES.
       77 WS-NNF-TAM           PIC 99 VALUE ZEROS.
       77 WS-NNF-N             PIC 9(09) VALUE ZEROS.
       77 WS-NNF-X             PIC X(09) VALUE SPACES.
       77 WS-SERIE             PIC X(03) VALUE SPACES.
       77 WS-EMI-TXT           PIC X(10) VALUE SPACES.
       77 WS-EMISSAO           PIC 9(08) VALUE ZEROS.
       77 WS-VNF-TXT           PIC X(20) VALUE SPACES.
       77 WS-VNF               PIC 9(10)V99 VALUE ZEROS.
       77 WS-EMIT-CNPJ-X       PIC X(14) VALUE SPACES.
       77 WS-EMIT-CNPJ         PIC 9(14) VALUE ZEROS.
       77 WS-EMIT-CPF          PIC X VALUE "N".
       77 WS-EMIT-NOME         PIC X(30) VALUE SPACES.
       77 WS-DEST-CNPJ-X       PIC X(14) VALUE SPACES.
       77 WS-QTD-DUP           PIC 99 VALUE ZEROS.
       01 WS-TAB-DUP.
           03 WS-DUP OCCURS 24 TIMES.
               05 DUP-VCTO-X   PIC X(10).
               05 DUP-VALOR-X  PIC X(20).
               05 DUP-VCTO     PIC 9(08).
               05 DUP-VALOR    PIC 9(10)V99.
       77 WS-IDX-DUP           PIC 99 VALUE ZEROS.
       77 WS-TOT-DUP           PIC 9(10)V99 VALUE ZEROS.

      *----- conversao de "9999.99" e "aaaa-mm-dd"
       77 WS-CV-TXT            PIC X(20) VALUE SPACES.
       77 WS-CV-INT            PIC X(20) VALUE SPACES.
       77 WS-CV-DEC            PIC X(02) VALUE SPACES.
       77 WS-CV-TAM            PIC 99 VALUE ZEROS.
       77 WS-CV-N-INT          PIC 9(10) VALUE ZEROS.
       77 WS-CV-N-DEC          PIC 99 VALUE ZEROS.
       77 WS-CV-VALOR          PIC 9(10)V99 VALUE ZEROS.
       77 WS-CV-OK             PIC X VALUE "N".
       88 CV-OK-88               VALUE "S".
       01 WS-DT-TXT.
           03 WS-DT-ANO        PIC X(04).
           03 WS-DT-T1         PIC X(01).
           03 WS-DT-MES        PIC X(02).
           03 WS-DT-T2         PIC X(01).
           03 WS-DT-DIA        PIC X(02).
       77 WS-DT-AAAAMMDD       PIC 9(08) VALUE ZEROS.
       77 WS-N-DIA             PIC 99 VALUE ZEROS.
       77 WS-N-MES             PIC 99 VALUE ZEROS.
       77 WS-N-ANO             PIC 9(04) VALUE ZEROS.

      *----- digito verificador da chave (modulo 11)
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-DIG               PIC 9 VALUE ZEROS.
       77 WS-SOMA              PIC 9(05) VALUE ZEROS.
       77 WS-PESO              PIC 99 VALUE ZEROS.
       77 WS-DV                PIC 9 VALUE ZEROS.
       77 WS-QUOC-DV           PIC 9(05) VALUE ZEROS.
       77 WS-RESTO-DV          PIC 99 VALUE ZEROS.

       77 WS-MAX-DIA           PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO          PIC 9 VALUE ZEROS.
       88 ANO-BISSEXTO-88        VALUE 1.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(04) VALUE ZEROS.

      *----- mesma NF p/o mesmo CNPJ ja lancada
       77 WS-NF                PIC X(10) VALUE SPACES.
       77 WS-NF-DUP            PIC X VALUE "N".
       88 NF-DUP-88              VALUE "S".
       77 WS-NF-NUM            PIC X(06) VALUE SPACES.
       77 WS-NF-INSCR          PIC 9(14) VALUE ZEROS.
       01 WS-REG-SAVE          PIC X(326) VALUE SPACES.

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
           02 F PIC X(26) VALUE "IMPORTACAO DE NF-e (XML) -".
           02 f pic x(01) value spaces.
           02 PASTA-TIT PIC X(30).

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "SITUACAO  ARQUIVO                       ".
           02 F PIC X(39) VALUE
              "NF         FORN. TIT        VALOR R$".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 SIT-DET PIC X(09).
           02 f pic x(01) value spaces.
           02 ARQ-DET PIC X(29).
           02 f pic x(01) value spaces.
           02 NF-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 FORN-DET PIC X(05).
           02 f pic x(01) value spaces.
           02 QTD-DET PIC Z9.
           02 f pic x(01) value spaces.
           02 VALOR-DET PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-MOT.
           02 f pic x(11) value spaces.
           02 MOTIVO-MOT PIC X(40).
           02 f pic x(01) value spaces.
           02 NOME-MOT PIC X(28).

       01 LINHA-TOTAL1.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "ARQUIVOS...:".
           02 ARQ-TOT PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE "  CRIADAS....:".
           02 CRIADA-TOT PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE "  TITULOS....:".
           02 TIT-TOT PIC ZZ.ZZ9.

       01 LINHA-TOTAL2.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "REJEITADAS.:".
           02 REJ-TOT PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE "  S/FORNEC...:".
           02 DESC-TOT PIC ZZ.ZZ9.
           02 F PIC X(11) VALUE "  VALOR R$ ".
           02 VALOR-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " IMPORTA NF-e (XML) " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Le os XML listados em NFELISTA.TXT da pasta (DIR /B".
           02 LINE 07 COLUMN 04 VALUE
              "*.XML > NFELISTA.TXT); um titulo por duplicata.".
           02 LINE 09 COLUMN 04 VALUE "Pasta dos XML.......=".
           02 LINE 10 COLUMN 04 VALUE "Conta p/pagamento...=".
           02 LINE 11 COLUMN 04 VALUE "Depto responsavel...=".
           02 LINE 12 COLUMN 04 VALUE "Categoria (Cad.65)..=".
           02 LINE 14 COLUMN 04 VALUE "Arquivos lidos......:".
           02 LINE 15 COLUMN 04 VALUE "NF-e lancadas.......:".
           02 LINE 16 COLUMN 04 VALUE "Titulos gerados.....:".
           02 LINE 17 COLUMN 04 VALUE "Rejeitadas..........:".
           02 LINE 18 COLUMN 04 VALUE "Fornec.desconhecido.:".
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
           IF FS = "30"
               CLOSE BANCO
               OPEN OUTPUT BANCO
               CLOSE BANCO
               GO TO P03-ABERTURA.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               DISPLAY (10 10) "!! ARQUIVO FORN.DAT INEXISTENTE !!"
               CLOSE BANCO CONTA
               STOP RUN.
           OPEN INPUT FORNCNPJ.
           IF FS-FCN = "35"
               DISPLAY (10 10) "!! CNPJ DOS FORNECEDORES NAO "
                   "CADASTRADOS (37) !!"
               CLOSE BANCO CONTA FORN
               STOP RUN.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN I-O NFE.
           IF FS-NFE = "30" OR FS-NFE = "35"
               CLOSE NFE
               OPEN OUTPUT NFE
               CLOSE NFE
               OPEN I-O NFE.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT CATEG.
           IF FS-CATEG = "35"
               MOVE "N" TO WS-CATEG-OK.
           OPEN INPUT FECHA.
           IF FS-FCH = "35"
               MOVE "N" TO WS-FCH-OK.
           OPEN INPUT LIMITE.
           IF FS-LIM = "00"
               MOVE 1 TO COD-LIM
               READ LIMITE
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE VALOR-LIM TO WS-LIMITE.
           IF FS-LIM NOT = "35"
               CLOSE LIMITE.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<PASTA = FIM , Sai da Importacao".
       P04-PASTA.
           ACCEPT (09 25) WS-PASTA WITH UPDATE PROMPT.
           IF WS-PASTA = "FIM" OR WS-PASTA = "fim"
               PERFORM P-FIM.
           MOVE SPACES TO WS-ARQ-LISTA.
           STRING WS-PASTA DELIMITED BY SPACE
                  "NFELISTA.TXT" DELIMITED BY SIZE INTO WS-ARQ-LISTA.
           OPEN INPUT LISTA.
           IF FS-LISTA NOT = "00"
               DISPLAY (21 04) "!! NFELISTA.TXT NAO ENCONTRADO NA "
                   "PASTA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-PASTA.
           CLOSE LISTA.
       P05-CONTA.
           MOVE ZEROS TO WS-N-CONTA.
           ACCEPT (10 25) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P01-TELA-1.
           MOVE WS-N-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P05-CONTA.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (10 30) NOME-CONTA.
       P06-DEPTO.
           MOVE ZEROS TO WS-DEPTO.
           ACCEPT (11 25) WS-DEPTO WITH PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               GO TO P06-DEPTO.
           IF NOT DEPTO-OK-88
               GO TO P07-CATEG.
           MOVE WS-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! Depto Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P06-DEPTO.
           DISPLAY (11 30) NOME-DEPTO.
       P07-CATEG.
           MOVE ZEROS TO WS-CATEG.
           ACCEPT (12 25) WS-CATEG WITH PROMPT AUTO-SKIP.
           IF WS-CATEG = ZEROS OR NOT CATEG-OK-88
               GO TO P08-CONFIRMA.
           MOVE WS-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P07-CATEG.
           DISPLAY (12 30) NOME-CATEG.
       P08-CONFIRMA.
           DISPLAY (21 04) "Confirma a importacao ? < S/N >".
           ACCEPT (21 37) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           MOVE ZEROS TO WS-QTD-ARQ WS-QTD-CRIADA WS-QTD-TIT.
           MOVE ZEROS TO WS-QTD-REJ WS-QTD-DESC WS-TOT-CRIADO.
           OPEN INPUT LISTA.
           OPEN OUTPUT RELATO.
           MOVE WS-PASTA TO PASTA-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           DISPLAY (21 04) "Importando...".
       P09-LER.
           READ LISTA
               AT END GO TO P10-TOTAL.
           IF REG-LISTA = SPACES
               GO TO P09-LER.
           ADD 1 TO WS-QTD-ARQ.
           PERFORM P-NFE THRU P-NFE-EXIT.
           PERFORM P-LISTA-NFE.
           DISPLAY (14 26) WS-QTD-ARQ.
           DISPLAY (15 26) WS-QTD-CRIADA.
           DISPLAY (16 26) WS-QTD-TIT.
           DISPLAY (17 26) WS-QTD-REJ.
           DISPLAY (18 26) WS-QTD-DESC.
           GO TO P09-LER.

       P10-TOTAL.
           CLOSE LISTA.
           MOVE WS-QTD-ARQ TO ARQ-TOT.
           MOVE WS-QTD-CRIADA TO CRIADA-TOT.
           MOVE WS-QTD-TIT TO TIT-TOT.
           MOVE WS-QTD-REJ TO REJ-TOT.
           MOVE WS-QTD-DESC TO DESC-TOT.
           MOVE WS-TOT-CRIADO TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL1.
           WRITE REG-RELATO FROM LINHA-TOTAL2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (14 26) WS-QTD-ARQ.
           DISPLAY (15 26) WS-QTD-CRIADA.
           DISPLAY (16 26) WS-QTD-TIT.
           DISPLAY (17 26) WS-QTD-REJ.
           DISPLAY (18 26) WS-QTD-DESC.
           MOVE WS-TOT-CRIADO TO WS-MOSTRA-VALOR.
           DISPLAY (19 04) "Valor lancado R$....:".
           DISPLAY (19 26) WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Um XML: le, valida e, se estiver tudo   *
      * certo, lanca as duplicatas e registra a *
      * chave.  Qualquer problema recusa a nota *
      * inteira.                                *
      *-----------------------------------------*
       P-NFE.
           MOVE SPACES TO WS-MOTIVO.
           MOVE "R" TO WS-RESULT.
           MOVE SPACES TO COD-FORN.
           MOVE SPACES TO WS-ARQ-XML.
           STRING WS-PASTA DELIMITED BY SPACE
                  REG-LISTA DELIMITED BY SIZE INTO WS-ARQ-XML.
           PERFORM P-XML-LIMPA.
           OPEN INPUT ARQXML.
           IF FS-XML NOT = "00"
               MOVE "ARQUIVO NAO ENCONTRADO" TO WS-MOTIVO
               GO TO P-NFE-EXIT.
       P-NFE-LER.
           READ ARQXML
               AT END GO TO P-NFE-FECHA.
           MOVE REG-XML TO WS-C.
           PERFORM P-XML-CHAR THRU P-XML-CHAR-EXIT.
           GO TO P-NFE-LER.
       P-NFE-FECHA.
           CLOSE ARQXML.
           PERFORM P-VALIDA-NFE THRU P-VALIDA-NFE-EXIT.
           IF WS-MOTIVO NOT = SPACES
               GO TO P-NFE-EXIT.
           PERFORM P-GRAVA-NFE THRU P-GRAVA-NFE-EXIT.
           MOVE "C" TO WS-RESULT.
       P-NFE-EXIT.
           EXIT.

       P-XML-LIMPA.
           MOVE "N" TO WS-NA-TAG WS-NA-DUP WS-EMIT-CPF.
           MOVE SPACES TO WS-TAG WS-TXT WS-ELEM WS-CTX.
           MOVE ZEROS TO WS-TAG-TAM WS-TXT-TAM WS-QTD-DUP.
           MOVE SPACES TO WS-CHAVE-ID WS-CHAVE-PROT WS-CHAVE.
           MOVE SPACES TO WS-CSTAT WS-NNF WS-SERIE WS-EMI-TXT.
           MOVE SPACES TO WS-VNF-TXT WS-EMIT-CNPJ-X WS-EMIT-NOME.
           MOVE SPACES TO WS-DEST-CNPJ-X WS-TAB-DUP.
           MOVE ZEROS TO WS-VNF WS-EMIT-CNPJ WS-EMISSAO WS-TOT-DUP.

      *-----------------------------------------*
      * Um byte do XML: dentro de "<...>" monta *
      * a tag; fora, o texto do elemento aberto.*
      *-----------------------------------------*
       P-XML-CHAR.
           IF NA-TAG-88
               GO TO P-XML-CHAR-TAG.
           IF WS-C = "<"
               PERFORM P-XML-VALOR THRU P-XML-VALOR-EXIT
               MOVE "S" TO WS-NA-TAG
               MOVE SPACES TO WS-TAG
               MOVE ZEROS TO WS-TAG-TAM
               GO TO P-XML-CHAR-EXIT.
           IF WS-ELEM = SPACES
               GO TO P-XML-CHAR-EXIT.
      *----- quebra de linha/tabulacao antes do texto nao conta
           IF WS-TXT-TAM = ZEROS AND WS-C NOT > SPACE
               GO TO P-XML-CHAR-EXIT.
           IF WS-TXT-TAM < 60
               ADD 1 TO WS-TXT-TAM
               MOVE WS-C TO WS-TXT(WS-TXT-TAM:1).
           GO TO P-XML-CHAR-EXIT.
       P-XML-CHAR-TAG.
           IF WS-C = ">"
               MOVE "N" TO WS-NA-TAG
               PERFORM P-XML-TAG THRU P-XML-TAG-EXIT
               GO TO P-XML-CHAR-EXIT.
           IF WS-C < SPACE
               MOVE SPACE TO WS-C.
           IF WS-TAG-TAM < 200
               ADD 1 TO WS-TAG-TAM
               MOVE WS-C TO WS-TAG(WS-TAG-TAM:1).
       P-XML-CHAR-EXIT.
           EXIT.

      *-----------------------------------------*
      * Fim de uma tag: abre/fecha o contexto   *
      * (emit, dest, dup) e guarda o nome do    *
      * elemento cujo texto vem a seguir.       *
      *-----------------------------------------*
       P-XML-TAG.
           MOVE SPACES TO WS-TXT WS-ELEM.
           MOVE ZEROS TO WS-TXT-TAM.
           IF WS-TAG-TAM = ZEROS
               GO TO P-XML-TAG-EXIT.
           IF WS-TAG(1:1) = "?" OR WS-TAG(1:1) = "!"
               GO TO P-XML-TAG-EXIT.
           IF WS-TAG(1:1) NOT = "/"
               GO TO P-XML-TAG-ABRE.
           MOVE WS-TAG(2:199) TO WS-NOME-C.
           PERFORM P-XML-NOME.
           IF WS-NOME = "emit" OR WS-NOME = "dest"
               MOVE SPACE TO WS-CTX.
           IF WS-NOME = "dup"
               MOVE "N" TO WS-NA-DUP.
           GO TO P-XML-TAG-EXIT.
       P-XML-TAG-ABRE.
           MOVE WS-TAG TO WS-NOME-C.
           PERFORM P-XML-NOME.
           IF WS-NOME = "emit"
               MOVE "E" TO WS-CTX.
           IF WS-NOME = "dest"
               MOVE "D" TO WS-CTX.
           IF WS-NOME = "infNFe"
               PERFORM P-XML-ID.
           IF WS-TAG(WS-TAG-TAM:1) = "/"
               GO TO P-XML-TAG-EXIT.
           IF WS-NOME = "dup"
               ADD 1 TO WS-QTD-DUP
               MOVE "S" TO WS-NA-DUP.
           MOVE WS-NOME TO WS-ELEM.
       P-XML-TAG-EXIT.
           EXIT.

      *----- nome local do elemento, sem atributos nem prefixo
       P-XML-NOME.
           MOVE SPACES TO WS-NS1 WS-NS2 WS-NS3.
           UNSTRING WS-NOME-C DELIMITED BY " " OR "/"
               INTO WS-NS1.
           UNSTRING WS-NS1 DELIMITED BY ":"
               INTO WS-NS2 WS-NS3.
           IF WS-NS3 = SPACES
               MOVE WS-NS2 TO WS-NOME
           ELSE
               MOVE WS-NS3 TO WS-NOME.

      *----- chave no atributo Id="NFe..." da infNFe
       P-XML-ID.
           MOVE SPACES TO WS-NS1 WS-ID-RESTO.
           UNSTRING WS-TAG DELIMITED BY WS-ID-DELIM
               INTO WS-NS1 WS-ID-RESTO.
           IF WS-ID-RESTO(1:3) = "NFe"
               MOVE WS-ID-RESTO(4:44) TO WS-CHAVE-ID.

      *-----------------------------------------*
      * Texto completo de um elemento: guarda o *
      * que interessa conforme o contexto.      *
      *-----------------------------------------*
       P-XML-VALOR.
           IF WS-ELEM = SPACES OR WS-TXT-TAM = ZEROS
               MOVE SPACES TO WS-ELEM
               GO TO P-XML-VALOR-EXIT.
           IF WS-ELEM = "chNFe"
               MOVE WS-TXT(1:44) TO WS-CHAVE-PROT.
           IF WS-ELEM = "cStat"
               MOVE WS-TXT(1:3) TO WS-CSTAT.
           IF WS-ELEM = "nNF"
               MOVE WS-TXT(1:10) TO WS-NNF.
           IF WS-ELEM = "serie"
               MOVE WS-TXT(1:3) TO WS-SERIE.
           IF WS-ELEM = "dhEmi" OR WS-ELEM = "dEmi"
               MOVE WS-TXT(1:10) TO WS-EMI-TXT.
           IF WS-ELEM = "vNF"
               MOVE WS-TXT(1:20) TO WS-VNF-TXT.
           IF WS-CTX = "E" AND WS-ELEM = "CNPJ"
               MOVE WS-TXT(1:14) TO WS-EMIT-CNPJ-X.
           IF WS-CTX = "E" AND WS-ELEM = "CPF"
               MOVE "S" TO WS-EMIT-CPF.
           IF WS-CTX = "E" AND WS-ELEM = "xNome"
               MOVE WS-TXT(1:30) TO WS-EMIT-NOME.
           IF WS-CTX = "D" AND WS-ELEM = "CNPJ"
               MOVE WS-TXT(1:14) TO WS-DEST-CNPJ-X.
           IF WS-NA-DUP NOT = "S" OR WS-QTD-DUP > 24
               GO TO P-XML-VALOR-FIM.
           IF WS-ELEM = "dVenc"
               MOVE WS-TXT(1:10) TO DUP-VCTO-X(WS-QTD-DUP).
           IF WS-ELEM = "vDup"
               MOVE WS-TXT(1:20) TO DUP-VALOR-X(WS-QTD-DUP).
       P-XML-VALOR-FIM.
           MOVE SPACES TO WS-ELEM.
       P-XML-VALOR-EXIT.
           EXIT.

      *-----------------------------------------*
      * Validacao da nota lida.  WS-MOTIVO em   *
      * branco = pode lancar.                   *
      *-----------------------------------------*
       P-VALIDA-NFE.
           IF WS-CHAVE-PROT NOT = SPACES
               MOVE WS-CHAVE-PROT TO WS-CHAVE
           ELSE
               MOVE WS-CHAVE-ID TO WS-CHAVE.
           IF WS-CHAVE = SPACES
               MOVE "SEM CHAVE DE ACESSO (NAO E' NF-e ?)" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-CHAVE-ID NOT = SPACES AND WS-CHAVE-PROT NOT = SPACES
               AND WS-CHAVE-ID NOT = WS-CHAVE-PROT
               MOVE "CHAVE DO PROTOCOLO DIFERE DA NOTA" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-CHAVE NOT NUMERIC
               MOVE "CHAVE DE ACESSO NAO TEM 44 DIGITOS" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-CHAVE(21:2) NOT = "55"
               MOVE "CHAVE NAO E' DE NF-e (MODELO 55)" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           PERFORM P-DV-CHAVE THRU P-DV-CHAVE-EXIT.
           MOVE WS-CHAVE(44:1) TO WS-DIG.
           IF WS-DIG NOT = WS-DV
               MOVE "DIGITO DA CHAVE DE ACESSO INVALIDO" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
      *----- com protocolo, so a autorizada (100/150)
           IF WS-CSTAT NOT = SPACES AND WS-CSTAT NOT = "100"
               AND WS-CSTAT NOT = "150"
               STRING "NF-e NAO AUTORIZADA - cStat " WS-CSTAT
                   DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-EMIT-CPF = "S"
               MOVE "EMITENTE PESSOA FISICA (LANCAR NO 21)"
                   TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-EMIT-CNPJ-X NOT NUMERIC
               MOVE "CNPJ DO EMITENTE INVALIDO" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-CHAVE(7:14) NOT = WS-EMIT-CNPJ-X
               MOVE "CNPJ DA CHAVE DIFERE DO EMITENTE" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-EMIT-CNPJ-X TO WS-EMIT-CNPJ.
           MOVE ZEROS TO WS-NNF-TAM.
           INSPECT WS-NNF TALLYING WS-NNF-TAM
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-NNF-TAM = ZEROS OR WS-NNF-TAM > 9
               MOVE "NUMERO DA NOTA (nNF) INVALIDO" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-NNF(1:WS-NNF-TAM) NOT NUMERIC
               MOVE "NUMERO DA NOTA (nNF) INVALIDO" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-NNF(1:WS-NNF-TAM) TO WS-NNF-N.
           MOVE WS-NNF-N TO WS-NNF-X.
           IF WS-CHAVE(26:9) NOT = WS-NNF-X
               MOVE "NUMERO DA CHAVE DIFERE DO nNF" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
      *----- nota de outra empresa do grupo (118)
           IF WS-CNPJ-EMP NOT = ZEROS
               IF WS-DEST-CNPJ-X NOT NUMERIC
                   MOVE "NF NAO DESTINADA A ESTA EMPRESA" TO WS-MOTIVO
                   GO TO P-VALIDA-NFE-EXIT.
           IF WS-CNPJ-EMP NOT = ZEROS
               MOVE WS-DEST-CNPJ-X TO WS-NF-INSCR
               IF WS-NF-INSCR NOT = WS-CNPJ-EMP
                   MOVE "NF NAO DESTINADA A ESTA EMPRESA" TO WS-MOTIVO
                   GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-EMI-TXT TO WS-DT-TXT.
           PERFORM P-CONV-DATA THRU P-CONV-DATA-EXIT.
           IF NOT CV-OK-88
               MOVE "DATA DE EMISSAO INVALIDA" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-DT-AAAAMMDD TO WS-EMISSAO.
           MOVE WS-VNF-TXT TO WS-CV-TXT.
           PERFORM P-CONV-VALOR THRU P-CONV-VALOR-EXIT.
           MOVE WS-CV-VALOR TO WS-VNF.
      *----- mesma chave ja importada
           MOVE WS-CHAVE TO NFE-CHAVE.
           READ NFE
               INVALID KEY
                   GO TO P-VALIDA-NFE-FORN.
           STRING "NF-e JA IMPORTADA - LANCTO " NFE-NUM-CHE
               DELIMITED BY SIZE INTO WS-MOTIVO.
           GO TO P-VALIDA-NFE-EXIT.
       P-VALIDA-NFE-FORN.
      *----- fornecedor pelo CNPJ do emitente (37)
           MOVE WS-EMIT-CNPJ TO CNPJ-FCN.
           READ FORNCNPJ KEY IS CNPJ-FCN
               INVALID KEY
                   MOVE "D" TO WS-RESULT
                   MOVE "FORNECEDOR NAO CADASTRADO P/O CNPJ"
                       TO WS-MOTIVO
                   GO TO P-VALIDA-NFE-EXIT.
           MOVE COD-FCN TO COD-FORN.
           IF NOT SUC-OK-88
               GO TO P-VALIDA-NFE-LEFORN.
           MOVE COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P-VALIDA-NFE-LEFORN.
           MOVE SUC-NOVO TO COD-FORN.
       P-VALIDA-NFE-LEFORN.
           READ FORN
               INVALID KEY
                   MOVE "D" TO WS-RESULT
                   MOVE "CODIGO DO CNPJ SEM CADASTRO (37)" TO WS-MOTIVO
                   GO TO P-VALIDA-NFE-EXIT.
      *----- mesma NF p/o mesmo CNPJ digitada a mao (21)
           MOVE SPACES TO WS-NF.
           MOVE WS-NNF TO WS-NF.
           MOVE WS-EMIT-CNPJ TO INSCR-CHE.
           PERFORM P-VERIFICA-NF THRU P-VERIFICA-NF-EXIT.
           IF NF-DUP-88
               STRING "NF JA LANCADA NO No. " WS-NF-NUM
                   " - BLOQUEADO" DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
      *----- duplicatas: sem cobranca a nota vai a mao
           IF WS-QTD-DUP = ZEROS
               MOVE "SEM DUPLICATAS (LANCAR NO 21)" TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           IF WS-QTD-DUP > 24
               MOVE "MAIS DE 24 DUPLICATAS (LANCAR NO 21)"
                   TO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE 1 TO WS-IDX-DUP.
       P-VALIDA-NFE-DUP.
           IF WS-IDX-DUP > WS-QTD-DUP
               GO TO P-VALIDA-NFE-EXIT.
           MOVE DUP-VCTO-X(WS-IDX-DUP) TO WS-DT-TXT.
           PERFORM P-CONV-DATA THRU P-CONV-DATA-EXIT.
           IF NOT CV-OK-88
               STRING "VENCIMENTO INVALIDO NA DUPLICATA " WS-IDX-DUP
                   DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-DT-AAAAMMDD TO DUP-VCTO(WS-IDX-DUP).
           MOVE DUP-VALOR-X(WS-IDX-DUP) TO WS-CV-TXT.
           PERFORM P-CONV-VALOR THRU P-CONV-VALOR-EXIT.
           IF NOT CV-OK-88 OR WS-CV-VALOR = ZEROS
               OR WS-CV-VALOR > 99999999,99
               STRING "VALOR INVALIDO NA DUPLICATA " WS-IDX-DUP
                   DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           MOVE WS-CV-VALOR TO DUP-VALOR(WS-IDX-DUP).
           ADD WS-CV-VALOR TO WS-TOT-DUP.
      *----- mes ja fechado (87) nao recebe lancamento
           MOVE WS-N-ANO TO WS-FCH-T-ANO.
           MOVE WS-N-MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               STRING "DUPLICATA " WS-IDX-DUP
                   " VENCE EM MES FECHADO (87)"
                   DELIMITED BY SIZE INTO WS-MOTIVO
               GO TO P-VALIDA-NFE-EXIT.
           ADD 1 TO WS-IDX-DUP.
           GO TO P-VALIDA-NFE-DUP.
       P-VALIDA-NFE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Digito da chave de acesso: modulo 11,   *
      * pesos 2..9 da direita p/a esquerda.     *
      *-----------------------------------------*
       P-DV-CHAVE.
           MOVE ZEROS TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           MOVE 43 TO WS-IDX.
       P-DV-CHAVE-SOMA.
           IF WS-IDX = ZEROS
               GO TO P-DV-CHAVE-FIM.
           MOVE WS-CHAVE(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           ADD 1 TO WS-PESO.
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO.
           SUBTRACT 1 FROM WS-IDX.
           GO TO P-DV-CHAVE-SOMA.
       P-DV-CHAVE-FIM.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC-DV
               REMAINDER WS-RESTO-DV.
           IF WS-RESTO-DV < 2
               MOVE ZEROS TO WS-DV
           ELSE
               COMPUTE WS-DV = 11 - WS-RESTO-DV.
       P-DV-CHAVE-EXIT.
           EXIT.

      *----- "9999.99" (ponto decimal do XML) -> 9(10)V99
       P-CONV-VALOR.
           MOVE "N" TO WS-CV-OK.
           MOVE ZEROS TO WS-CV-VALOR WS-CV-TAM.
           MOVE SPACES TO WS-CV-INT WS-CV-DEC.
           UNSTRING WS-CV-TXT DELIMITED BY "." OR " "
               INTO WS-CV-INT COUNT IN WS-CV-TAM
                    WS-CV-DEC.
           IF WS-CV-TAM = ZEROS OR WS-CV-TAM > 10
               GO TO P-CONV-VALOR-EXIT.
           IF WS-CV-INT(1:WS-CV-TAM) NOT NUMERIC
               GO TO P-CONV-VALOR-EXIT.
           INSPECT WS-CV-DEC REPLACING ALL SPACE BY "0".
           IF WS-CV-DEC NOT NUMERIC
               GO TO P-CONV-VALOR-EXIT.
           MOVE WS-CV-INT(1:WS-CV-TAM) TO WS-CV-N-INT.
           MOVE WS-CV-DEC TO WS-CV-N-DEC.
           COMPUTE WS-CV-VALOR = WS-CV-N-INT + WS-CV-N-DEC / 100.
           MOVE "S" TO WS-CV-OK.
       P-CONV-VALOR-EXIT.
           EXIT.

      *----- "aaaa-mm-dd" -> aaaammdd, com a data validada
       P-CONV-DATA.
           MOVE "N" TO WS-CV-OK.
           MOVE ZEROS TO WS-DT-AAAAMMDD.
           IF WS-DT-T1 NOT = "-" OR WS-DT-T2 NOT = "-"
               GO TO P-CONV-DATA-EXIT.
           IF WS-DT-ANO NOT NUMERIC OR WS-DT-MES NOT NUMERIC
               OR WS-DT-DIA NOT NUMERIC
               GO TO P-CONV-DATA-EXIT.
           MOVE WS-DT-ANO TO WS-N-ANO.
           MOVE WS-DT-MES TO WS-N-MES.
           MOVE WS-DT-DIA TO WS-N-DIA.
           IF WS-N-MES = ZEROS OR WS-N-MES > 12 OR WS-N-ANO = ZEROS
               GO TO P-CONV-DATA-EXIT.
           PERFORM P-VERIFICA-DIA.
           IF WS-N-DIA = ZEROS OR WS-N-DIA > WS-MAX-DIA
               GO TO P-CONV-DATA-EXIT.
           MOVE WS-DT-ANO TO WS-DT-AAAAMMDD(1:4).
           MOVE WS-DT-MES TO WS-DT-AAAAMMDD(5:2).
           MOVE WS-DT-DIA TO WS-DT-AAAAMMDD(7:2).
           MOVE "S" TO WS-CV-OK.
       P-CONV-DATA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Mesma NF ja lancada p/o mesmo CNPJ ?    *
      *-----------------------------------------*
       P-VERIFICA-NF.
           MOVE "N" TO WS-NF-DUP.
           IF INSCR-CHE = ZEROS
               GO TO P-VERIFICA-NF-EXIT.
           MOVE REG-BCO TO WS-REG-SAVE.
           MOVE INSCR-CHE TO WS-NF-INSCR.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-VERIFICA-NF-FIM.
       P-VERIFICA-NF-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-VERIFICA-NF-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-VERIFICA-NF-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-VERIFICA-NF-LER.
           IF NF-CHE NOT = WS-NF
               GO TO P-VERIFICA-NF-LER.
           IF INSCR-CHE NOT = WS-NF-INSCR
               GO TO P-VERIFICA-NF-LER.
           MOVE "S" TO WS-NF-DUP.
           MOVE NUM-CHE TO WS-NF-NUM.
       P-VERIFICA-NF-FIM.
           MOVE WS-REG-SAVE TO REG-BCO.
       P-VERIFICA-NF-EXIT.
           EXIT.

      *-----------------------------------------*
      * Um titulo por duplicata (parcela n/N),  *
      * com a NF e o CNPJ do emitente p/o       *
      * bloqueio de NF repetida, e o registro   *
      * da chave em NFE.DAT.                    *
      *-----------------------------------------*
       P-GRAVA-NFE.
           PERFORM P-GERA-CODIGO.
           MOVE SPACES TO WS-NUM-PRIMEIRO.
           MOVE 1 TO WS-IDX-DUP.
       P-GRAVA-NFE-DUP.
           IF WS-IDX-DUP > WS-QTD-DUP
               GO TO P-GRAVA-NFE-REG.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-NOME-CONTA TO CONTA-CHE.
           MOVE NOME-FORN TO DESCRI-CHE-GRP.
           MOVE DUP-VCTO(WS-IDX-DUP) TO WS-DT-AAAAMMDD.
           MOVE WS-DT-AAAAMMDD(7:2) TO DIA-CHE.
           MOVE WS-DT-AAAAMMDD(5:2) TO MES-CHE.
           MOVE WS-DT-AAAAMMDD(1:4) TO ANO-CHE.
           MOVE DUP-VALOR(WS-IDX-DUP) TO VALOR-CHE.
           MOVE SPACES TO OBS-CHE.
           MOVE WS-DEPTO TO OBS-CHE(1:2).
           MOVE WS-EMIT-CNPJ TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           IF WS-QTD-DUP > 1
               MOVE WS-IDX-DUP TO PARC-NUM-CHE
               MOVE WS-QTD-DUP TO PARC-TOT-CHE
           ELSE
               MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE SPACES TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE SPACE TO TIPO-CHE.
           MOVE COD-FORN TO FORN-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE WS-CATEG TO CATEG-CHE.
           MOVE "C" TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE WS-NNF TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
           PERFORM P-GRAVA-TITULO-ESCREVE
               THRU P-GRAVA-TITULO-EXIT.
           IF WS-NUM-PRIMEIRO = SPACES
               MOVE WS-NUM-GERADO TO WS-NUM-PRIMEIRO.
           ADD 1 TO WS-QTD-TIT.
           ADD VALOR-CHE TO WS-TOT-CRIADO.
           ADD 1 TO WS-IDX-DUP.
           GO TO P-GRAVA-NFE-DUP.
       P-GRAVA-NFE-REG.
           MOVE WS-CHAVE TO NFE-CHAVE.
           MOVE WS-EMIT-CNPJ TO NFE-CNPJ.
           MOVE WS-NNF TO NFE-NUMERO.
           MOVE WS-SERIE TO NFE-SERIE.
           MOVE WS-EMISSAO TO NFE-EMISSAO.
           MOVE WS-VNF TO NFE-VALOR.
           MOVE COD-FORN TO NFE-FORN.
           MOVE WS-QTD-DUP TO NFE-QTD-DUP.
           MOVE WS-NUM-PRIMEIRO TO NFE-NUM-CHE.
           MOVE REG-LISTA TO NFE-ARQUIVO.
           MOVE WS-OPERADOR TO NFE-OPERADOR.
           MOVE WS-DATA TO NFE-DATA.
           WRITE REG-NFE
               INVALID KEY
                   CONTINUE.
       P-GRAVA-NFE-EXIT.
           EXIT.

       P-GRAVA-TITULO-ESCREVE.
           PERFORM P-MONTA-VCTO.
           MOVE SPACES TO APROV-CHE APROV-POR.
           IF WS-LIMITE > ZEROS AND VALOR-CHE NOT < WS-LIMITE
               MOVE "P" TO APROV-CHE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-TITULO-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GRAVA-TITULO-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO NFE LISTA RELATO LOG
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-GERADO.
           MOVE "I" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "S" TO WS-PAN-SUJO.
       P-GRAVA-TITULO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha do relatorio p/o arquivo lido:    *
      * criada, rejeitada ou sem fornecedor.    *
      *-----------------------------------------*
       P-LISTA-NFE.
           MOVE SPACES TO LINHA-DET.
           MOVE REG-LISTA TO ARQ-DET.
           MOVE WS-NNF TO NF-DET.
           MOVE ZEROS TO QTD-DET.
           MOVE ZEROS TO VALOR-DET.
           MOVE SPACES TO LINHA-MOT.
           MOVE WS-MOTIVO TO MOTIVO-MOT.
           IF WS-RESULT = "C"
               MOVE "CRIADA" TO SIT-DET
               MOVE COD-FORN TO FORN-DET
               MOVE WS-QTD-DUP TO QTD-DET
               MOVE WS-TOT-DUP TO VALOR-DET
               MOVE SPACES TO MOTIVO-MOT
               STRING "LANCTOS " WS-NUM-PRIMEIRO " A " WS-NUM-GERADO
                   DELIMITED BY SIZE INTO MOTIVO-MOT
               MOVE NOME-FORN TO NOME-MOT
               ADD 1 TO WS-QTD-CRIADA.
           IF WS-RESULT = "R"
               MOVE "REJEITADA" TO SIT-DET
               MOVE WS-EMIT-NOME TO NOME-MOT
               ADD 1 TO WS-QTD-REJ.
           IF WS-RESULT = "D"
               MOVE "S/FORNEC." TO SIT-DET
               MOVE SPACES TO MOTIVO-MOT
               STRING "CNPJ " WS-EMIT-CNPJ-X(1:2) "."
                   WS-EMIT-CNPJ-X(3:3) "." WS-EMIT-CNPJ-X(6:3) "/"
                   WS-EMIT-CNPJ-X(9:4) "-" WS-EMIT-CNPJ-X(13:2)
                   " S/CADASTRO (37)"
                   DELIMITED BY SIZE INTO MOTIVO-MOT
               MOVE WS-EMIT-NOME TO NOME-MOT
               ADD 1 TO WS-QTD-DESC.
           WRITE REG-RELATO FROM LINHA-DET.
           WRITE REG-RELATO FROM LINHA-MOT.

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

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO121" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-VERIFICA-DIA.
           MOVE 31 TO WS-MAX-DIA.
           IF WS-N-MES = 04 OR 06 OR 09 OR 11
               MOVE 30 TO WS-MAX-DIA.
           IF WS-N-MES = 02
               PERFORM P-VERIFICA-BISSEXTO
               MOVE 28 TO WS-MAX-DIA
               IF ANO-BISSEXTO-88
                   MOVE 29 TO WS-MAX-DIA.
       P-VERIFICA-BISSEXTO.
           MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 4 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 100 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE ZEROS TO WS-BISSEXTO.
           DIVIDE WS-N-ANO BY 400 GIVING WS-QUOC REMAINDER WS-RESTO.
           IF WS-RESTO = ZEROS
               MOVE 1 TO WS-BISSEXTO.

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

      *----- CNPJ da empresa do login (118), se houver
       P-LE-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-LE-EMPRESA-FIM.
           MOVE WS-EMPR-SES TO EMP-COD.
           READ EMPRESA
               INVALID KEY GO TO P-LE-EMPRESA-FECHA.
           MOVE EMP-CNPJ TO WS-CNPJ-EMP.
       P-LE-EMPRESA-FECHA.
           CLOSE EMPRESA.
       P-LE-EMPRESA-FIM.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

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
           IF WS-PAN-SUJO = "S"
               PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO NFE FORN FORNCNPJ CONTA LOG.
           IF SUC-OK-88
               CLOSE FORNSUC.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           IF CATEG-OK-88
               CLOSE CATEG.
           IF FCH-OK-88
               CLOSE FECHA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

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
           MOVE "BANCO121" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           MOVE REG-BCO TO JRN-DEPOIS.
           WRITE REG-JRN.
           CLOSE JRN.
           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
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
