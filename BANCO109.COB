
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO109.
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
           SELECT FOLITEM ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FOL-CHAVE
                  FILE STATUS IS FS-FOL.
           SELECT FUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CPF
                  FILE STATUS IS FS-FUN.
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
           SELECT IMPORTA ASSIGN TO DISK
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS IS FS-IMP.
           SELECT REMESSA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-REM.
           SELECT RETORNO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-RET.
           SELECT REMCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS-RCT.
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
      * Liquido da folha por funcionario: uma   *
      * linha por competencia + CPF, presa ao   *
      * lancamento do depto (FOL-LANC).         *
      * FOL-SIT: " " a enviar, E enviado na     *
      * remessa, R recusado pelo banco, P pago  *
      * (retorno), B pago e baixado em BCO.DAT. *
      *-----------------------------------------*
       FD FOLITEM
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FOLITEM.DAT".
       01 REG-FOLITEM.
           03 FOL-CHAVE.
               05 FOL-COMPET   PIC 9(06).
               05 FOL-CPF      PIC 9(11).
           03 FOL-NOME         PIC X(30).
           03 FOL-DEPTO        PIC 99.
           03 FOL-BANCO        PIC 9(03).
           03 FOL-AGENCIA      PIC 9(04).
           03 FOL-DV-AGEN      PIC X(01).
           03 FOL-CONTA        PIC 9(10).
           03 FOL-DV-CONTA     PIC X(01).
           03 FOL-VALOR        PIC 9(08)V99.
           03 FOL-LANC         PIC X(06).
           03 FOL-SIT          PIC X(01).
           03 FOL-CONTA-REM    PIC 99.
           03 FOL-NSA          PIC 9(06).
           03 FOL-OCORR        PIC X(02).
           03 FOL-DATA-PAG     PIC 9(08).
           03 FOL-AUTENT       PIC X(20).

      *-----------------------------------------*
      * Dados bancarios dos funcionarios (108). *
      *-----------------------------------------*
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
      * Liquido da folha delimitado por "|":    *
      * cpf (11)|nome|banco (3)|agencia (4)|dv| *
      * conta (10)|dv|valor (10 dig,centavos    *
      * implicitos)|depto (2)                   *
      *-----------------------------------------*
       FD IMPORTA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FOLHA.TXT".
       01 REG-IMP              PIC X(120).

       FD REMESSA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REM.
       01 REG-REMESSA          PIC X(240).

       FD RETORNO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RETORNO.TXT".
       01 REG-RET              PIC X(240).

      *-----------------------------------------*
      * Controle das remessas geradas: NSA por  *
      * conta, totais e situacao G gerado /     *
      * E enviado / C confirmado (retorno).     *
      *-----------------------------------------*
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
       77 FS-EMP               PIC XX.
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

       01 WS-DATA-CONF          PIC 9(06) VALUE ZEROS.
       01 WS-DATA-CONF-R REDEFINES WS-DATA-CONF.
           03 WS-DIA-CONF       PIC 99.
           03 WS-MES-CONF       PIC 99.
           03 WS-ANO-CONF       PIC 99.

       77 FS                   PIC XX.
       77 FS-FOL               PIC XX.
       77 FS-FUN               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-CATEG             PIC XX.
       77 FS-IMP               PIC XX.
       77 FS-REM               PIC XX.
       77 FS-RET               PIC XX.
       77 FS-RCT               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3 4.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
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
       77 WS-LOG-ACAO          PIC X VALUE "I".
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-CATEG-OK          PIC X VALUE "S".
       88 CATEG-OK-88            VALUE "S".
       77 WS-FASE              PIC 9 VALUE 1.
       88 FASE-GRAVA-88          VALUE 2.
       77 WS-LINHA             PIC 9(05) VALUE ZEROS.
       77 WS-QTD-OK            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-FOLHA         PIC 9(10)V99 VALUE ZEROS.
       77 WS-ERRO-TXT          PIC X(30) VALUE SPACES.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-GERADO        PIC X(06) VALUE SPACES.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-DUPLICADA         PIC X VALUE "N".
       88 DUPLICADA-88           VALUE "S".

      *----- conta, competencia e credito digitados na tela
       77 WS-N-CONTA           PIC 99 VALUE ZEROS.
       77 WS-NOME-CONTA        PIC X(10) VALUE SPACES.
       01 WS-COMPET-G.
           03 WS-CP-ANO        PIC 9(04).
           03 WS-CP-MES        PIC 99.
       01 WS-COMPET REDEFINES WS-COMPET-G PIC 9(06).
       77 WS-CR-DIA            PIC 99 VALUE ZEROS.
       77 WS-CR-MES            PIC 99 VALUE ZEROS.
       77 WS-CR-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-CATEG             PIC 9(03) VALUE ZEROS.

      *----- campos de uma linha do FOLHA.TXT
       77 WS-IMP-CPF           PIC X(11) VALUE SPACES.
       77 WS-IMP-NOME          PIC X(30) VALUE SPACES.
       77 WS-IMP-BANCO         PIC X(03) VALUE SPACES.
       77 WS-IMP-AGEN          PIC X(04) VALUE SPACES.
       77 WS-IMP-DVAG          PIC X(01) VALUE SPACES.
       77 WS-IMP-CONTA         PIC X(10) VALUE SPACES.
       77 WS-IMP-DVCT          PIC X(01) VALUE SPACES.
       77 WS-IMP-VALOR         PIC X(10) VALUE SPACES.
       77 WS-IMP-DEPTO         PIC X(02) VALUE SPACES.
       77 WS-N-CPF             PIC 9(11) VALUE ZEROS.
       77 WS-N-BANCO           PIC 9(03) VALUE ZEROS.
       77 WS-N-AGEN            PIC 9(04) VALUE ZEROS.
       77 WS-N-CTA             PIC 9(10) VALUE ZEROS.
       77 WS-N-VALOR           PIC 9(08)V99 VALUE ZEROS.
       77 WS-N-DEPTO           PIC 99 VALUE ZEROS.

      *----- validacao de CPF (modulo 11)
       77 WS-INSCR-X           PIC X(14) VALUE SPACES.
       77 WS-INSCR-OK          PIC X VALUE "N".
       88 INSCR-OK-88            VALUE "S".
       77 WS-IDX               PIC 9(04) VALUE ZEROS.
       77 WS-DIG               PIC 9 VALUE ZEROS.
       77 WS-SOMA              PIC 9(05) VALUE ZEROS.
       77 WS-PESO              PIC 99 VALUE ZEROS.
       77 WS-DV1               PIC 9 VALUE ZEROS.
       77 WS-DV2               PIC 9 VALUE ZEROS.

       77 WS-MAX-DIA           PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO          PIC 9 VALUE ZEROS.
       88 ANO-BISSEXTO-88        VALUE 1.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(05) VALUE ZEROS.
       77 WS-N-MES             PIC 99 VALUE ZEROS.
       77 WS-N-ANO             PIC 9(04) VALUE ZEROS.

      *----- CPFs ja lidos no arquivo (repetidos sao recusados)
       77 WS-QTD-CPF           PIC 9(04) VALUE ZEROS.
       77 WS-REPETIDO          PIC X VALUE "N".
       88 REPETIDO-88            VALUE "S".
       01 WS-TAB-CPF.
           03 TCPF OCCURS 3000 TIMES PIC 9(11).

      *----- total e lancamento gerado por depto
       77 WS-DEP               PIC 9(03) VALUE ZEROS.
       77 WS-QTD-LANC          PIC 9(03) VALUE ZEROS.
       01 WS-TAB-DEP.
           03 WS-TD-ENT OCCURS 99.
               05 TD-VALOR     PIC 9(10)V99.
               05 TD-QTD       PIC 9(05).
               05 TD-LANC      PIC X(06).

      *----- remessa de credito de salario
       77 WS-BANCO-COD         PIC 9(03) VALUE ZEROS.
       77 WS-INSCR-EMP         PIC 9(14) VALUE ZEROS.
       77 WS-NSA               PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-REG           PIC 9(05) VALUE ZEROS.
       77 WS-QTD               PIC 9(06) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(10)V99 VALUE ZEROS.
       77 WS-HORA              PIC 9(08) VALUE ZEROS.
       77 WS-ARQ-REM           PIC X(12) VALUE "REMESSA.TXT".
       77 WS-QTD-SEMAPR        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEMBCO        PIC 9(05) VALUE ZEROS.

      *----- retorno do credito de salario
       77 WS-NSA-RET           PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-SAL          PIC X VALUE "N".
       88 LOTE-SAL-88            VALUE "S".
       77 WS-OCORR             PIC XX VALUE SPACES.
       77 WS-DATA-EFET         PIC X(08) VALUE SPACES.
       77 WS-QTD-PAGO          PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PAGO          PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-SKIP          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-BAIXA         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-SALDO         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FECH          PIC 9(03) VALUE ZEROS.
       77 WS-TOT-REJ           PIC 9(10)V99 VALUE ZEROS.
       77 WS-CABEC             PIC X VALUE "N".
       88 CABEC-88               VALUE "S".
       77 WS-QTD-TL            PIC 9(03) VALUE ZEROS.
       77 WS-TL                PIC 9(03) VALUE ZEROS.
       01 WS-TAB-LANC.
           03 WS-TL-ENT OCCURS 200.
               05 TL-NUM       PIC X(06).
               05 TL-COMPET    PIC 9(06).
       77 WS-PAGO              PIC 9(10)V99 VALUE ZEROS.
       77 WS-RESTA             PIC 9(10)V99 VALUE ZEROS.
       77 WS-MAIOR-PAG         PIC 9(08) VALUE ZEROS.
       77 WS-NUM-SALDO         PIC X(06) VALUE SPACES.
       01 WS-REG-SALVO         PIC X(326) VALUE SPACES.

      *----- lista de pendentes
       77 WS-QTD-PEN           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-PEN           PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-PG            PIC 9(05) VALUE ZEROS.

      *-----------------------------------------*
      * Registros CNAB 240 - credito de salario *
      * (servico 30).  Mesmo leiaute simplifi-  *
      * cado da remessa de pagamentos (53).     *
      *-----------------------------------------*
       01 REM-HEADER-ARQ.
           03 RHA-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0000".
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(09) VALUE SPACES.
           03 F                PIC X(01) VALUE "2".
           03 RHA-INSCR        PIC 9(14).
           03 F                PIC X(20) VALUE SPACES.
           03 RHA-AGENCIA      PIC X(06).
           03 RHA-CONTA        PIC X(12).
           03 F                PIC X(02) VALUE SPACES.
           03 RHA-EMPRESA      PIC X(30) VALUE "ELDORADO".
           03 RHA-NOMEBANCO    PIC X(30).
           03 F                PIC X(10) VALUE SPACES.
           03 F                PIC X(01) VALUE "1".
           03 RHA-DATA         PIC 9(08).
           03 RHA-HORA         PIC 9(06).
           03 RHA-NSA          PIC 9(06).
           03 F                PIC X(03) VALUE "103".
           03 F                PIC X(74) VALUE SPACES.

       01 REM-HEADER-LOTE.
           03 RHL-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(01) VALUE "C".
           03 F                PIC X(02) VALUE "30".
           03 F                PIC X(02) VALUE "01".
           03 F                PIC X(03) VALUE "045".
           03 F                PIC X(01) VALUE SPACES.
           03 F                PIC X(01) VALUE "2".
           03 RHL-INSCR        PIC 9(14).
           03 F                PIC X(20) VALUE SPACES.
           03 RHL-AGENCIA      PIC X(06).
           03 RHL-CONTA        PIC X(12).
           03 F                PIC X(02) VALUE SPACES.
           03 RHL-EMPRESA      PIC X(30) VALUE "ELDORADO".
           03 F                PIC X(138) VALUE SPACES.

       01 REM-SEG-A.
           03 RSA-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSA-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "A".
           03 F                PIC X(03) VALUE "000".
           03 F                PIC X(03) VALUE "018".
           03 F                PIC X(03) VALUE "000".
           03 RSA-BCO-FAV      PIC 9(03).
           03 RSA-AGEN-FAV     PIC X(06).
           03 RSA-CONTA-FAV    PIC X(11).
           03 RSA-FAVORECIDO   PIC X(30).
           03 RSA-SEUNUM       PIC X(20).
           03 RSA-DATA-PAG     PIC 9(08).
           03 F                PIC X(03) VALUE "BRL".
           03 F                PIC X(15) VALUE SPACES.
           03 RSA-VALOR        PIC 9(13)V99.
           03 F                PIC X(20) VALUE SPACES.
           03 RSA-DATA-EFET    PIC 9(08).
           03 RSA-VALOR-EFET   PIC 9(13)V99.
           03 F                PIC X(40) VALUE SPACES.
           03 RSA-INSCR-FAV    PIC 9(14).
           03 F                PIC X(09) VALUE SPACES.

       01 REM-TRAILER-LOTE.
           03 RTL-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "5".
           03 F                PIC X(09) VALUE SPACES.
           03 RTL-QTD          PIC 9(06).
           03 RTL-VALOR        PIC 9(16)V99.
           03 F                PIC X(199) VALUE SPACES.

       01 REM-TRAILER-ARQ.
           03 RTA-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "9999".
           03 F                PIC X(01) VALUE "9".
           03 F                PIC X(09) VALUE SPACES.
           03 F                PIC X(06) VALUE "000001".
           03 RTA-QTD          PIC 9(06).
           03 F                PIC X(211) VALUE SPACES.

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
           02 TITULO-DET PIC X(46).
           02 F PIC X(12) VALUE "COMPETENCIA ".
           02 COMPET-MES-DET PIC 99.
           02 f pic x value "/".
           02 COMPET-ANO-DET PIC 9(04).

       01 LINHA-REJ.
           02 f pic x(02) value spaces.
           02 F PIC X(07) VALUE "LINHA ".
           02 LINHA-REJ-NUM PIC ZZZZ9.
           02 f pic x(02) value spaces.
           02 MOTIVO-REJ PIC X(30).
           02 f pic x(02) value spaces.
           02 TRECHO-REJ PIC X(30).

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(12) VALUE "VALIDAS....:".
           02 QTD-OK-TOT PIC ZZ.ZZ9.
           02 F PIC X(14) VALUE " REJEITADAS..:".
           02 QTD-REJ-TOT PIC ZZ.ZZ9.
           02 F PIC X(10) VALUE " VALOR R$ ".
           02 VALOR-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-PEN.
           02 f pic x(02) value spaces.
           02 CPF-PEN PIC X(14).
           02 f pic x value spaces.
           02 NOME-PEN PIC X(25).
           02 f pic x value spaces.
           02 DEPTO-PEN PIC 99.
           02 f pic x value spaces.
           02 VALOR-PEN PIC Z.ZZZ.ZZ9,99.
           02 f pic x value spaces.
           02 SIT-PEN PIC X(12).
           02 f pic x value spaces.
           02 OCORR-PEN PIC X(02).

       01 LINHA-TOT-PEN.
           02 f pic x(02) value spaces.
           02 F PIC X(22) VALUE "FUNCIONARIOS A PAGAR:".
           02 QTD-PEN-TOT PIC ZZ.ZZ9.
           02 F PIC X(10) VALUE " VALOR R$ ".
           02 VALOR-PEN-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(75) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FOLHA - CREDITO SALARIO "
               BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Importa liquido (FOLHA.TXT)".
           02 LINE 09 COLUMN 10 VALUE "2-Gera remessa de salarios".
           02 LINE 10 COLUMN 10 VALUE "3-Processa retorno salarios".
           02 LINE 11 COLUMN 10 VALUE "4-Lista funcionarios a pagar".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 15 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-IMPORTA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " IMPORTA LIQUIDO DA FOLHA "
               BLINK.
           02 LINE 06 COLUMN 04 VALUE "Arquivo de entrada : FOLHA.TXT".
           02 LINE 07 COLUMN 04 VALUE "Formato: cpf|nome|banco|".
           02 LINE 07 COLUMN 28 VALUE "agencia|dv|conta|dv|valor|depto".
           02 LINE 09 COLUMN 04 VALUE "Conta p/pagamento...=".
           02 LINE 10 COLUMN 04 VALUE "Competencia.........=".
           02 LINE 10 COLUMN 25 VALUE "  /    ".
           02 LINE 10 COLUMN 35 VALUE "(mes 13 = 13o salario)".
           02 LINE 11 COLUMN 04 VALUE "Data do credito.....=".
           02 LINE 11 COLUMN 25 VALUE "  /  /    ".
           02 LINE 12 COLUMN 04 VALUE "Categoria (Cad.65)..=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-REMESSA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " REMESSA CREDITO SALARIO "
               BLINK.
           02 LINE 08 COLUMN 04 VALUE "Codigo da conta (Cad.42)....=".
           02 LINE 09 COLUMN 04 VALUE "Codigo do banco (FEBRABAN)..=".
           02 LINE 10 COLUMN 04 VALUE "CNPJ da empresa.............=".
           02 LINE 11 COLUMN 04 VALUE "Competencia (mm/aaaa).......=".
           02 LINE 11 COLUMN 34 VALUE "  /    ".
           02 LINE 12 COLUMN 04 VALUE "Numero seq. arquivo (NSA)...=".
           02 LINE 13 COLUMN 04 VALUE "Data do credito (dd/mm/aaaa)=".
           02 LINE 13 COLUMN 34 VALUE "  /  /    ".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-RETORNO.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RETORNO CREDITO SALARIO "
               BLINK.
           02 LINE 06 COLUMN 04 VALUE "Arquivo de entrada: RETORNO.TXT".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-PENDE.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " FUNCIONARIOS A PAGAR " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Competencia (mm/aaaa).......=".
           02 LINE 08 COLUMN 34 VALUE "  /    ".
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
           OPEN INPUT FUNC.
           IF FS-FUN = "35"
               DISPLAY (10 10) "!! SEM DADOS DOS FUNCIONARIOS (108) !!"
               CLOSE BANCO CONTA
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN I-O FOLITEM.
           IF FS-FOL = "30" OR FS-FOL = "35"
               CLOSE FOLITEM
               OPEN OUTPUT FOLITEM
               CLOSE FOLITEM
               OPEN I-O FOLITEM.
           OPEN I-O REMCTL.
           IF FS-RCT = "30" OR FS-RCT = "35"
               CLOSE REMCTL
               OPEN OUTPUT REMCTL
               CLOSE REMCTL
               OPEN I-O REMCTL.
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
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P02-OPCAO.
           ACCEPT (15 24) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               GO TO P02-OPCAO.
           IF WS-OPCAO = 0
               PERFORM P-FIM.
           IF WS-OPCAO = 1
               PERFORM P-IMPORTA THRU P-IMPORTA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-REMESSA THRU P-REMESSA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-RETORNO THRU P-RETORNO-FIM.
           IF WS-OPCAO = 4
               PERFORM P-PENDENTES THRU P-PENDENTES-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Importa o liquido da folha.  Cada   *
      * linha e' conferida com o cadastro de    *
      * funcionarios (108); qualquer rejeicao   *
      * recusa a folha inteira.  Aceita, gera   *
      * um lancamento por depto em BCO.DAT e as *
      * linhas por funcionario em FOLITEM.DAT.  *
      *-----------------------------------------*
       P-IMPORTA.
           DISPLAY TELA-IMPORTA.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CONTA = 00 , Sai da Importacao".
       P-IMPORTA-CONTA.
           MOVE ZEROS TO WS-N-CONTA.
           ACCEPT (09 25) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P-IMPORTA-FIM.
           MOVE WS-N-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-IMPORTA-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-CONTA.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (09 30) NOME-CONTA.
       P-IMPORTA-COMPET.
           ACCEPT (10 25) WS-CP-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (10 28) WS-CP-ANO WITH PROMPT AUTO-SKIP.
           IF WS-CP-MES = ZEROS OR WS-CP-MES > 13 OR WS-CP-ANO = ZEROS
               DISPLAY (21 04) "!! Competencia Invalida !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-COMPET.
      *----- competencia ja importada nao entra de novo
           PERFORM P-JA-IMPORTADA THRU P-JA-IMPORTADA-EXIT.
           IF DUPLICADA-88
               DISPLAY (21 04) "!! COMPETENCIA JA IMPORTADA !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-IMPORTA-FIM.
       P-IMPORTA-CREDITO.
           ACCEPT (11 25) WS-CR-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (11 28) WS-CR-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (11 31) WS-CR-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-VALIDA-CREDITO THRU P-VALIDA-CREDITO-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               DISPLAY (21 04) "!! " WS-ERRO-TXT " !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-CREDITO.
      *----- mes ja fechado (87) nao recebe a folha
           MOVE WS-CR-ANO TO WS-FCH-T-ANO.
           MOVE WS-CR-MES TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               DISPLAY (21 04) "!! MES JA FECHADO (87) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-IMPORTA-CREDITO.
       P-IMPORTA-CATEG.
           MOVE ZEROS TO WS-CATEG.
           ACCEPT (12 25) WS-CATEG WITH PROMPT AUTO-SKIP.
           IF WS-CATEG = ZEROS OR NOT CATEG-OK-88
               GO TO P-IMPORTA-ABRE.
           MOVE WS-CATEG TO COD-CATEG.
           READ CATEG
               INVALID KEY
                   DISPLAY (21 04) "!! Categoria Nao Cadastrada !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-IMPORTA-CATEG.
           DISPLAY (12 30) NOME-CATEG.
       P-IMPORTA-ABRE.
           OPEN INPUT IMPORTA.
           IF FS-IMP = "35"
               DISPLAY (21 04) "!! ARQUIVO FOLHA.TXT INEXISTENTE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-IMPORTA-FIM.
           OPEN OUTPUT RELATO.
           MOVE "IMPORTACAO LIQUIDO DA FOLHA - REJEITADOS"
               TO TITULO-DET.
           PERFORM P-IMP-CABEC.

      *----- fase 1: so valida e lista rejeicoes
           MOVE 1 TO WS-FASE.
           MOVE ZEROS TO WS-QTD-CPF.
           INITIALIZE WS-TAB-DEP.
           DISPLAY (21 04) "Validando...".
           PERFORM P-PASSA THRU P-PASSA-FIM.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-QTD-OK TO QTD-OK-TOT.
           MOVE WS-QTD-REJ TO QTD-REJ-TOT.
           MOVE WS-TOT-FOLHA TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (15 04) "Funcionarios validos:".
           DISPLAY (15 26) WS-QTD-OK.
           DISPLAY (16 04) "Linhas rejeitadas...:".
           DISPLAY (16 26) WS-QTD-REJ.
           MOVE WS-TOT-FOLHA TO WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Liquido da folha..R$:".
           DISPLAY (17 26) WS-MOSTRA-VALOR.
           IF WS-QTD-REJ > ZEROS
               DISPLAY (21 04) "!! LINHAS REJEITADAS - VEJA A LISTA !!"
               GO TO P-IMPORTA-RECUSA.
           IF WS-QTD-OK = ZEROS
               DISPLAY (21 04) "!! NADA A IMPORTAR !!"
               GO TO P-IMPORTA-RECUSA.
           DISPLAY (21 04) "Confirma a gravacao da folha ? < S/N >".
           ACCEPT (21 44) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               DISPLAY (21 04) "!! IMPORTACAO CANCELADA - NADA GRAVADO"
               GO TO P-IMPORTA-RECUSA.

      *----- fase 2: um lancamento por depto + linhas
           PERFORM P-GRAVA-LANCS THRU P-GRAVA-LANCS-EXIT.
           MOVE 2 TO WS-FASE.
           CLOSE IMPORTA.
           OPEN INPUT IMPORTA.
           DISPLAY (21 04) "Gravando...".
           PERFORM P-PASSA THRU P-PASSA-FIM.
           CLOSE IMPORTA.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (18 04) "Lanctos por depto...:".
           DISPLAY (18 26) WS-QTD-LANC.
           DISPLAY (21 04) "!! < Folha Importada - gere a remessa (2)"
               " > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-IMPORTA-FIM.
       P-IMPORTA-RECUSA.
           CLOSE IMPORTA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-IMPORTA-FIM.
           EXIT.

      *-----------------------------------------*
      * Passa o FOLHA.TXT inteiro; o que fazer  *
      * com cada linha depende de WS-FASE.      *
      *-----------------------------------------*
       P-PASSA.
           MOVE ZEROS TO WS-LINHA WS-QTD-OK WS-QTD-REJ WS-TOT-FOLHA.
       P-PASSA-LER.
           READ IMPORTA
               AT END GO TO P-PASSA-FIM.
           ADD 1 TO WS-LINHA.
           IF REG-IMP = SPACES
               GO TO P-PASSA-LER.
           PERFORM P-VALIDA-LINHA THRU P-VALIDA-LINHA-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               ADD 1 TO WS-QTD-REJ
               IF NOT FASE-GRAVA-88
                   MOVE WS-LINHA TO LINHA-REJ-NUM
                   MOVE WS-ERRO-TXT TO MOTIVO-REJ
                   MOVE REG-IMP(1:30) TO TRECHO-REJ
                   WRITE REG-RELATO FROM LINHA-REJ
                   GO TO P-PASSA-LER
               ELSE
                   GO TO P-PASSA-LER.
           ADD 1 TO WS-QTD-OK.
           ADD WS-N-VALOR TO WS-TOT-FOLHA.
           IF FASE-GRAVA-88
               PERFORM P-GRAVA-ITEM
           ELSE
               ADD WS-N-VALOR TO TD-VALOR(WS-N-DEPTO)
               ADD 1 TO TD-QTD(WS-N-DEPTO).
           GO TO P-PASSA-LER.
       P-PASSA-FIM.
           EXIT.

      *-----------------------------------------*
      * Valida uma linha; WS-ERRO-TXT = spaces  *
      * quando a linha esta boa.  O cadastro do *
      * funcionario (108) fica lido em REG-FUNC.*
      *-----------------------------------------*
       P-VALIDA-LINHA.
           MOVE SPACES TO WS-ERRO-TXT.
           MOVE SPACES TO WS-IMP-CPF WS-IMP-NOME WS-IMP-BANCO
               WS-IMP-AGEN WS-IMP-DVAG WS-IMP-CONTA WS-IMP-DVCT
               WS-IMP-VALOR WS-IMP-DEPTO.
           UNSTRING REG-IMP DELIMITED BY "|"
               INTO WS-IMP-CPF WS-IMP-NOME WS-IMP-BANCO WS-IMP-AGEN
                    WS-IMP-DVAG WS-IMP-CONTA WS-IMP-DVCT
                    WS-IMP-VALOR WS-IMP-DEPTO.
           IF WS-IMP-CPF NOT NUMERIC
               MOVE "CPF NAO NUMERICO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE SPACES TO WS-INSCR-X.
           MOVE WS-IMP-CPF TO WS-INSCR-X(1:11).
           MOVE "N" TO WS-INSCR-OK.
           PERFORM P-DV-CPF THRU P-DV-CPF-EXIT.
           IF NOT INSCR-OK-88
               MOVE "CPF INVALIDO (DV)" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-CPF TO WS-N-CPF.
           MOVE WS-N-CPF TO FUN-CPF.
           READ FUNC
               INVALID KEY
                   MOVE "CPF SEM CADASTRO (108)" TO WS-ERRO-TXT
                   GO TO P-VALIDA-LINHA-EXIT.
           IF FUN-SIT NOT = "A"
               MOVE "FUNCIONARIO DESLIGADO (108)" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
      *----- conta do arquivo tem de ser a mesma do cadastro
           IF WS-IMP-BANCO NOT NUMERIC OR WS-IMP-AGEN NOT NUMERIC
                                       OR WS-IMP-CONTA NOT NUMERIC
               MOVE "DADOS BANCARIOS NAO NUMERICOS" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-BANCO TO WS-N-BANCO.
           MOVE WS-IMP-AGEN TO WS-N-AGEN.
           MOVE WS-IMP-CONTA TO WS-N-CTA.
           IF WS-IMP-DVAG = "x"
               MOVE "X" TO WS-IMP-DVAG.
           IF WS-IMP-DVCT = "x"
               MOVE "X" TO WS-IMP-DVCT.
           IF WS-N-BANCO NOT = FUN-BANCO OR WS-N-AGEN NOT = FUN-AGENCIA
                              OR WS-IMP-DVAG NOT = FUN-DV-AGEN
                              OR WS-N-CTA NOT = FUN-CONTA
                              OR WS-IMP-DVCT NOT = FUN-DV-CONTA
               MOVE "CONTA DIFERE DO CADASTRO (108)" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-VALOR NOT NUMERIC
               MOVE "VALOR NAO NUMERICO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-VALOR TO WS-N-VALOR(1:10).
           IF WS-N-VALOR = ZEROS
               MOVE "VALOR ZERADO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-DEPTO NOT NUMERIC
               MOVE "DEPTO NAO NUMERICO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           MOVE WS-IMP-DEPTO TO WS-N-DEPTO.
           IF WS-N-DEPTO = ZEROS
               MOVE "DEPTO ZERADO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF DEPTO-OK-88
               MOVE WS-N-DEPTO TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       MOVE "DEPTO NAO CADASTRADO (38)" TO WS-ERRO-TXT
                       GO TO P-VALIDA-LINHA-EXIT.
           IF WS-IMP-NOME = SPACES
               MOVE FUN-NOME TO WS-IMP-NOME.
           IF FASE-GRAVA-88
               GO TO P-VALIDA-LINHA-EXIT.
      *----- o mesmo funcionario duas vezes no arquivo
           PERFORM P-CPF-REPETIDO THRU P-CPF-REPETIDO-EXIT.
           IF REPETIDO-88
               MOVE "CPF REPETIDO NO ARQUIVO" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           IF WS-QTD-CPF NOT < 3000
               MOVE "FOLHA C/MAIS DE 3000 LINHAS" TO WS-ERRO-TXT
               GO TO P-VALIDA-LINHA-EXIT.
           ADD 1 TO WS-QTD-CPF.
           MOVE WS-N-CPF TO TCPF(WS-QTD-CPF).
       P-VALIDA-LINHA-EXIT.
           EXIT.

       P-CPF-REPETIDO.
           MOVE "N" TO WS-REPETIDO.
           MOVE 1 TO WS-IDX.
       P-CPF-REPETIDO-LOOP.
           IF WS-IDX > WS-QTD-CPF
               GO TO P-CPF-REPETIDO-EXIT.
           IF TCPF(WS-IDX) = WS-N-CPF
               MOVE "S" TO WS-REPETIDO
               GO TO P-CPF-REPETIDO-EXIT.
           ADD 1 TO WS-IDX.
           GO TO P-CPF-REPETIDO-LOOP.
       P-CPF-REPETIDO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Data do credito digitada; WS-ERRO-TXT = *
      * spaces quando a data esta boa.          *
      *-----------------------------------------*
       P-VALIDA-CREDITO.
           MOVE SPACES TO WS-ERRO-TXT.
           MOVE WS-CR-MES TO WS-N-MES.
           MOVE WS-CR-ANO TO WS-N-ANO.
           IF WS-N-MES = ZEROS OR WS-N-MES > 12 OR WS-N-ANO = ZEROS
               MOVE "Data Invalida" TO WS-ERRO-TXT
               GO TO P-VALIDA-CREDITO-EXIT.
           PERFORM P-VERIFICA-DIA.
           IF WS-CR-DIA = ZEROS OR WS-CR-DIA > WS-MAX-DIA
               MOVE "Data Invalida" TO WS-ERRO-TXT.
       P-VALIDA-CREDITO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Competencia ja tem linhas em FOLITEM.   *
      *-----------------------------------------*
       P-JA-IMPORTADA.
           MOVE "N" TO WS-DUPLICADA.
           MOVE WS-COMPET TO FOL-COMPET.
           MOVE ZEROS TO FOL-CPF.
           START FOLITEM KEY IS NOT LESS THAN FOL-CHAVE
               INVALID KEY GO TO P-JA-IMPORTADA-EXIT.
           READ FOLITEM NEXT RECORD
               AT END GO TO P-JA-IMPORTADA-EXIT.
           IF FOL-COMPET = WS-COMPET
               MOVE "S" TO WS-DUPLICADA.
       P-JA-IMPORTADA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Um lancamento por depto com o liquido   *
      * somado (TIPO-CHE "S" - folha): sai so   *
      * pela remessa de salarios desta opcao 2. *
      *-----------------------------------------*
       P-GRAVA-LANCS.
           MOVE ZEROS TO WS-QTD-LANC.
           PERFORM P-GERA-CODIGO.
           MOVE 1 TO WS-DEP.
       P-GRAVA-LANCS-LOOP.
           IF WS-DEP > 99
               GO TO P-GRAVA-LANCS-EXIT.
           MOVE SPACES TO TD-LANC(WS-DEP).
           IF TD-VALOR(WS-DEP) > ZEROS
               PERFORM P-GRAVA-LANC THRU P-GRAVA-LANC-EXIT.
           ADD 1 TO WS-DEP.
           GO TO P-GRAVA-LANCS-LOOP.
       P-GRAVA-LANCS-EXIT.
           EXIT.

       P-GRAVA-LANC.
           ADD 1 TO WS-NUM.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-NOME-CONTA TO CONTA-CHE.
           MOVE "FOLHA" TO DESCRI-CHE.
           MOVE SPACES TO DESCRI2-CHE.
           STRING "LIQ " WS-CP-MES "/" WS-CP-ANO " D" WS-DEP(2:2)
               DELIMITED BY SIZE INTO DESCRI2-CHE.
           MOVE WS-CR-DIA TO DIA-CHE.
           MOVE WS-CR-MES TO MES-CHE.
           MOVE WS-CR-ANO TO ANO-CHE.
           MOVE TD-VALOR(WS-DEP) TO VALOR-CHE.
           MOVE SPACES TO OBS-CHE.
           MOVE WS-DEP(2:2) TO OBS-CHE(1:2).
           MOVE ZEROS TO INSCR-CHE.
           MOVE ZEROS TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           MOVE ZEROS TO PARC-NUM-CHE PARC-TOT-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE ZEROS TO ALINEA-CHE DATA-DEV-CHE.
           MOVE SPACES TO LIGA-CHE.
           MOVE ZEROS TO FOLHA-CHE.
           MOVE "S" TO TIPO-CHE.
           MOVE SPACES TO FORN-CHE.
           MOVE VALOR-CHE TO VALOR-BRUTO-CHE.
           MOVE ZEROS TO RET-IRRF-CHE RET-ISS-CHE.
           MOVE ZEROS TO VALOR-PAGO-CHE.
           MOVE WS-CATEG TO CATEG-CHE.
           MOVE "T" TO FORMA-CHE.
           MOVE SPACES TO CODBAR-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE SPACE TO RATEIO-CHE.
           MOVE ZEROS TO EMPENHO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GRAVA-LANC-ESCREVE.
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
               GO TO P-GRAVA-LANC-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GRAVA-LANC-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO FOLITEM IMPORTA LOG
               STOP RUN.
           MOVE NUM-CHE TO TD-LANC(WS-DEP).
           ADD 1 TO WS-QTD-LANC.
           MOVE "I" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "S" TO WS-PAN-SUJO.
       P-GRAVA-LANC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha do funcionario, presa ao lancto   *
      * do depto dele, ainda a enviar.          *
      *-----------------------------------------*
       P-GRAVA-ITEM.
           MOVE WS-COMPET TO FOL-COMPET.
           MOVE WS-N-CPF TO FOL-CPF.
           MOVE WS-IMP-NOME TO FOL-NOME.
           MOVE WS-N-DEPTO TO FOL-DEPTO.
           MOVE FUN-BANCO TO FOL-BANCO.
           MOVE FUN-AGENCIA TO FOL-AGENCIA.
           MOVE FUN-DV-AGEN TO FOL-DV-AGEN.
           MOVE FUN-CONTA TO FOL-CONTA.
           MOVE FUN-DV-CONTA TO FOL-DV-CONTA.
           MOVE WS-N-VALOR TO FOL-VALOR.
           MOVE TD-LANC(WS-N-DEPTO) TO FOL-LANC.
           MOVE SPACE TO FOL-SIT.
           MOVE ZEROS TO FOL-CONTA-REM FOL-NSA FOL-DATA-PAG.
           MOVE SPACES TO FOL-OCORR FOL-AUTENT.
           WRITE REG-FOLITEM
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-FOL
                   CLOSE BANCO FOLITEM IMPORTA LOG
                   STOP RUN.

      *-----------------------------------------*
      * 2 - Remessa CNAB 240 de credito de      *
      * salario (servico 30) da competencia:    *
      * linhas a enviar ou recusadas antes, com *
      * a conta salario do cadastro (108).  NSA *
      * e controle (REMCTL) sao os mesmos da    *
      * remessa de pagamentos (53).             *
      *-----------------------------------------*
       P-REMESSA.
           DISPLAY TELA-REMESSA.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CONTA = 00 , Sai da Remessa".
       P-REMESSA-CONTA.
           MOVE ZEROS TO WS-N-CONTA.
           ACCEPT (08 34) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P-REMESSA-FIM.
           MOVE WS-N-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-REMESSA-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REMESSA-CONTA.
           MOVE NOME-CONTA TO WS-NOME-CONTA.
           DISPLAY (08 40) NOME-CONTA.
       P-REMESSA-DADOS.
           ACCEPT (09 34) WS-BANCO-COD WITH PROMPT AUTO-SKIP.
           IF WS-INSCR-EMP = ZEROS
               PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
           ACCEPT (10 34) WS-INSCR-EMP WITH UPDATE PROMPT AUTO-SKIP.
       P-REMESSA-COMPET.
           ACCEPT (11 34) WS-CP-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (11 37) WS-CP-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-JA-IMPORTADA THRU P-JA-IMPORTADA-EXIT.
           IF NOT DUPLICADA-88
               DISPLAY (21 04) "!! COMPETENCIA NAO IMPORTADA (1) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REMESSA-COMPET.
      *----- NSA automatico: ultimo da conta no controle + 1
           PERFORM P-PROXIMO-NSA THRU P-PROXIMO-NSA-EXIT.
           DISPLAY (12 34) WS-NSA.
       P-REMESSA-CREDITO.
           ACCEPT (13 34) WS-CR-DIA WITH PROMPT AUTO-SKIP.
           ACCEPT (13 37) WS-CR-MES WITH PROMPT AUTO-SKIP.
           ACCEPT (13 40) WS-CR-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-VALIDA-CREDITO THRU P-VALIDA-CREDITO-EXIT.
           IF WS-ERRO-TXT NOT = SPACES
               DISPLAY (21 04) "!! " WS-ERRO-TXT " !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REMESSA-CREDITO.
           DISPLAY (21 04) "Confirma a geracao da remessa ? < S/N >".
           ACCEPT (21 45) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-REMESSA-FIM.
           MOVE SPACES TO WS-ARQ-REM.
      *----- o NSA e' por conta: o nome do arquivo leva a conta
           STRING "RM" WS-N-CONTA WS-NSA(3:4) ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-REM.
           OPEN OUTPUT REMESSA.
           PERFORM P-GRAVA-HEADERS.
           MOVE ZEROS TO WS-QTD WS-TOTAL WS-SEQ-REG.
           MOVE ZEROS TO WS-QTD-SEMAPR WS-QTD-SEMBCO.
           DISPLAY (21 04) "Gerando remessa...".
           MOVE WS-COMPET TO FOL-COMPET.
           MOVE ZEROS TO FOL-CPF.
           START FOLITEM KEY IS NOT LESS THAN FOL-CHAVE
               INVALID KEY GO TO P-REMESSA-FECHA.
       P-REMESSA-LER.
           READ FOLITEM NEXT RECORD
               AT END GO TO P-REMESSA-FECHA.
           IF FOL-COMPET NOT = WS-COMPET
               GO TO P-REMESSA-FECHA.
      *----- so linha a enviar ou recusada; enviada aguarda o
      *----- retorno (evita credito em dobro)
           IF FOL-SIT NOT = SPACE AND FOL-SIT NOT = "R"
               GO TO P-REMESSA-LER.
           MOVE FOL-LANC TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-REMESSA-LER.
           IF CONTA-CHE NOT = WS-NOME-CONTA
               GO TO P-REMESSA-LER.
           IF DATA-CONF NOT = ZEROS OR DESCRI-CHE = "NULO "
               GO TO P-REMESSA-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               ADD 1 TO WS-QTD-SEMAPR
               GO TO P-REMESSA-LER.
      *----- credita na conta salario do cadastro (108) de hoje:
      *----- a recusada vai de novo com a conta ja corrigida
           MOVE FOL-CPF TO FUN-CPF.
           READ FUNC
               INVALID KEY
                   MOVE "D" TO FUN-SIT.
           IF FUN-SIT NOT = "A"
               ADD 1 TO WS-QTD-SEMBCO
               GO TO P-REMESSA-LER.
           MOVE FUN-BANCO TO FOL-BANCO.
           MOVE FUN-AGENCIA TO FOL-AGENCIA.
           MOVE FUN-DV-AGEN TO FOL-DV-AGEN.
           MOVE FUN-CONTA TO FOL-CONTA.
           MOVE FUN-DV-CONTA TO FOL-DV-CONTA.
           PERFORM P-GRAVA-SEG-A.
           ADD 1 TO WS-QTD.
           ADD FOL-VALOR TO WS-TOTAL.
           MOVE "E" TO FOL-SIT.
           MOVE WS-N-CONTA TO FOL-CONTA-REM.
           MOVE WS-NSA TO FOL-NSA.
           MOVE SPACES TO FOL-OCORR.
           REWRITE REG-FOLITEM
               INVALID KEY
                   CONTINUE.
      *----- amarra o lancamento a remessa que o levou
           IF REMESSA-CHE NOT = WS-NSA
               PERFORM P-AMARRA-REMESSA.
           GO TO P-REMESSA-LER.
       P-REMESSA-FECHA.
           PERFORM P-GRAVA-TRAILERS.
           CLOSE REMESSA.
           IF WS-QTD > ZEROS
               PERFORM P-GRAVA-REMCTL.
           DISPLAY (01 01) ERASE.
           DISPLAY (08 04) "Funcionarios na remessa.:".
           DISPLAY (08 30) WS-QTD.
           MOVE WS-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Valor total..........R$ :".
           DISPLAY (09 30) WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Arquivo gerado..........:".
           DISPLAY (10 30) WS-ARQ-REM.
           IF WS-QTD-SEMAPR > ZEROS
               DISPLAY (11 04) "Lancto s/aprovacao (70).:"
               DISPLAY (11 30) WS-QTD-SEMAPR.
           IF WS-QTD-SEMBCO > ZEROS
               DISPLAY (12 04) "Func. inativo (108-fora):"
               DISPLAY (12 30) WS-QTD-SEMBCO.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-REMESSA-FIM.
           EXIT.

       P-AMARRA-REMESSA.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE WS-NSA TO REMESSA-CHE.
           REWRITE REG-BCO
               INVALID KEY
                   CONTINUE.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.

      *-----------------------------------------*
       P-GRAVA-HEADERS.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-BANCO-COD TO RHA-BANCO RHL-BANCO.
           MOVE WS-INSCR-EMP TO RHA-INSCR RHL-INSCR.
           MOVE AGENCIA-CONTA TO RHA-AGENCIA RHL-AGENCIA.
           MOVE NUMCONTA-CONTA TO RHA-CONTA RHL-CONTA.
           MOVE BANCO-CONTA TO RHA-NOMEBANCO.
           MOVE ZEROS TO RHA-DATA.
           MOVE DIA TO RHA-DATA(1:2).
           MOVE MES TO RHA-DATA(3:2).
           MOVE ANO TO RHA-DATA(5:4).
           MOVE WS-HORA(1:6) TO RHA-HORA.
           MOVE WS-NSA TO RHA-NSA.
           WRITE REG-REMESSA FROM REM-HEADER-ARQ.
           WRITE REG-REMESSA FROM REM-HEADER-LOTE.

      *-----------------------------------------*
      * Seg.A do funcionario: seu-numero "FL" + *
      * competencia + CPF, p/o retorno achar a  *
      * linha.                                  *
      *-----------------------------------------*
       P-GRAVA-SEG-A.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSA-BANCO.
           MOVE WS-SEQ-REG TO RSA-SEQ.
           MOVE FOL-BANCO TO RSA-BCO-FAV.
           MOVE SPACES TO RSA-AGEN-FAV.
           MOVE FOL-AGENCIA TO RSA-AGEN-FAV(1:4).
           MOVE FOL-DV-AGEN TO RSA-AGEN-FAV(5:1).
           MOVE SPACES TO RSA-CONTA-FAV.
           MOVE FOL-CONTA TO RSA-CONTA-FAV(1:10).
           MOVE FOL-DV-CONTA TO RSA-CONTA-FAV(11:1).
           MOVE FOL-NOME TO RSA-FAVORECIDO.
           MOVE SPACES TO RSA-SEUNUM.
           STRING "FL" FOL-COMPET FOL-CPF
               DELIMITED BY SIZE INTO RSA-SEUNUM.
           MOVE ZEROS TO RSA-DATA-PAG.
           MOVE WS-CR-DIA TO RSA-DATA-PAG(1:2).
           MOVE WS-CR-MES TO RSA-DATA-PAG(3:2).
           MOVE WS-CR-ANO TO RSA-DATA-PAG(5:4).
           MOVE FOL-VALOR TO RSA-VALOR.
           MOVE ZEROS TO RSA-DATA-EFET RSA-VALOR-EFET.
           MOVE FOL-CPF TO RSA-INSCR-FAV.
           WRITE REG-REMESSA FROM REM-SEG-A.

       P-GRAVA-TRAILERS.
           MOVE WS-BANCO-COD TO RTL-BANCO RTA-BANCO.
           COMPUTE RTL-QTD = WS-QTD + 2.
           MOVE WS-TOTAL TO RTL-VALOR.
           WRITE REG-REMESSA FROM REM-TRAILER-LOTE.
           COMPUTE RTA-QTD = WS-QTD + 4.
           WRITE REG-REMESSA FROM REM-TRAILER-ARQ.

      *-----------------------------------------*
      * Proximo NSA da conta pelo controle, so' *
      * com as remessas da empresa do login (o  *
      * NSA seguinte, se ja' gravado por outra  *
      * empresa, tambem e' pulado).             *
      *-----------------------------------------*
       P-PROXIMO-NSA.
           MOVE ZEROS TO WS-NSA.
           MOVE WS-N-CONTA TO REM-CONTA.
           MOVE ZEROS TO REM-NSA.
           START REMCTL KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-RCT.
           PERFORM P-PROXIMO-NSA-LER UNTIL FS-RCT = "10".
           ADD 1 TO WS-NSA.
       P-PROXIMO-NSA-EXIT.
           EXIT.

       P-PROXIMO-NSA-LER.
           READ REMCTL NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-RCT = "10"
               NEXT SENTENCE
           ELSE
               IF REM-CONTA NOT = WS-N-CONTA
                   MOVE "10" TO FS-RCT
               ELSE
                   IF REM-NSA > WS-NSA
                       AND (REM-EMPR = WS-EMPR-SES
                            OR REM-NSA = WS-NSA + 1)
                       MOVE REM-NSA TO WS-NSA.

      *-----------------------------------------*
      * Registra a remessa gerada no controle.  *
      *-----------------------------------------*
       P-GRAVA-REMCTL.
           MOVE WS-N-CONTA TO REM-CONTA.
           MOVE WS-NSA TO REM-NSA.
           MOVE ZEROS TO REM-DATA.
           MOVE ANO TO REM-DATA(1:4).
           MOVE MES TO REM-DATA(5:2).
           MOVE DIA TO REM-DATA(7:2).
           MOVE WS-HORA(1:6) TO REM-HORA.
           MOVE WS-QTD TO REM-QTD.
           MOVE WS-TOTAL TO REM-TOTAL.
           MOVE "G" TO REM-SIT.
           MOVE WS-ARQ-REM TO REM-ARQ.
           MOVE WS-EMPR-SES TO REM-EMPR.
           WRITE REG-REMCTL
               INVALID KEY
                   REWRITE REG-REMCTL
                       INVALID KEY
                           CONTINUE.

      *-----------------------------------------*
      * 3 - Retorno do credito de salario: cada *
      * seg.A marca a linha do funcionario paga *
      * ou recusada.  No fim, cada lancto de    *
      * depto tocado e' acertado: tudo pago =   *
      * baixa; parte paga = baixa do pago e o   *
      * saldo reabre em lancto novo (LIGA-CHE), *
      * como na baixa parcial (05).  Recusados  *
      * saem na lista de funcionarios a pagar.  *
      *-----------------------------------------*
       P-RETORNO.
           DISPLAY TELA-RETORNO.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CONTA = 00 , Sai do Retorno".
       P-RETORNO-CONTA.
           MOVE ZEROS TO WS-N-CONTA.
           DISPLAY (08 04) "Conta do retorno (Cad.42)... :".
           ACCEPT (08 36) WS-N-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-N-CONTA = ZEROS
               GO TO P-RETORNO-FIM.
           MOVE WS-N-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-RETORNO-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-RETORNO-CONTA.
           DISPLAY (08 40) NOME-CONTA.
           OPEN INPUT RETORNO.
           IF FS-RET = "35"
               DISPLAY (21 04) "!! ARQUIVO RETORNO.TXT INEXISTENTE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-RETORNO-FIM.
           MOVE ZEROS TO WS-NSA-RET WS-QTD-PAGO WS-TOT-PAGO.
           MOVE ZEROS TO WS-QTD-REJ WS-TOT-REJ WS-QTD-SKIP.
           MOVE ZEROS TO WS-QTD-TL WS-QTD-BAIXA WS-QTD-SALDO.
           MOVE ZEROS TO WS-QTD-FECH.
           MOVE "N" TO WS-LOTE-SAL WS-CABEC.
           MOVE ZEROS TO WS-COMPET.
           OPEN OUTPUT RELATO.
           DISPLAY (21 04) "Processando retorno...".
       P-RETORNO-LER.
           READ RETORNO
               AT END GO TO P-RETORNO-ACERTA.
           IF REG-RET(8:1) = "0"
               MOVE REG-RET(158:6) TO WS-NSA-RET
               GO TO P-RETORNO-LER.
      *----- so lote de credito de salario (servico 30); o de
      *----- pagamentos e' do retorno 54
           IF REG-RET(8:1) = "1"
               IF REG-RET(10:2) = "30"
                   MOVE "S" TO WS-LOTE-SAL
                   GO TO P-RETORNO-LER
               ELSE
                   GO TO P-RETORNO-RECUSA.
           IF REG-RET(8:1) NOT = "3" OR REG-RET(14:1) NOT = "A"
               GO TO P-RETORNO-LER.
           IF NOT LOTE-SAL-88
               GO TO P-RETORNO-RECUSA.
           PERFORM P-RETORNO-DET THRU P-RETORNO-DET-EXIT.
           GO TO P-RETORNO-LER.
       P-RETORNO-RECUSA.
           CLOSE RETORNO RELATO.
           DISPLAY (21 04) "!! NAO E RETORNO DE SALARIOS - USE O 54 !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-RETORNO-FIM.
       P-RETORNO-ACERTA.
           CLOSE RETORNO.
           PERFORM P-ACERTA-LANCS THRU P-ACERTA-LANCS-EXIT.
           PERFORM P-CONFIRMA-REMCTL THRU P-CONFIRMA-REMCTL-EXIT.
           IF CABEC-88
               MOVE WS-QTD-REJ TO QTD-PEN-TOT
               MOVE WS-TOT-REJ TO VALOR-PEN-TOT
               WRITE REG-RELATO FROM LINHA-TRACO
               WRITE REG-RELATO FROM LINHA-TOT-PEN
               WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
      *----- CPFs que sairam inteiros: um registro no log
           IF WS-LGPD-QTD > ZEROS
               MOVE "W" TO WS-LGPD-ACAO
               MOVE WS-LGPD-QTD TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM
               MOVE ZEROS TO WS-LGPD-QTD.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (10 04) "Retorno NSA.........:".
           DISPLAY (10 26) WS-NSA-RET.
           DISPLAY (11 04) "Funcionarios pagos..:".
           DISPLAY (11 26) WS-QTD-PAGO.
           MOVE WS-TOT-PAGO TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Valor pago........R$:".
           DISPLAY (12 26) WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Recusados (a pagar).:".
           DISPLAY (13 26) WS-QTD-REJ.
           MOVE WS-TOT-REJ TO WS-MOSTRA-VALOR.
           DISPLAY (14 04) "Valor recusado....R$:".
           DISPLAY (14 26) WS-MOSTRA-VALOR.
           DISPLAY (15 04) "Pulados (ja feitos).:".
           DISPLAY (15 26) WS-QTD-SKIP.
           DISPLAY (16 04) "Lanctos baixados....:".
           DISPLAY (16 26) WS-QTD-BAIXA.
           DISPLAY (17 04) "Saldos reabertos....:".
           DISPLAY (17 26) WS-QTD-SALDO.
           IF WS-QTD-FECH > ZEROS
               DISPLAY (18 04) "Mes fechado (87)....:"
               DISPLAY (18 26) WS-QTD-FECH.
           IF WS-QTD-REJ > ZEROS
               DISPLAY (21 04) "!! RECUSADOS NA LISTA - CORRIJA NO 108"
                   " E REENVIE (2) !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-RETORNO-FIM.
           EXIT.

      *-----------------------------------------*
      * Seg.A do retorno: seu-numero (74) traz  *
      * "FL" + competencia + CPF; ocorrencia em *
      * 231, data efetiva (ddmmaaaa) em 155 e   *
      * autenticacao em 193.                    *
      *-----------------------------------------*
       P-RETORNO-DET.
           MOVE REG-RET(231:2) TO WS-OCORR.
           MOVE SPACES TO CPF-PEN.
           MOVE SPACES TO NOME-PEN.
           MOVE ZEROS TO DEPTO-PEN VALOR-PEN.
           MOVE WS-OCORR TO OCORR-PEN.
           IF REG-RET(74:2) NOT = "FL" OR REG-RET(76:17) NOT NUMERIC
               ADD 1 TO WS-QTD-REJ
               MOVE "NAO E DA FOLHA" TO SIT-PEN
               PERFORM P-IMPRIME-PEN
               GO TO P-RETORNO-DET-EXIT.
           MOVE REG-RET(76:6) TO FOL-COMPET.
           MOVE REG-RET(82:11) TO FOL-CPF.
           READ FOLITEM
               INVALID KEY
                   ADD 1 TO WS-QTD-REJ
                   MOVE FOL-CPF TO WS-LGPD-INSCR
                   PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM
                   MOVE WS-LGPD-MASC TO CPF-PEN
                   MOVE "SEM LINHA" TO SIT-PEN
                   PERFORM P-IMPRIME-PEN
                   GO TO P-RETORNO-DET-EXIT.
           IF WS-COMPET = ZEROS
               MOVE FOL-COMPET TO WS-COMPET.
      *----- paga numa rodada anterior sem o lancto acertado
      *----- (mes fechado, p.ex.): tenta o acerto de novo
           IF FOL-SIT = "P"
               ADD 1 TO WS-QTD-SKIP
               PERFORM P-GUARDA-LANC THRU P-GUARDA-LANC-EXIT
               GO TO P-RETORNO-DET-EXIT.
           IF FOL-SIT NOT = "E"
               ADD 1 TO WS-QTD-SKIP
               GO TO P-RETORNO-DET-EXIT.
           MOVE WS-OCORR TO FOL-OCORR.
           IF WS-OCORR NOT = "00" AND WS-OCORR NOT = "BD"
               MOVE "R" TO FOL-SIT
               REWRITE REG-FOLITEM
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-QTD-REJ
               ADD FOL-VALOR TO WS-TOT-REJ
               MOVE "RECUSADO" TO SIT-PEN
               PERFORM P-IMPRIME-PEN
               GO TO P-RETORNO-DET-EXIT.
           MOVE REG-RET(155:8) TO WS-DATA-EFET.
           IF WS-DATA-EFET NOT NUMERIC OR WS-DATA-EFET = "00000000"
               MOVE WS-DATA TO FOL-DATA-PAG
           ELSE
               MOVE WS-DATA-EFET(5:4) TO FOL-DATA-PAG(1:4)
               MOVE WS-DATA-EFET(3:2) TO FOL-DATA-PAG(5:2)
               MOVE WS-DATA-EFET(1:2) TO FOL-DATA-PAG(7:2).
           MOVE REG-RET(193:20) TO FOL-AUTENT.
           MOVE "P" TO FOL-SIT.
           REWRITE REG-FOLITEM
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-QTD-PAGO.
           ADD FOL-VALOR TO WS-TOT-PAGO.
           PERFORM P-GUARDA-LANC THRU P-GUARDA-LANC-EXIT.
       P-RETORNO-DET-EXIT.
           EXIT.

      *-----------------------------------------*
      * Guarda (sem repetir) o lancto de depto  *
      * da linha p/o acerto no fim do retorno.  *
      *-----------------------------------------*
       P-GUARDA-LANC.
           MOVE 1 TO WS-TL.
       P-GUARDA-LANC-LOOP.
           IF WS-TL > WS-QTD-TL
               GO TO P-GUARDA-LANC-NOVO.
           IF TL-NUM(WS-TL) = FOL-LANC
               GO TO P-GUARDA-LANC-EXIT.
           ADD 1 TO WS-TL.
           GO TO P-GUARDA-LANC-LOOP.
       P-GUARDA-LANC-NOVO.
           IF WS-QTD-TL NOT < 200
               GO TO P-GUARDA-LANC-EXIT.
           ADD 1 TO WS-QTD-TL.
           MOVE FOL-LANC TO TL-NUM(WS-QTD-TL).
           MOVE FOL-COMPET TO TL-COMPET(WS-QTD-TL).
       P-GUARDA-LANC-EXIT.
           EXIT.

       P-ACERTA-LANCS.
           MOVE 1 TO WS-TL.
       P-ACERTA-LANCS-LOOP.
           IF WS-TL > WS-QTD-TL
               GO TO P-ACERTA-LANCS-EXIT.
           PERFORM P-ACERTA-LANC THRU P-ACERTA-LANC-EXIT.
           ADD 1 TO WS-TL.
           GO TO P-ACERTA-LANCS-LOOP.
       P-ACERTA-LANCS-EXIT.
           EXIT.

      *-----------------------------------------*
      * Acerta um lancto de depto pelas linhas  *
      * dele: pago (P) e ainda a pagar.         *
      *-----------------------------------------*
       P-ACERTA-LANC.
           MOVE TL-NUM(WS-TL) TO NUM-CHE.
           READ BANCO
               INVALID KEY
                   GO TO P-ACERTA-LANC-EXIT.
           IF DATA-CONF NOT = ZEROS
               GO TO P-ACERTA-LANC-EXIT.
           PERFORM P-SOMA-LINHAS THRU P-SOMA-LINHAS-EXIT.
           IF WS-PAGO = ZEROS
               GO TO P-ACERTA-LANC-EXIT.
      *----- mes ja fechado (87) nao aceita baixa: as linhas
      *----- ficam pagas e o acerto volta no proximo retorno
           MOVE ANO-CHE TO WS-FCH-T-ANO.
           MOVE MES-CHE TO WS-FCH-T-MES.
           PERFORM P-TESTA-FECHADO THRU P-TESTA-FECHADO-EXIT.
           IF FECHADO-88
               ADD 1 TO WS-QTD-FECH
               GO TO P-ACERTA-LANC-EXIT.
           MOVE WS-MAIOR-PAG(7:2) TO WS-DIA-CONF.
           MOVE WS-MAIOR-PAG(5:2) TO WS-MES-CONF.
           MOVE WS-MAIOR-PAG(3:2) TO WS-ANO-CONF.
           MOVE REG-BCO TO WS-REG-SALVO.
           MOVE REG-BCO TO WS-JRN-ANTES.
           IF WS-RESTA > ZEROS
               MOVE WS-PAGO TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE WS-DATA-CONF TO DATA-CONF.
           MOVE VALOR-CHE TO VALOR-PAGO-CHE.
           MOVE WS-OPERADOR TO ALTERADO-POR.
           MOVE WS-DATA TO ALTERADO-DATA.
      *----- ja foi p/contabilidade: marca p/re-exportar (67)
           IF EXPORT-CHE = "S"
               MOVE "R" TO EXPORT-CHE.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BANCO FOLITEM RELATO LOG
                   STOP RUN.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "A" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "S" TO WS-PAN-SUJO.
           ADD 1 TO WS-QTD-BAIXA.
           MOVE SPACES TO WS-NUM-SALDO.
           IF WS-RESTA > ZEROS
               PERFORM P-GRAVA-SALDO THRU P-GRAVA-SALDO-EXIT.
           PERFORM P-MARCA-LINHAS THRU P-MARCA-LINHAS-EXIT.
       P-ACERTA-LANC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Soma as linhas do lancto TL-NUM: pagas  *
      * em WS-PAGO, a pagar em WS-RESTA.        *
      *-----------------------------------------*
       P-SOMA-LINHAS.
           MOVE ZEROS TO WS-PAGO WS-RESTA WS-MAIOR-PAG.
           MOVE TL-COMPET(WS-TL) TO FOL-COMPET.
           MOVE ZEROS TO FOL-CPF.
           START FOLITEM KEY IS NOT LESS THAN FOL-CHAVE
               INVALID KEY GO TO P-SOMA-LINHAS-EXIT.
       P-SOMA-LINHAS-LER.
           READ FOLITEM NEXT RECORD
               AT END GO TO P-SOMA-LINHAS-EXIT.
           IF FOL-COMPET NOT = TL-COMPET(WS-TL)
               GO TO P-SOMA-LINHAS-EXIT.
           IF FOL-LANC NOT = TL-NUM(WS-TL) OR FOL-SIT = "B"
               GO TO P-SOMA-LINHAS-LER.
           IF FOL-SIT = "P"
               ADD FOL-VALOR TO WS-PAGO
               IF FOL-DATA-PAG > WS-MAIOR-PAG
                   MOVE FOL-DATA-PAG TO WS-MAIOR-PAG
                   GO TO P-SOMA-LINHAS-LER
               ELSE
                   GO TO P-SOMA-LINHAS-LER.
           ADD FOL-VALOR TO WS-RESTA.
           GO TO P-SOMA-LINHAS-LER.
       P-SOMA-LINHAS-EXIT.
           EXIT.

      *-----------------------------------------*
      * Saldo a pagar reaberto em lancto novo,  *
      * ligado ao original (LIGA-CHE).          *
      *-----------------------------------------*
       P-GRAVA-SALDO.
           PERFORM P-GERA-CODIGO.
           MOVE WS-REG-SALVO TO REG-BCO.
           ADD 1 TO WS-NUM.
           MOVE TL-NUM(WS-TL) TO LIGA-CHE.
           MOVE WS-NUM TO NUM-CHE.
           MOVE WS-RESTA TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE ZEROS TO DATA-CONF VALOR-PAGO-CHE.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO MOTIVO-CHE.
           MOVE SPACE TO IMPRESSO-CHE.
           MOVE SPACES TO AUTENT-CHE.
           MOVE ZEROS TO REMESSA-CHE.
           MOVE SPACE TO EXPORT-CHE.
           MOVE SPACES TO APROV-CHE APROV-POR.
           MOVE WS-OPERADOR TO CRIADO-POR ALTERADO-POR.
           MOVE WS-DATA TO CRIADO-DATA ALTERADO-DATA.
           PERFORM P-MONTA-VCTO.
       P-GRAVA-SALDO-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               DISPLAY (21 04) "!! REGISTRO EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-GRAVA-SALDO-ESCREVE.
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-CHE
               GO TO P-GRAVA-SALDO-ESCREVE.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE BANCO FOLITEM RELATO LOG
               STOP RUN.
           MOVE NUM-CHE TO WS-NUM-SALDO.
           ADD 1 TO WS-QTD-SALDO.
           MOVE "I" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           MOVE "I" TO WS-JRN-ACAO.
           MOVE SPACES TO WS-JRN-ANTES.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-GRAVA-SALDO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linhas pagas do lancto viram baixadas   *
      * (B); as a pagar passam p/o saldo novo.  *
      *-----------------------------------------*
       P-MARCA-LINHAS.
           MOVE TL-COMPET(WS-TL) TO FOL-COMPET.
           MOVE ZEROS TO FOL-CPF.
           START FOLITEM KEY IS NOT LESS THAN FOL-CHAVE
               INVALID KEY GO TO P-MARCA-LINHAS-EXIT.
       P-MARCA-LINHAS-LER.
           READ FOLITEM NEXT RECORD
               AT END GO TO P-MARCA-LINHAS-EXIT.
           IF FOL-COMPET NOT = TL-COMPET(WS-TL)
               GO TO P-MARCA-LINHAS-EXIT.
           IF FOL-LANC NOT = TL-NUM(WS-TL) OR FOL-SIT = "B"
               GO TO P-MARCA-LINHAS-LER.
           IF FOL-SIT = "P"
               MOVE "B" TO FOL-SIT
           ELSE
               IF WS-NUM-SALDO NOT = SPACES
                   MOVE WS-NUM-SALDO TO FOL-LANC.
           REWRITE REG-FOLITEM
               INVALID KEY
                   CONTINUE.
           GO TO P-MARCA-LINHAS-LER.
       P-MARCA-LINHAS-EXIT.
           EXIT.

      *-----------------------------------------*
      * Remessa conta + NSA do retorno passa a  *
      * confirmada no controle (97).            *
      *-----------------------------------------*
       P-CONFIRMA-REMCTL.
           IF WS-NSA-RET = ZEROS
               GO TO P-CONFIRMA-REMCTL-EXIT.
           MOVE WS-N-CONTA TO REM-CONTA.
           MOVE WS-NSA-RET TO REM-NSA.
           READ REMCTL
               INVALID KEY GO TO P-CONFIRMA-REMCTL-EXIT.
           IF REM-SIT = "C"
               GO TO P-CONFIRMA-REMCTL-EXIT.
           MOVE "C" TO REM-SIT.
           REWRITE REG-REMCTL
               INVALID KEY
                   CONTINUE.
       P-CONFIRMA-REMCTL-EXIT.
           EXIT.

       P-IMPRIME-PEN.
           IF NOT CABEC-88
               MOVE "CREDITO SALARIO RECUSADO - A PAGAR"
                   TO TITULO-DET
               PERFORM P-IMP-CABEC
               MOVE "S" TO WS-CABEC.
           IF FOL-CPF NOT = ZEROS AND SIT-PEN = "RECUSADO"
               MOVE FOL-CPF TO WS-LGPD-INSCR
               PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM
               MOVE WS-LGPD-MASC TO CPF-PEN
               MOVE FOL-NOME TO NOME-PEN
               MOVE FOL-DEPTO TO DEPTO-PEN
               MOVE FOL-VALOR TO VALOR-PEN.
           WRITE REG-RELATO FROM LINHA-PEN.

      *-----------------------------------------*
      * 4 - Lista os funcionarios da competen-  *
      * cia ainda sem credito: a enviar,        *
      * enviados sem retorno e recusados.       *
      *-----------------------------------------*
       P-PENDENTES.
           DISPLAY TELA-PENDE.
           PERFORM P-DATA.
           DISPLAY (22 14) "<MES = 00 , Sai da Lista".
           MOVE ZEROS TO WS-CP-MES WS-CP-ANO.
           ACCEPT (08 34) WS-CP-MES WITH PROMPT AUTO-SKIP.
           IF WS-CP-MES = ZEROS
               GO TO P-PENDENTES-FIM.
           ACCEPT (08 37) WS-CP-ANO WITH PROMPT AUTO-SKIP.
           PERFORM P-JA-IMPORTADA THRU P-JA-IMPORTADA-EXIT.
           IF NOT DUPLICADA-88
               DISPLAY (21 04) "!! COMPETENCIA NAO IMPORTADA (1) !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               GO TO P-PENDENTES-FIM.
           OPEN OUTPUT RELATO.
           MOVE "FOLHA - FUNCIONARIOS A PAGAR" TO TITULO-DET.
           PERFORM P-IMP-CABEC.
           MOVE ZEROS TO WS-QTD-PEN WS-TOT-PEN WS-QTD-PG.
           MOVE WS-COMPET TO FOL-COMPET.
           MOVE ZEROS TO FOL-CPF.
           START FOLITEM KEY IS NOT LESS THAN FOL-CHAVE
               INVALID KEY GO TO P-PENDENTES-FECHA.
       P-PENDENTES-LER.
           READ FOLITEM NEXT RECORD
               AT END GO TO P-PENDENTES-FECHA.
           IF FOL-COMPET NOT = WS-COMPET
               GO TO P-PENDENTES-FECHA.
           IF FOL-SIT = "P" OR FOL-SIT = "B"
               ADD 1 TO WS-QTD-PG
               GO TO P-PENDENTES-LER.
           MOVE FOL-CPF TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           MOVE WS-LGPD-MASC TO CPF-PEN.
           MOVE FOL-NOME TO NOME-PEN.
           MOVE FOL-DEPTO TO DEPTO-PEN.
           MOVE FOL-VALOR TO VALOR-PEN.
           MOVE SPACES TO OCORR-PEN.
           MOVE "A ENVIAR" TO SIT-PEN.
           IF FOL-SIT = "E"
               MOVE "ENVIADO" TO SIT-PEN.
           IF FOL-SIT = "R"
               MOVE "RECUSADO" TO SIT-PEN
               MOVE FOL-OCORR TO OCORR-PEN.
           WRITE REG-RELATO FROM LINHA-PEN.
           ADD 1 TO WS-QTD-PEN.
           ADD FOL-VALOR TO WS-TOT-PEN.
           GO TO P-PENDENTES-LER.
       P-PENDENTES-FECHA.
           MOVE WS-QTD-PEN TO QTD-PEN-TOT.
           MOVE WS-TOT-PEN TO VALOR-PEN-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-TOT-PEN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
      *----- CPFs que sairam inteiros: um registro no log
           IF WS-LGPD-QTD > ZEROS
               MOVE "W" TO WS-LGPD-ACAO
               MOVE WS-LGPD-QTD TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM
               MOVE ZEROS TO WS-LGPD-QTD.
           DISPLAY (10 04) "Funcionarios pagos..:".
           DISPLAY (10 26) WS-QTD-PG.
           DISPLAY (11 04) "Funcionarios a pagar:".
           DISPLAY (11 26) WS-QTD-PEN.
           MOVE WS-TOT-PEN TO WS-MOSTRA-VALOR.
           DISPLAY (12 04) "Valor a pagar.....R$:".
           DISPLAY (12 26) WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-PENDENTES-FIM.
           EXIT.

      *-----------------------------------------*
      * Digitos verificadores do CPF.           *
      *-----------------------------------------*
       P-DV-CPF.
           MOVE ZEROS TO WS-SOMA.
           MOVE 10 TO WS-PESO.
           MOVE 1 TO WS-IDX.
       P-DV-CPF-1.
           IF WS-IDX > 9
               GO TO P-DV-CPF-1-FIM.
           MOVE WS-INSCR-X(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           SUBTRACT 1 FROM WS-PESO.
           ADD 1 TO WS-IDX.
           GO TO P-DV-CPF-1.
       P-DV-CPF-1-FIM.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
           COMPUTE WS-DV1 = 11 - WS-RESTO.
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV1.
           MOVE ZEROS TO WS-SOMA.
           MOVE 11 TO WS-PESO.
           MOVE 1 TO WS-IDX.
       P-DV-CPF-2.
           IF WS-IDX > 10
               GO TO P-DV-CPF-2-FIM.
           MOVE WS-INSCR-X(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           SUBTRACT 1 FROM WS-PESO.
           ADD 1 TO WS-IDX.
           GO TO P-DV-CPF-2.
       P-DV-CPF-2-FIM.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
           COMPUTE WS-DV2 = 11 - WS-RESTO.
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV2.
           MOVE WS-INSCR-X(10:1) TO WS-DIG.
           IF WS-DIG NOT = WS-DV1
               GO TO P-DV-CPF-EXIT.
           MOVE WS-INSCR-X(11:1) TO WS-DIG.
           IF WS-DIG NOT = WS-DV2
               GO TO P-DV-CPF-EXIT.
           MOVE "S" TO WS-INSCR-OK.
       P-DV-CPF-EXIT.
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

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO109" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-IMP-CABEC.
           MOVE WS-CP-MES TO COMPET-MES-DET.
           MOVE WS-CP-ANO TO COMPET-ANO-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.

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

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

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
      * (W = relatorio, qtde de CPFs).          *
      *-----------------------------------------*
       P-GRAVA-LOG-LGPD.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO109" TO LOG-PROGRAMA.
           WRITE REG-LOG.
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

       P-FIM.
           IF WS-PAN-SUJO = "S"
               PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO FOLITEM FUNC CONTA REMCTL LOG.
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
           MOVE "BANCO109" TO JRN-PROGRAMA.
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
      * CNPJ e razao social da empresa do      *
      * login (cadastro 118), quando houver.    *
      *-----------------------------------------*
       P-LE-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-LE-EMPRESA-FIM.
           MOVE WS-EMPR-SES TO EMP-COD.
           READ EMPRESA
               INVALID KEY GO TO P-LE-EMPRESA-FECHA.
           MOVE EMP-CNPJ TO WS-INSCR-EMP.
           MOVE EMP-RAZAO TO RHA-EMPRESA RHL-EMPRESA.
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
