
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO101.
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
                  FILE STATUS IS FS.
           SELECT CLIENTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CLI
                  FILE STATUS IS FS-CLI.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS-CONTA.
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
           SELECT REMESSA ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-REM.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
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

       FD CLIENTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CLIENTE.DAT".
       01 REG-CLIENTE.
           03 COD-CLI          PIC X(05).
           03 NOME-CLI         PIC X(20).
           03 INSCR-CLI        PIC 9(14).
           03 CONTATO-CLI      PIC X(20).
           03 FONE-CLI         PIC X(15).
           03 LIMITE-CLI       PIC 9(08)V99.
           03 CONTA-CLI        PIC 99.
           03 SIT-CLI          PIC X(01).
           03 ENDER-CLI        PIC X(40).
           03 BAIRRO-CLI       PIC X(15).
           03 CEP-CLI          PIC 9(08).
           03 CIDADE-CLI       PIC X(15).
           03 UF-CLI           PIC X(02).

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

      *-----------------------------------------*
      * Situacao de cada duplicata (81) na      *
      * cobranca registrada do banco: R remeti- *
      * da / E entrada confirmada / J rejeitada *
      * / L liquidada / B baixada.  INSTR e' a  *
      * instrucao pendente p/a proxima remessa: *
      * A abatimento / B pedido de baixa.       *
      *-----------------------------------------*
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
      * Controle das remessas de cobranca: NSA  *
      * por conta, proprio (nao se mistura com  *
      * o REMCTL dos pagamentos), G gerado /    *
      * C confirmado (retorno 102).             *
      *-----------------------------------------*
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

       FD REMESSA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-REM.
       01 REG-REMESSA          PIC X(240).

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
       77 FS-EMP               PIC XX.
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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       01 WS-VCTO-ATE.
           03 WS-ANO-ATE        PIC 9(04).
           03 WS-MES-ATE        PIC 99.
           03 WS-DIA-ATE        PIC 99.

       01 WS-VCTO-REG.
           03 WS-ANO-REG        PIC 9(04).
           03 WS-MES-REG        PIC 99.
           03 WS-DIA-REG        PIC 99.

       77 FS                   PIC XX.
       77 FS-CLI               PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-CBT               PIC XX.
       77 FS-CCT               PIC XX.
       77 FS-REM               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3.
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
       77 WS-CLI-OK            PIC X VALUE "S".
       88 CLI-OK-88              VALUE "S".
       77 WS-CBT-TEM           PIC X VALUE "N".
       88 CBT-TEM-88             VALUE "S".
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-BANCO-COD         PIC 9(03) VALUE ZEROS.
       77 WS-INSCR-EMP         PIC 9(14) VALUE ZEROS.
       77 WS-CONVENIO          PIC X(20) VALUE SPACES.
       77 WS-CARTEIRA          PIC X VALUE "1".
       77 WS-MULTA             PIC 99V99 VALUE ZEROS.
       77 WS-JUROS-MES         PIC 99V99 VALUE ZEROS.
       77 WS-NSA               PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-REG           PIC 9(05) VALUE ZEROS.
       77 WS-QTD               PIC 9(06) VALUE ZEROS.
       77 WS-QTD-INSTR         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PENREM        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEMEND        PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(10)V99 VALUE ZEROS.
       77 WS-HORA              PIC 9(08) VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WS-ARQ-REM           PIC X(12) VALUE "COBRANCA.TXT".
       77 WS-MOVTO             PIC XX VALUE SPACES.
       77 WS-INSTR             PIC X VALUE SPACES.
       88 INSTR-88               VALUE "A" "B".
       77 WS-ABAT              PIC 9(08)V99 VALUE ZEROS.
       77 WS-NUM-INSTR         PIC X(06) VALUE SPACES.

      *-----------------------------------------*
      * Registros CNAB 240 - cobranca (boleto   *
      * registrado).  Leiaute simplificado      *
      * conforme manual do banco: segmentos P   *
      * (titulo), Q (pagador) e R (multa).      *
      *-----------------------------------------*
       01 REM-HEADER-ARQ.
           03 RHA-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0000".
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(09) VALUE SPACES.
           03 F                PIC X(01) VALUE "2".
           03 RHA-INSCR        PIC 9(14).
           03 RHA-CONVENIO     PIC X(20).
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
           03 F                PIC X(03) VALUE "040".
           03 F                PIC X(74) VALUE SPACES.

       01 REM-HEADER-LOTE.
           03 RHL-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(01) VALUE "R".
           03 F                PIC X(02) VALUE "01".
           03 F                PIC X(02) VALUE "00".
           03 F                PIC X(03) VALUE "030".
           03 F                PIC X(01) VALUE SPACES.
           03 F                PIC X(01) VALUE "2".
           03 RHL-INSCR        PIC 9(15).
           03 RHL-CONVENIO     PIC X(20).
           03 RHL-AGENCIA      PIC X(06).
           03 RHL-CONTA        PIC X(12).
           03 F                PIC X(02) VALUE SPACES.
           03 RHL-EMPRESA      PIC X(30) VALUE "ELDORADO".
           03 F                PIC X(80) VALUE SPACES.
           03 RHL-NSA          PIC 9(08).
           03 RHL-DATA         PIC 9(08).
           03 F                PIC X(08) VALUE "00000000".
           03 F                PIC X(33) VALUE SPACES.

      *----- segmento P: movimento 01 entrada / 02 pedido de
      *----- baixa / 04 abatimento; seu-numero = duplicata (81)
       01 REM-SEG-P.
           03 RSP-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSP-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "P".
           03 F                PIC X(01) VALUE SPACES.
           03 RSP-MOVTO        PIC X(02).
           03 RSP-AGENCIA      PIC X(06).
           03 RSP-CONTA        PIC X(12).
           03 F                PIC X(02) VALUE SPACES.
           03 RSP-NOSSO        PIC X(20).
           03 RSP-CARTEIRA     PIC X(01).
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(01) VALUE "1".
           03 RSP-SEUNUM       PIC X(15).
           03 RSP-VCTO         PIC 9(08).
           03 RSP-VALOR        PIC 9(13)V99.
           03 F                PIC X(05) VALUE "00000".
           03 F                PIC X(01) VALUE SPACES.
           03 F                PIC X(02) VALUE "02".
           03 F                PIC X(01) VALUE "N".
           03 RSP-EMISSAO      PIC 9(08).
           03 RSP-COD-JUROS    PIC X(01).
           03 F                PIC X(08) VALUE "00000000".
           03 RSP-JUROS        PIC 9(13)V99.
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(08) VALUE "00000000".
           03 F                PIC X(15) VALUE "000000000000000".
           03 F                PIC X(15) VALUE "000000000000000".
           03 RSP-ABAT         PIC 9(13)V99.
           03 RSP-USO-EMP      PIC X(25).
           03 F                PIC X(01) VALUE "3".
           03 F                PIC X(02) VALUE "00".
           03 F                PIC X(01) VALUE "1".
           03 F                PIC X(03) VALUE "060".
           03 F                PIC X(02) VALUE "09".
           03 F                PIC X(10) VALUE "0000000000".
           03 F                PIC X(01) VALUE SPACES.

      *----- segmento Q: pagador, do cadastro de clientes (100)
       01 REM-SEG-Q.
           03 RSQ-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSQ-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "Q".
           03 F                PIC X(01) VALUE SPACES.
           03 RSQ-MOVTO        PIC X(02).
           03 RSQ-TIPO-INSCR   PIC X(01).
           03 RSQ-INSCR        PIC 9(15).
           03 RSQ-NOME         PIC X(40).
           03 RSQ-ENDER        PIC X(40).
           03 RSQ-BAIRRO       PIC X(15).
           03 RSQ-CEP          PIC 9(08).
           03 RSQ-CIDADE       PIC X(15).
           03 RSQ-UF           PIC X(02).
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(15) VALUE "000000000000000".
           03 F                PIC X(40) VALUE SPACES.
           03 F                PIC X(03) VALUE "000".
           03 F                PIC X(28) VALUE SPACES.

      *----- segmento R: multa percentual a partir do vencimento
       01 REM-SEG-R.
           03 RSR-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSR-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "R".
           03 F                PIC X(01) VALUE SPACES.
           03 RSR-MOVTO        PIC X(02).
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(08) VALUE "00000000".
           03 F                PIC X(15) VALUE "000000000000000".
           03 F                PIC X(01) VALUE "0".
           03 F                PIC X(08) VALUE "00000000".
           03 F                PIC X(15) VALUE "000000000000000".
           03 RSR-COD-MULTA    PIC X(01).
           03 RSR-DATA-MULTA   PIC 9(08).
           03 RSR-MULTA        PIC 9(13)V99.
           03 F                PIC X(151) VALUE SPACES.

       01 REM-TRAILER-LOTE.
           03 RTL-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "5".
           03 F                PIC X(09) VALUE SPACES.
           03 RTL-QTD          PIC 9(06).
           03 RTL-QTD-TIT      PIC 9(06).
           03 RTL-VALOR        PIC 9(15)V99.
           03 F                PIC X(194) VALUE SPACES.

       01 REM-TRAILER-ARQ.
           03 RTA-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "9999".
           03 F                PIC X(01) VALUE "9".
           03 F                PIC X(09) VALUE SPACES.
           03 F                PIC X(06) VALUE "000001".
           03 RTA-QTD          PIC 9(06).
           03 F                PIC X(211) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " COBRANCA REGISTRADA " BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Gera remessa de cobranca".
           02 LINE 09 COLUMN 10 VALUE "2-Instrucao abatimento/baixa".
           02 LINE 10 COLUMN 10 VALUE "3-Consulta titulo".
           02 LINE 11 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-REM.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " REMESSA DE COBRANCA " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Codigo da conta (Cad.42)....=".
           02 LINE 09 COLUMN 04 VALUE "Codigo do banco (FEBRABAN)..=".
           02 LINE 10 COLUMN 04 VALUE "CNPJ da empresa.............=".
           02 LINE 11 COLUMN 04 VALUE "Convenio de cobranca........=".
           02 LINE 12 COLUMN 04 VALUE "Carteira....................=".
           02 LINE 13 COLUMN 04 VALUE "Numero seq. arquivo (NSA)...=".
           02 LINE 14 COLUMN 04 VALUE "Vencimento ate (dd/mm/aaaa).=".
           02 LINE 15 COLUMN 04 VALUE "Multa apos vencimento %.....=".
           02 LINE 16 COLUMN 04 VALUE "Juros de mora % ao mes......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-REG.
           02 LINE 08 COLUMN 04 VALUE "No.Duplicata.......=".
           02 LINE 09 COLUMN 04 VALUE "Conta p/deposito...=".
           02 LINE 10 COLUMN 04 VALUE "Cliente............=".
           02 LINE 11 COLUMN 04 VALUE "Vencimento.........=".
           02 LINE 12 COLUMN 04 VALUE "Valor..............=".
           02 LINE 13 COLUMN 04 VALUE "CPF/CNPJ Cliente...=".
           02 LINE 14 COLUMN 04 VALUE "Movimento..........=".

       01 TELA-CBT.
           02 LINE 14 COLUMN 04 VALUE "Situacao cobranca..=".
           02 LINE 15 COLUMN 04 VALUE "Nosso numero.......=".
           02 LINE 16 COLUMN 04 VALUE "Conta / NSA........=".
           02 LINE 17 COLUMN 04 VALUE "Instrucao pendente.=".
           02 LINE 18 COLUMN 04 VALUE "Abatimento.........=".
           02 LINE 19 COLUMN 04 VALUE "Pago / Juros+Multa.=".
           02 LINE 20 COLUMN 04 VALUE "Ultima ocorrencia..=".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT RECEB.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO RECEB.DAT INEXISTENTE !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE RECEB
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (01 01) ERASE
               CHAIN "MBANCO3.COM".
           OPEN INPUT CLIENTE.
           IF FS-CLI = "35"
               MOVE "N" TO WS-CLI-OK.
           OPEN I-O COBTIT.
           IF FS-CBT = "30" OR FS-CBT = "35"
               CLOSE COBTIT
               OPEN OUTPUT COBTIT
               CLOSE COBTIT
               OPEN I-O COBTIT.
           OPEN I-O COBCTL.
           IF FS-CCT = "30" OR FS-CCT = "35"
               CLOSE COBCTL
               OPEN OUTPUT COBCTL
               CLOSE COBCTL
               OPEN I-O COBCTL.
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
               PERFORM P-REMESSA THRU P-REMESSA-FIM.
           IF WS-OPCAO = 2
               PERFORM P-INSTRUCAO THRU P-INSTRUCAO-FIM.
           IF WS-OPCAO = 3
               PERFORM P-CONSULTA THRU P-CONSULTA-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * 1 - Remessa: entrada das duplicatas em  *
      * aberto da conta (segmentos P, Q e R) e  *
      * instrucoes pendentes de abatimento ou   *
      * baixa dos titulos ja registrados.       *
      *-----------------------------------------*
       P-REMESSA.
           DISPLAY TELA-REM.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CONTA = 00 , Sai da Remessa".
       P-REMESSA-CONTA.
           ACCEPT (08 34) WS-CONTA-NUM WITH PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-REMESSA-FIM.
           MOVE WS-CONTA-NUM TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   GO TO P-REMESSA-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               GO TO P-REMESSA-CONTA.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (08 40) NOME-CONTA.
       P-REMESSA-DADOS.
           ACCEPT (09 34) WS-BANCO-COD WITH PROMPT AUTO-SKIP.
           IF WS-INSCR-EMP = ZEROS
               PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
           ACCEPT (10 34) WS-INSCR-EMP WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (11 34) WS-CONVENIO WITH PROMPT.
           ACCEPT (12 34) WS-CARTEIRA WITH UPDATE PROMPT AUTO-SKIP.
      *----- NSA automatico: ultimo da conta no controle + 1
           PERFORM P-PROXIMO-NSA THRU P-PROXIMO-NSA-EXIT.
           DISPLAY (13 34) WS-NSA.
           ACCEPT (14 34) WS-DIA-ATE WITH PROMPT AUTO-SKIP.
           ACCEPT (14 37) WS-MES-ATE WITH PROMPT AUTO-SKIP.
           ACCEPT (14 40) WS-ANO-ATE WITH PROMPT AUTO-SKIP.
           IF WS-VCTO-ATE = ZEROS
               GO TO P-REMESSA-DADOS.
           ACCEPT (15 34) WS-MULTA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (16 34) WS-JUROS-MES WITH UPDATE PROMPT AUTO-SKIP.
           MOVE SPACES TO WS-ARQ-REM.
      *----- "CB" + conta + NSA: nao colide com o RM... dos
      *----- pagamentos (53)
           STRING "CB" WS-CONTA-NUM WS-NSA(3:4) ".TXT"
               DELIMITED BY SIZE INTO WS-ARQ-REM.
           OPEN OUTPUT REMESSA.
           PERFORM P-GRAVA-HEADERS.
           MOVE ZEROS TO WS-QTD WS-QTD-INSTR WS-TOTAL WS-SEQ-REG.
           MOVE ZEROS TO WS-QTD-PENREM WS-QTD-SEMEND.
           MOVE SPACES TO NUM-REC.
           START RECEB KEY IS NOT LESS THAN NUM-REC
               INVALID KEY GO TO P-BUSCA-FIM.
       P-BUSCA-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-BUSCA-LER.
           IF CONTA-REC NOT = NOME-CONTA
               GO TO P-BUSCA-LER.
           PERFORM P-LE-COBTIT THRU P-LE-COBTIT-EXIT.
      *----- ja registrado: so sai de novo com instrucao pendente
      *----- (a baixa "B" vem de titulo ja recebido fora do banco,
      *----- por isso o teste e' antes do DATA-DEP-REC)
           IF CBT-TEM-88 AND CBT-SIT = "E"
               IF CBT-INSTR = "A" OR CBT-INSTR = "B"
                   PERFORM P-INSTR-REMESSA THRU P-INSTR-REMESSA-EXIT
                   GO TO P-BUSCA-LER
               ELSE
                   GO TO P-BUSCA-LER.
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-BUSCA-LER.
      *----- titulo numa remessa ainda sem retorno nao entra de
      *----- novo (o banco registraria em dobro)
           IF CBT-TEM-88 AND CBT-SIT = "R"
               ADD 1 TO WS-QTD-PENREM
               GO TO P-BUSCA-LER.
      *----- liquidado/baixado no banco: fora; rejeitado (J) pode
      *----- ir de novo depois de corrigido
           IF CBT-TEM-88 AND CBT-SIT NOT = "J"
               GO TO P-BUSCA-LER.
           MOVE ANO-REC TO WS-ANO-REG.
           MOVE MES-REC TO WS-MES-REG.
           MOVE DIA-REC TO WS-DIA-REG.
           IF WS-VCTO-REG > WS-VCTO-ATE
               GO TO P-BUSCA-LER.
           PERFORM P-PEGA-PAGADOR THRU P-PEGA-PAGADOR-EXIT.
           MOVE "01" TO WS-MOVTO.
           PERFORM P-MOSTRA-REG.
      *----- pagador sem endereco ou CNPJ/CPF o banco recusa
           IF RSQ-ENDER = SPACES OR RSQ-INSCR = ZEROS
               ADD 1 TO WS-QTD-SEMEND
               DISPLAY (21 04)
                   "!! PAGADOR SEM ENDERECO/CNPJ (100) - FORA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BUSCA-LER.
           DISPLAY (21 04) "Registrar no banco ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-BUSCA-LER.
           ADD 1 TO WS-QTD.
           ADD VALOR-REC TO WS-TOTAL.
           PERFORM P-GRAVA-SEG-P.
           PERFORM P-GRAVA-SEG-Q.
           PERFORM P-GRAVA-SEG-R.
      *----- amarra a duplicata a remessa que a levou
           IF NOT CBT-TEM-88
               MOVE SPACES TO CBT-NOSSO.
           MOVE NUM-REC TO CBT-NUM.
           MOVE WS-CONTA-NUM TO CBT-CONTA.
           MOVE WS-NSA TO CBT-NSA.
           MOVE "R" TO CBT-SIT.
           MOVE SPACE TO CBT-INSTR.
           MOVE WS-MULTA TO CBT-MULTA.
           MOVE WS-JUROS-MES TO CBT-JUROS-MES.
           MOVE ZEROS TO CBT-ABAT CBT-JUROS CBT-DESC CBT-PAGO.
           MOVE ZEROS TO CBT-LIQ CBT-DATA.
           IF NOT CBT-TEM-88
               MOVE ZEROS TO CBT-TARIFA.
           MOVE WS-MOVTO TO CBT-OCOR.
           PERFORM P-GRAVA-COBTIT.
           PERFORM P-GRAVA-LOG.
           GO TO P-BUSCA-LER.

       P-BUSCA-FIM.
           PERFORM P-GRAVA-TRAILERS.
           CLOSE REMESSA.
           IF WS-QTD > ZEROS OR WS-QTD-INSTR > ZEROS
               PERFORM P-GRAVA-COBCTL.
           DISPLAY (01 01) ERASE.
           DISPLAY (08 04) "Titulos registrados.....:".
           DISPLAY (08 30) WS-QTD.
           MOVE WS-TOTAL TO WS-MOSTRA-VALOR.
           DISPLAY (09 04) "Valor total..........R$ :".
           DISPLAY (09 30) WS-MOSTRA-VALOR.
           DISPLAY (10 04) "Instrucoes enviadas.....:".
           DISPLAY (10 30) WS-QTD-INSTR.
           DISPLAY (11 04) "Arquivo gerado..........:".
           DISPLAY (11 30) WS-ARQ-REM.
           IF WS-QTD-SEMEND > ZEROS
               DISPLAY (12 04) "Sem endereco (fora).....:"
               DISPLAY (12 30) WS-QTD-SEMEND.
           IF WS-QTD-PENREM > ZEROS
               DISPLAY (13 04) "Em remessa pendente(fora:"
               DISPLAY (13 30) WS-QTD-PENREM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-REMESSA-FIM.
           EXIT.

      *-----------------------------------------*
      * Instrucao pendente do titulo registrado *
      * (so segmento P): 04 abatimento ou 02    *
      * pedido de baixa.                        *
      *-----------------------------------------*
       P-INSTR-REMESSA.
           IF CBT-CONTA NOT = WS-CONTA-NUM
               GO TO P-INSTR-REMESSA-EXIT.
           IF CBT-INSTR = "A"
               MOVE "04" TO WS-MOVTO
           ELSE
               MOVE "02" TO WS-MOVTO.
           PERFORM P-MOSTRA-REG.
           DISPLAY (21 04) "Enviar a instrucao ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-INSTR-REMESSA-EXIT.
           ADD 1 TO WS-QTD-INSTR.
           PERFORM P-GRAVA-SEG-P.
           MOVE WS-NSA TO CBT-NSA.
           MOVE SPACE TO CBT-INSTR.
           MOVE WS-MOVTO TO CBT-OCOR.
           PERFORM P-GRAVA-COBTIT.
       P-INSTR-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------*
      * 2 - Instrucao de abatimento ou de baixa *
      * p/titulo ja registrado; vai ao banco na *
      * proxima remessa da conta.               *
      *-----------------------------------------*
       P-INSTRUCAO.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (16 04) "No.da duplicata (vazio=sai) :".
           MOVE SPACES TO WS-NUM-INSTR.
           ACCEPT (16 34) WS-NUM-INSTR WITH PROMPT AUTO-SKIP.
           IF WS-NUM-INSTR = SPACES OR WS-NUM-INSTR = ZEROS
               GO TO P-INSTRUCAO-FIM.
           MOVE WS-NUM-INSTR TO NUM-REC.
           READ RECEB
               INVALID KEY
                   DISPLAY (21 04) "!! < Duplicata Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-INSTRUCAO.
           IF EMPR-REC NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Duplicata de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INSTRUCAO.
           IF DATA-DEP-REC NOT = ZEROS
               DISPLAY (21 04) "!! < Duplicata Ja Baixada > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INSTRUCAO.
           PERFORM P-LE-COBTIT THRU P-LE-COBTIT-EXIT.
           IF NOT CBT-TEM-88 OR CBT-SIT NOT = "E"
               DISPLAY (21 04) "!! Titulo nao registrado no banco !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INSTRUCAO.
           DISPLAY (01 01) ERASE.
           MOVE SPACES TO WS-MOVTO.
           PERFORM P-MOSTRA-REG.
           PERFORM P-MOSTRA-CBT.
       P-INSTRUCAO-TIPO.
           DISPLAY (21 04) "<A>batimento  <B>aixa  < > nada :".
           MOVE SPACES TO WS-INSTR.
           ACCEPT (21 39) WS-INSTR WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-INSTR = SPACES
               GO TO P-INSTRUCAO.
           IF NOT INSTR-88
               GO TO P-INSTRUCAO-TIPO.
           MOVE ZEROS TO WS-ABAT.
           IF WS-INSTR = "B"
               GO TO P-INSTRUCAO-GRAVA.
       P-INSTRUCAO-ABAT.
           DISPLAY (18 25) WS-LIMPA.
           ACCEPT (18 25) WS-ABAT WITH PROMPT AUTO-SKIP.
           IF WS-ABAT = ZEROS
               GO TO P-INSTRUCAO-TIPO.
           IF WS-ABAT NOT < VALOR-REC
               DISPLAY (21 04) "!! ABATIMENTO >= VALOR DO TITULO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INSTRUCAO-ABAT.
       P-INSTRUCAO-GRAVA.
           DISPLAY (21 04) "Confirma a instrucao ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-INSTRUCAO.
           MOVE WS-INSTR TO CBT-INSTR.
           IF WS-INSTR = "A"
               MOVE WS-ABAT TO CBT-ABAT.
           PERFORM P-GRAVA-COBTIT.
           PERFORM P-GRAVA-LOG.
           DISPLAY (21 04) "!! Instrucao sai na proxima remessa !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P-INSTRUCAO.
       P-INSTRUCAO-FIM.
           EXIT.

      *-----------------------------------------*
      * 3 - Consulta da situacao da duplicata   *
      * na cobranca do banco.                   *
      *-----------------------------------------*
       P-CONSULTA.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (16 04) "No.da duplicata (vazio=sai) :".
           MOVE SPACES TO WS-NUM-INSTR.
           ACCEPT (16 34) WS-NUM-INSTR WITH PROMPT AUTO-SKIP.
           IF WS-NUM-INSTR = SPACES OR WS-NUM-INSTR = ZEROS
               GO TO P-CONSULTA-FIM.
           MOVE WS-NUM-INSTR TO NUM-REC.
           READ RECEB
               INVALID KEY
                   DISPLAY (21 04) "!! < Duplicata Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-CONSULTA.
           IF EMPR-REC NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Duplicata de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONSULTA.
           PERFORM P-LE-COBTIT THRU P-LE-COBTIT-EXIT.
           IF NOT CBT-TEM-88
               DISPLAY (21 04) "!! Duplicata fora da cobranca !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-CONSULTA.
           DISPLAY (01 01) ERASE.
           MOVE SPACES TO WS-MOVTO.
           PERFORM P-MOSTRA-REG.
           PERFORM P-MOSTRA-CBT.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P-CONSULTA.
       P-CONSULTA-FIM.
           EXIT.

      *-----------------------------------------*
       P-LE-COBTIT.
           MOVE "N" TO WS-CBT-TEM.
           MOVE NUM-REC TO CBT-NUM.
           READ COBTIT
               INVALID KEY
                   GO TO P-LE-COBTIT-EXIT.
           MOVE "S" TO WS-CBT-TEM.
       P-LE-COBTIT-EXIT.
           EXIT.

       P-GRAVA-COBTIT.
           WRITE REG-COBTIT
               INVALID KEY
                   REWRITE REG-COBTIT
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                                   FS-CBT
                           CLOSE COBTIT
                           STOP RUN.

      *-----------------------------------------*
      * Pagador do titulo: cadastro de clientes *
      * (100); sem ele, so nome e CNPJ/CPF da   *
      * propria duplicata.                      *
      *-----------------------------------------*
       P-PEGA-PAGADOR.
           MOVE SPACES TO RSQ-NOME RSQ-ENDER RSQ-BAIRRO.
           MOVE SPACES TO RSQ-CIDADE RSQ-UF.
           MOVE ZEROS TO RSQ-CEP.
           MOVE CLIENTE-REC TO RSQ-NOME.
           MOVE INSCR-REC TO RSQ-INSCR.
           IF NOT CLI-OK-88 OR CLI-REC = SPACES
               GO TO P-PEGA-PAGADOR-TIPO.
           MOVE CLI-REC TO COD-CLI.
           READ CLIENTE
               INVALID KEY
                   GO TO P-PEGA-PAGADOR-TIPO.
           MOVE NOME-CLI TO RSQ-NOME.
           IF INSCR-REC = ZEROS
               MOVE INSCR-CLI TO RSQ-INSCR.
           MOVE ENDER-CLI TO RSQ-ENDER.
           MOVE BAIRRO-CLI TO RSQ-BAIRRO.
           MOVE CEP-CLI TO RSQ-CEP.
           MOVE CIDADE-CLI TO RSQ-CIDADE.
           MOVE UF-CLI TO RSQ-UF.
      *----- ate 11 digitos e' CPF (1), acima CNPJ (2)
       P-PEGA-PAGADOR-TIPO.
           IF RSQ-INSCR > 99999999999
               MOVE "2" TO RSQ-TIPO-INSCR
           ELSE
               MOVE "1" TO RSQ-TIPO-INSCR.
       P-PEGA-PAGADOR-EXIT.
           EXIT.

      *-----------------------------------------*
       P-GRAVA-HEADERS.
           ACCEPT WS-HORA FROM TIME.
           MOVE WS-BANCO-COD TO RHA-BANCO RHL-BANCO.
           MOVE WS-INSCR-EMP TO RHA-INSCR RHL-INSCR.
           MOVE WS-CONVENIO TO RHA-CONVENIO RHL-CONVENIO.
           MOVE AGENCIA-CONTA TO RHA-AGENCIA RHL-AGENCIA.
           MOVE NUMCONTA-CONTA TO RHA-CONTA RHL-CONTA.
           MOVE BANCO-CONTA TO RHA-NOMEBANCO.
           MOVE ZEROS TO RHA-DATA.
           MOVE DIA TO RHA-DATA(1:2).
           MOVE MES TO RHA-DATA(3:2).
           MOVE ANO TO RHA-DATA(5:4).
           MOVE RHA-DATA TO RHL-DATA.
           MOVE WS-HORA(1:6) TO RHA-HORA.
           MOVE WS-NSA TO RHA-NSA RHL-NSA.
           WRITE REG-REMESSA FROM REM-HEADER-ARQ.
           WRITE REG-REMESSA FROM REM-HEADER-LOTE.

       P-GRAVA-SEG-P.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSP-BANCO.
           MOVE WS-SEQ-REG TO RSP-SEQ.
           MOVE WS-MOVTO TO RSP-MOVTO.
           MOVE AGENCIA-CONTA TO RSP-AGENCIA.
           MOVE NUMCONTA-CONTA TO RSP-CONTA.
      *----- na entrada o nosso-numero vem do banco no retorno
           IF WS-MOVTO = "01"
               MOVE SPACES TO RSP-NOSSO
           ELSE
               MOVE CBT-NOSSO TO RSP-NOSSO.
           MOVE WS-CARTEIRA TO RSP-CARTEIRA.
           MOVE SPACES TO RSP-SEUNUM RSP-USO-EMP.
           MOVE NUM-REC TO RSP-SEUNUM RSP-USO-EMP.
           MOVE ZEROS TO RSP-VCTO.
           MOVE DIA-REC TO RSP-VCTO(1:2).
           MOVE MES-REC TO RSP-VCTO(3:2).
           MOVE ANO-REC TO RSP-VCTO(5:4).
           MOVE VALOR-REC TO RSP-VALOR.
           MOVE ZEROS TO RSP-EMISSAO.
           MOVE CRIADO-DATA-REC(7:2) TO RSP-EMISSAO(1:2).
           MOVE CRIADO-DATA-REC(5:2) TO RSP-EMISSAO(3:2).
           MOVE CRIADO-DATA-REC(1:4) TO RSP-EMISSAO(5:4).
      *----- juros: 2 = taxa mensal, 3 = isento
           IF WS-MOVTO = "01" AND WS-JUROS-MES > ZEROS
               MOVE "2" TO RSP-COD-JUROS
               MOVE WS-JUROS-MES TO RSP-JUROS
           ELSE
               MOVE "3" TO RSP-COD-JUROS
               MOVE ZEROS TO RSP-JUROS.
           IF WS-MOVTO = "04"
               MOVE CBT-ABAT TO RSP-ABAT
           ELSE
               MOVE ZEROS TO RSP-ABAT.
           WRITE REG-REMESSA FROM REM-SEG-P.

       P-GRAVA-SEG-Q.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSQ-BANCO.
           MOVE WS-SEQ-REG TO RSQ-SEQ.
           MOVE WS-MOVTO TO RSQ-MOVTO.
           WRITE REG-REMESSA FROM REM-SEG-Q.

      *----- multa: 2 = percentual, 0 = sem multa
       P-GRAVA-SEG-R.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSR-BANCO.
           MOVE WS-SEQ-REG TO RSR-SEQ.
           MOVE WS-MOVTO TO RSR-MOVTO.
           IF WS-MULTA > ZEROS
               MOVE "2" TO RSR-COD-MULTA
               MOVE RSP-VCTO TO RSR-DATA-MULTA
               MOVE WS-MULTA TO RSR-MULTA
           ELSE
               MOVE "0" TO RSR-COD-MULTA
               MOVE ZEROS TO RSR-DATA-MULTA RSR-MULTA.
           WRITE REG-REMESSA FROM REM-SEG-R.

       P-GRAVA-TRAILERS.
           MOVE WS-BANCO-COD TO RTL-BANCO RTA-BANCO.
           COMPUTE RTL-QTD = WS-SEQ-REG + 2.
           MOVE WS-QTD TO RTL-QTD-TIT.
           MOVE WS-TOTAL TO RTL-VALOR.
           WRITE REG-REMESSA FROM REM-TRAILER-LOTE.
           COMPUTE RTA-QTD = WS-SEQ-REG + 4.
           WRITE REG-REMESSA FROM REM-TRAILER-ARQ.

      *-----------------------------------------*
      * Proximo NSA de cobranca da conta, so'   *
      * com as remessas da empresa do login (o  *
      * NSA seguinte, se ja' gravado por outra  *
      * empresa, tambem e' pulado).             *
      *-----------------------------------------*
       P-PROXIMO-NSA.
           MOVE ZEROS TO WS-NSA.
           MOVE WS-CONTA-NUM TO COB-CONTA.
           MOVE ZEROS TO COB-NSA.
           START COBCTL KEY IS NOT LESS THAN COB-CHAVE
               INVALID KEY
                   MOVE "10" TO FS-CCT.
           PERFORM P-PROXIMO-NSA-LER UNTIL FS-CCT = "10".
           ADD 1 TO WS-NSA.
       P-PROXIMO-NSA-EXIT.
           EXIT.

       P-PROXIMO-NSA-LER.
           READ COBCTL NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-CCT = "10"
               NEXT SENTENCE
           ELSE
               IF COB-CONTA NOT = WS-CONTA-NUM
                   MOVE "10" TO FS-CCT
               ELSE
                   IF COB-NSA > WS-NSA
                       AND (COB-EMPR = WS-EMPR-SES
                            OR COB-NSA = WS-NSA + 1)
                       MOVE COB-NSA TO WS-NSA.

      *-----------------------------------------*
      * Registra a remessa gerada no controle.  *
      *-----------------------------------------*
       P-GRAVA-COBCTL.
           MOVE WS-CONTA-NUM TO COB-CONTA.
           MOVE WS-NSA TO COB-NSA.
           MOVE ZEROS TO COB-DATA.
           MOVE ANO TO COB-DATA(1:4).
           MOVE MES TO COB-DATA(5:2).
           MOVE DIA TO COB-DATA(7:2).
           MOVE WS-HORA(1:6) TO COB-HORA.
           COMPUTE COB-QTD = WS-QTD + WS-QTD-INSTR.
           MOVE WS-TOTAL TO COB-TOTAL.
           MOVE "G" TO COB-SIT.
           MOVE WS-ARQ-REM TO COB-ARQ.
           MOVE WS-EMPR-SES TO COB-EMPR.
           WRITE REG-COBCTL
               INVALID KEY
                   REWRITE REG-COBCTL
                       INVALID KEY
                           CONTINUE.

       P-MOSTRA-REG.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-REG.
           DISPLAY (08 25) NUM-REC.
           DISPLAY (09 25) CONTA-REC.
           DISPLAY (10 25) CLIENTE-REC.
           DISPLAY (11 25) DIA-REC "/" MES-REC "/" ANO-REC.
           DISPLAY (12 25) VALOR-REC.
           MOVE INSCR-REC TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (13 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-REC TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
           IF WS-MOVTO = "01"
               DISPLAY (14 25) "01 - ENTRADA DE TITULO".
           IF WS-MOVTO = "02"
               DISPLAY (14 25) "02 - PEDIDO DE BAIXA".
           IF WS-MOVTO = "04"
               DISPLAY (14 25) "04 - ABATIMENTO " CBT-ABAT.

       P-MOSTRA-CBT.
           DISPLAY TELA-CBT.
           IF CBT-SIT = "R"
               DISPLAY (14 25) "REMETIDO, SEM RETORNO".
           IF CBT-SIT = "E"
               DISPLAY (14 25) "REGISTRADO NO BANCO  ".
           IF CBT-SIT = "J"
               DISPLAY (14 25) "ENTRADA REJEITADA    ".
           IF CBT-SIT = "L"
               DISPLAY (14 25) "LIQUIDADO            ".
           IF CBT-SIT = "B"
               DISPLAY (14 25) "BAIXADO NO BANCO     ".
           DISPLAY (15 25) CBT-NOSSO.
           DISPLAY (16 25) CBT-CONTA " / " CBT-NSA.
           DISPLAY (17 25) CBT-INSTR.
           DISPLAY (18 25) CBT-ABAT.
           DISPLAY (19 25) CBT-PAGO " / " CBT-JUROS.
           DISPLAY (20 25) CBT-OCOR " EM " CBT-DATA.

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
           MOVE "BANCO101" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "A" TO LOG-ACAO.
           MOVE NUM-REC TO LOG-NUM-CHE.
           MOVE "BANCO101" TO LOG-PROGRAMA.
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
           CLOSE RECEB CONTA COBTIT COBCTL LOG.
           IF CLI-OK-88
               CLOSE CLIENTE.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

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
