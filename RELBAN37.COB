       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN37.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANCO     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS SEQUENTIAL
                  RECORD KEY   IS NUM-CHE
                  ALTERNATE RECORD KEY IS DESCRI-CHE-GRP
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-CHE
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-CHE
                      WITH DUPLICATES
                  FILE STATUS  IS FS.

           SELECT RELDEF ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS RDF-NOME
                  FILE STATUS IS FS-RDF.

           SELECT SORTEIO   ASSIGN TO DISK
                  SORT STATUS IS ST.

           SELECT RELATO    ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-REL.

           SELECT SPOOLCTL  ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-SPOOL
                  FILE STATUS  IS FS-SPL.

           SELECT IMPRES    ASSIGN TO PRINTER.

           SELECT EXPORT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EXPORT.

           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.

           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.

           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Definicao de relatorio do usuario:      *
      * colunas e campos de filtro/ordem sao    *
      * numeros da tabela WS-CATALOGO. Valor do *
      * filtro fica no formato da chave do      *
      * campo (datas aaaammdd, mes aaaamm,      *
      * numeros c/zeros a esquerda).            *
      *-----------------------------------------*
       FD RELDEF
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RELDEF.DAT".
       01 REG-RELDEF.
           03 RDF-NOME         PIC X(10).
           03 RDF-TITULO       PIC X(40).
           03 RDF-COLUNAS.
               05 RDF-COL      PIC 99 OCCURS 8.
           03 RDF-FILTROS.
               05 RDF-FIL      OCCURS 4.
                   07 RDF-FIL-CAMPO PIC 99.
                   07 RDF-FIL-OPER  PIC X(02).
                   07 RDF-FIL-VALOR PIC X(20).
           03 RDF-ORDENS.
               05 RDF-ORD      OCCURS 3.
                   07 RDF-ORD-CAMPO PIC 99.
                   07 RDF-ORD-SENT  PIC X(01).
           03 RDF-QUEBRA       PIC 9.
           03 RDF-SAIDA        PIC X(01).
           03 RDF-SEPARA       PIC X(01).
           03 RDF-ARQ          PIC X(12).
           03 RDF-CRIADO-POR   PIC X(08).
           03 RDF-CRIADO-DATA  PIC 9(08).
           03 RDF-ULT-EXEC     PIC 9(08).
           03 RDF-ULT-POR      PIC X(08).
           03 RDF-ULT-QTD      PIC 9(06).

      *----- chave de cada ordem vai no campo crescente ou no
      *----- decrescente; o outro fica em branco e nao pesa
       SD SORTEIO.
       01 REG-SORT.
           03 SRT-A1           PIC X(20).
           03 SRT-D1           PIC X(20).
           03 SRT-A2           PIC X(20).
           03 SRT-D2           PIC X(20).
           03 SRT-A3           PIC X(20).
           03 SRT-D3           PIC X(20).
           03 SRT-NUM          PIC X(06).
           03 SRT-REG          PIC X(326).
       01 REG-SORT-T.
           03 SRT-PAR          OCCURS 3.
               05 SRT-AS       PIC X(20).
               05 SRT-DS       PIC X(20).
           03 F                PIC X(330).

       FD RELATO            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-SPOOL.
       01 REG-RELATO           PIC X(80).

       FD SPOOLCTL          LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "SPOOL.DAT".
       01 REG-SPOOL.
           03 COD-SPOOL        PIC 9(04).
           03 SPL-PROG         PIC X(08).
           03 SPL-DATA         PIC 9(08).
           03 SPL-HORA         PIC 9(06).
           03 SPL-ARQ          PIC X(12).

       FD IMPRES            LABEL RECORD IS OMITTED.
       01 REG-IMPRES           PIC X(80).

       FD EXPORT             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-EXP.
       01 REG-EXPORT           PIC X(200).

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

      *-----------------------------------------*
      * Lote noturno (128): registro 00 e' a    *
      * rodada, 01 em diante os passos.         *
      *-----------------------------------------*
       FD LOTE
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "LOTE.DAT".
       01 REG-LOTE.
           03 LOT-PASSO        PIC 99.
           03 LOT-PROG         PIC X(08).
           03 LOT-ATIVO        PIC X(01).
           03 LOT-PARAM        PIC X(10).
           03 LOT-DATA-INI     PIC 9(08).
           03 LOT-HORA-INI     PIC 9(06).
           03 LOT-DATA-FIM     PIC 9(08).
           03 LOT-HORA-FIM     PIC 9(06).
           03 LOT-SIT          PIC X(01).
           03 LOT-TERM         PIC X(04).
           03 LOT-QTD          PIC 9(06).
           03 LOT-MSG          PIC X(40).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       77 FS                   PIC XX.
       77 FS-RDF               PIC XX.
       77 ST                   PIC XX.
       77 FS-REL               PIC XX.
       77 FS-SPL               PIC XX.
       77 FS-EXPORT            PIC XX.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-OPCAO             PIC 9 VALUE ZEROS.
       88 OPCAO-88               VALUE 0 1 2 3 4.
       77 WS-NOME-DEF          PIC X(10) VALUE SPACES.
       77 WS-NOVO              PIC X VALUE "N".
       88 NOVO-88                VALUE "S".
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-COL               PIC 9(03) VALUE ZEROS.
       77 WS-I                 PIC 99 VALUE ZEROS.
       77 WS-J                 PIC 99 VALUE ZEROS.
       77 WS-K                 PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 99 VALUE ZEROS.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QTD-ORD           PIC 9 VALUE ZEROS.
       77 WS-QTD-COL           PIC 9 VALUE ZEROS.
       77 WS-QTD-V             PIC 9 VALUE ZEROS.
       77 WS-QTD-DEF           PIC 9(04) VALUE ZEROS.
       77 WS-LINHA             PIC 99 VALUE ZEROS.
       77 WS-PAGINA            PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO          PIC X VALUE "S".
       88 PRIMEIRO-88            VALUE "S".
       77 WS-PASSA             PIC X VALUE "S".
       88 PASSA-88               VALUE "S".
       77 WS-QTD-ED            PIC ZZZ.ZZ9.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

      *-----------------------------------------*
      * Campos de BCO.DAT (BCOREC.CPY) que o    *
      * usuario pode usar: nome, posicao e      *
      * tamanho no registro, tipo, largura      *
      * impressa e tamanho da chave.            *
      * Tipo: X texto  N numero  I CPF/CNPJ     *
      *       V valor 9(08)V99                  *
      *       D data ddmmaaaa  A data aaaammdd  *
      *       C data ddmmaa    M mes mmaaaa     *
      *-----------------------------------------*
       77 WS-MAX-CAMPO         PIC 99 VALUE 30.
       01 WS-CATALOGO.
           03 F PIC X(20) VALUE "NUMERO    00106X0606".
           03 F PIC X(20) VALUE "CONTA     00710X1010".
           03 F PIC X(20) VALUE "FAVORECIDO01720X2020".
           03 F PIC X(20) VALUE "VENCIMENTO03708D1008".
           03 F PIC X(20) VALUE "MES VCTO  03706M0706".
           03 F PIC X(20) VALUE "VALOR     04510V1310".
           03 F PIC X(20) VALUE "DEPTO     05502X0502".
           03 F PIC X(20) VALUE "OBS       05515X1515".
           03 F PIC X(20) VALUE "CPF/CNPJ  07014I1414".
           03 F PIC X(20) VALUE "DATA CONF 08406C0808".
           03 F PIC X(20) VALUE "SITUACAO  09001X0301".
           03 F PIC X(20) VALUE "MOTIVO    09120X2020".
           03 F PIC X(20) VALUE "CRIADO POR11108X1008".
           03 F PIC X(20) VALUE "CRIADO EM 11908A1008".
           03 F PIC X(20) VALUE "ALTER.POR 12708X0908".
           03 F PIC X(20) VALUE "ALTER.EM  13508A1008".
           03 F PIC X(20) VALUE "PARCELA   14302N0402".
           03 F PIC X(20) VALUE "ALINEA    14802N0602".
           03 F PIC X(20) VALUE "DEVOLUCAO 15008A1008".
           03 F PIC X(20) VALUE "FOLHA     16406N0606".
           03 F PIC X(20) VALUE "FORNEC.   17105X0705".
           03 F PIC X(20) VALUE "V.BRUTO   17610V1310".
           03 F PIC X(20) VALUE "RET.IRRF  18610V1310".
           03 F PIC X(20) VALUE "RET.ISS   19610V1310".
           03 F PIC X(20) VALUE "V.PAGO    20610V1310".
           03 F PIC X(20) VALUE "CATEGORIA 21603N0903".
           03 F PIC X(20) VALUE "APROVACAO 21901X0501".
           03 F PIC X(20) VALUE "FORMA     22801X0501".
           03 F PIC X(20) VALUE "EMPENHO   30006N0706".
           03 F PIC X(20) VALUE "NF        30610X1010".
       01 WS-CATALOGO-R REDEFINES WS-CATALOGO.
           03 WS-CAT           OCCURS 30.
               05 WS-CAT-NOME  PIC X(10).
               05 WS-CAT-POS   PIC 9(03).
               05 WS-CAT-TAM   PIC 99.
               05 WS-CAT-TIPO  PIC X(01).
               05 WS-CAT-LARG  PIC 99.
               05 WS-CAT-CHV   PIC 99.

      *----- campo corrente (WS-CP) e o registro em trabalho
       77 WS-CP                PIC 99 VALUE ZEROS.
       77 WS-POS               PIC 9(03) VALUE ZEROS.
       77 WS-TAM               PIC 99 VALUE ZEROS.
       77 WS-TIPO              PIC X VALUE SPACES.
       77 WS-LARG              PIC 99 VALUE ZEROS.
       77 WS-CHV               PIC 99 VALUE ZEROS.
       77 WS-CHAVE             PIC X(20) VALUE SPACES.
       77 WS-FMT               PIC X(20) VALUE SPACES.
       77 WS-SECULO            PIC X(02) VALUE SPACES.
       01 WS-REG               PIC X(326) VALUE SPACES.
       01 WS-VAL               PIC 9(08)V99 VALUE ZEROS.
       01 WS-VAL-X REDEFINES WS-VAL PIC X(10).
       77 WS-VAL-ED            PIC ZZ.ZZZ.ZZ9,99.
       77 WS-VAL-ARQ           PIC Z(07)9,99.
       77 WS-SOMA-ED           PIC Z(09)9,99.

      *----- filtros: operador e valor digitado conforme o tipo
       77 WS-OPER              PIC X(02) VALUE SPACES.
       88 OPER-88                VALUE "= " "<>" "> " "< " ">=" "<="
                                       "CT".
       77 WS-F-TEXTO           PIC X(20) VALUE SPACES.
       01 WS-F-VAL             PIC 9(08)V99 VALUE ZEROS.
       01 WS-F-VAL-X REDEFINES WS-F-VAL PIC X(10).
       77 WS-F-VAL-ED          PIC ZZ.ZZZ.ZZ9,99.
       01 WS-F-NUM             PIC 9(14) VALUE ZEROS.
       01 WS-F-NUM-X REDEFINES WS-F-NUM PIC X(14).
       01 WS-F-DATA-K.
           03 WS-FK-ANO        PIC 9(04).
           03 WS-FK-MES        PIC 99.
           03 WS-FK-DIA        PIC 99.
       77 WS-FRAG-TAM          PIC 99 VALUE ZEROS.
       77 WS-FRAG-I            PIC 99 VALUE ZEROS.
       77 WS-FRAG-ACHOU        PIC X VALUE "N".
       88 FRAG-ACHOU-88          VALUE "S".

      *----- colunas impressas: posicao e largura na linha
       01 WS-COLUNAS.
           03 WS-CL            OCCURS 8.
               05 WS-CL-POS    PIC 9(03).
               05 WS-CL-LARG   PIC 99.

      *----- acumuladores: 1 = geral, 2 = 1a. quebra,
      *----- 3 = 2a. quebra; um valor p/cada coluna
       01 WS-ACUMULA.
           03 WS-ACM           OCCURS 3.
               05 WS-ACM-QTD   PIC 9(06).
               05 WS-ACM-VAL   PIC 9(10)V99 OCCURS 8.
       01 WS-QUEBRAS.
           03 WS-QB            OCCURS 2.
               05 WS-QB-ANT    PIC X(20).
               05 WS-QB-ATU    PIC X(20).
               05 WS-QB-FMT    PIC X(20).

       01 WS-LINHA-MONTA       PIC X(200) VALUE SPACES.
       01 WS-CAB-COL           PIC X(200) VALUE SPACES.
       01 WS-LINHA-EXP         PIC X(200) VALUE SPACES.
       77 WS-PTR               PIC 9(03) VALUE ZEROS.
       77 WS-AP-I              PIC 99 VALUE ZEROS.
       77 WS-AP-INI            PIC 99 VALUE ZEROS.
       77 WS-AP-TAM            PIC 99 VALUE ZEROS.
       77 WS-ARQ-EXP           PIC X(12) VALUE SPACES.

      *----- spool (SPOOL.DAT)
       77 WS-ARQ-SPOOL         PIC X(12) VALUE SPACES.
       77 WS-SPL-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-HORA-SPL          PIC 9(08) VALUE ZEROS.
       01 WS-DATA-SPL.
           03 ANO-SPL          PIC 9(04).
           03 MES-SPL          PIC 99.
           03 DIA-SPL          PIC 99.

       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
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

      *----- lote noturno (128): situacao que o passo devolve;
      *----- saida fora do fim normal fica como falha
       77 FS-LOTE              PIC XX.
       77 WS-LOTE              PIC X VALUE "N".
       88 LOTE-88                VALUE "S".
       77 WS-LOTE-PASSO        PIC 99 VALUE ZEROS.
       77 WS-LOTE-OPER         PIC X(08) VALUE SPACES.
       77 WS-LOTE-PARAM        PIC X(10) VALUE SPACES.
       77 WS-LOTE-SIT          PIC X VALUE "F".
       77 WS-LOTE-QTD          PIC 9(06) VALUE ZEROS.
       77 WS-LOTE-MSG          PIC X(40) VALUE
           "ENCERROU SEM CONCLUIR".
       77 WS-LOTE-DATA         PIC 9(08) VALUE ZEROS.
       77 WS-LOTE-HORA         PIC 9(08) VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(22) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".
           02 f pic x(03) value spaces.
           02 F PIC X(04) VALUE "Pag.".
           02 PAG-DET PIC ZZ9.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 TIT-DET PIC X(40).
           02 f pic x(16) value spaces.
           02 F PIC X(06) VALUE "Relat.".
           02 f pic x value spaces.
           02 NOME-TIT PIC X(10).

       01 LINHA-TRACO.
           02 f pic x(80) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RELATORIO DO USUARIO " BLINK.
           02 LINE 08 COLUMN 10 VALUE "1-Define / altera relatorio".
           02 LINE 09 COLUMN 10 VALUE "2-Emite relatorio".
           02 LINE 10 COLUMN 10 VALUE "3-Exclui definicao".
           02 LINE 11 COLUMN 10 VALUE "4-Relacao das definicoes".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-DEF.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " DEFINICAO DE RELATORIO "
              BLINK.
           02 LINE 05 COLUMN 02 VALUE "Nome......=".
           02 LINE 05 COLUMN 26 VALUE "Titulo=".
           02 LINE 06 COLUMN 02 VALUE "Colunas...=".
           02 LINE 06 COLUMN 40 VALUE "(nos. da tabela, 00=fim)".
           02 LINE 07 COLUMN 02 VALUE "Filtro 1..=".
           02 LINE 08 COLUMN 02 VALUE "Filtro 2..=".
           02 LINE 09 COLUMN 02 VALUE "Filtro 3..=".
           02 LINE 10 COLUMN 02 VALUE "Filtro 4..=".
           02 LINE 07 COLUMN 45 VALUE "Oper.: =  <>  >  <  >=  <=".
           02 LINE 08 COLUMN 45 VALUE "CT = contem (campo texto)".
           02 LINE 09 COLUMN 45 VALUE "Data dd mm aaaa  Mes mm aaaa".
           02 LINE 11 COLUMN 02 VALUE "Ordem 1...=".
           02 LINE 12 COLUMN 02 VALUE "Ordem 2...=".
           02 LINE 13 COLUMN 02 VALUE "Ordem 3...=".
           02 LINE 11 COLUMN 45 VALUE "A=crescente  D=decrescente".
           02 LINE 14 COLUMN 02 VALUE "Quebras...=".
           02 LINE 14 COLUMN 17 VALUE
              "(0 a 2 - subtotal na 1a./2a. ordem)".
           02 LINE 15 COLUMN 02 VALUE "Saida.....=".
           02 LINE 15 COLUMN 17 VALUE "I=impressora A=arquivo".
           02 LINE 15 COLUMN 41 VALUE "Separador=".
           02 LINE 15 COLUMN 54 VALUE "Arquivo=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".

       01 TELA-LISTA.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 02 VALUE
              "NOME       TITULO                                   S".
           02 LINE 02 COLUMN 56 VALUE "ULT.EMISSAO POR".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P03-ABERTURA.
           OPEN I-O RELDEF.
           IF FS-RDF = "30" OR FS-RDF = "35"
               CLOSE RELDEF
               OPEN OUTPUT RELDEF
               CLOSE RELDEF
               OPEN I-O RELDEF.
           PERFORM P-DATA.
      *----- no lote (128) quem disparou ja e' supervisor ou a
      *----- agenda automatica; o parametro e' o nome do relatorio
           IF LOTE-88
               MOVE WS-LOTE-OPER TO WS-OPERADOR
               MOVE 3 TO WS-NIVEL
               GO TO P02-LOTE.
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
               PERFORM P-DEFINE THRU P-DEFINE-FIM.
           IF WS-OPCAO = 2
               GO TO P05-EMITE.
           IF WS-OPCAO = 3
               PERFORM P-EXCLUI THRU P-EXCLUI-FIM.
           IF WS-OPCAO = 4
               PERFORM P-LISTA THRU P-LISTA-FIM.
           GO TO P01-TELA-1.

       P02-LOTE.
           MOVE WS-LOTE-PARAM TO RDF-NOME.
           READ RELDEF
               INVALID KEY
                   MOVE SPACES TO WS-LOTE-MSG
                   STRING "RELATORIO " WS-LOTE-PARAM " INEXISTENTE"
                       DELIMITED BY SIZE INTO WS-LOTE-MSG
                   PERFORM P-FIM.
           DISPLAY (21 04) "Processando...".
           GO TO P06-CLASSIFICA.

      *-----------------------------------------*
      * Emissao: escolhe a definicao gravada e  *
      * classifica o BCO.DAT conforme ela.      *
      *-----------------------------------------*
       P05-EMITE.
           DISPLAY (01 01) ERASE.
           PERFORM P-LISTA-TELA THRU P-LISTA-TELA-FIM.
       P05-NOME.
           DISPLAY (21 04) "Relatorio (em branco volta):".
           MOVE SPACES TO WS-NOME-DEF.
           ACCEPT (21 33) WS-NOME-DEF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-NOME-DEF = SPACES
               GO TO P01-TELA-1.
           MOVE WS-NOME-DEF TO RDF-NOME.
           READ RELDEF
               INVALID KEY
                   DISPLAY (21 04) "!! Relatorio Nao Definido !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P05-NOME.
           DISPLAY (20 04) RDF-TITULO.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P05-NOME.
           DISPLAY (21 04) "Processando...".

       P06-CLASSIFICA.
           SORT SORTEIO ON ASCENDING KEY SRT-A1
                           DESCENDING KEY SRT-D1
                           ASCENDING KEY SRT-A2
                           DESCENDING KEY SRT-D2
                           ASCENDING KEY SRT-A3
                           DESCENDING KEY SRT-D3
                           ASCENDING KEY SRT-NUM
               INPUT PROCEDURE IS ENTRADA
               OUTPUT PROCEDURE IS SAIDA.

      *-----------------------------------------*
      * Cadastro da definicao: nome, titulo,    *
      * ate 8 colunas, 4 filtros, 3 ordens,     *
      * quebras e saida.                        *
      *-----------------------------------------*
       P-DEFINE.
           DISPLAY TELA-DEF.
           PERFORM P-DATA.
           PERFORM P-MOSTRA-CATALOGO.
           DISPLAY (22 14) "<NOME EM BRANCO , Volta ao menu".
       P-DEFINE-NOME.
           MOVE SPACES TO WS-NOME-DEF.
           ACCEPT (05 14) WS-NOME-DEF WITH PROMPT AUTO-SKIP.
           IF WS-NOME-DEF = SPACES
               GO TO P-DEFINE-FIM.
           MOVE WS-NOME-DEF TO RDF-NOME.
           MOVE "N" TO WS-NOVO.
           READ RELDEF
               INVALID KEY
                   MOVE "S" TO WS-NOVO.
           IF NOVO-88
               PERFORM P-LIMPA-DEF.
           PERFORM P-MOSTRA-DEF.
       P-DEFINE-TITULO.
           ACCEPT (05 34) RDF-TITULO WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-TITULO = SPACES
               DISPLAY (21 04) "!! Informe o Titulo do Relatorio !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-TITULO.

       P-DEFINE-COLUNAS.
           MOVE 1 TO WS-I.
       P-DEFINE-COL.
           COMPUTE WS-COL = 11 + WS-I * 3.
           ACCEPT (06 , WS-COL) RDF-COL(WS-I)
               WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-COL(WS-I) > WS-MAX-CAMPO
               DISPLAY (21 04) "!! Campo Inexistente - Veja a Tabela !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-COL.
           IF RDF-COL(WS-I) = ZEROS AND WS-I = 1
               DISPLAY (21 04) "!! Informe ao Menos Uma Coluna !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-COL.
           IF RDF-COL(WS-I) = ZEROS
               PERFORM P-ZERA-COL UNTIL WS-I > 8
               GO TO P-DEFINE-FILTROS.
           ADD 1 TO WS-I.
           IF WS-I NOT > 8
               GO TO P-DEFINE-COL.

       P-DEFINE-FILTROS.
           MOVE 1 TO WS-I.
       P-DEFINE-FIL.
           COMPUTE LIN = 6 + WS-I.
           ACCEPT (LIN , 14) RDF-FIL-CAMPO(WS-I)
               WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-FIL-CAMPO(WS-I) > WS-MAX-CAMPO
               DISPLAY (21 04) "!! Campo Inexistente - Veja a Tabela !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-FIL.
           IF RDF-FIL-CAMPO(WS-I) = ZEROS
               MOVE SPACES TO RDF-FIL-OPER(WS-I) RDF-FIL-VALOR(WS-I)
               DISPLAY (LIN , 17) "                        "
               GO TO P-DEFINE-FIL-PROX.
       P-DEFINE-OPER.
           ACCEPT (LIN , 17) RDF-FIL-OPER(WS-I)
               WITH UPDATE PROMPT AUTO-SKIP.
           MOVE RDF-FIL-OPER(WS-I) TO WS-OPER.
           IF WS-OPER = "ct" OR WS-OPER = "Ct" OR WS-OPER = "cT"
               MOVE "CT" TO WS-OPER.
           IF NOT OPER-88
               DISPLAY (21 04) "!! Operador Invalido !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-OPER.
           MOVE RDF-FIL-CAMPO(WS-I) TO WS-CP.
           PERFORM P-PEGA-CAT.
           IF WS-OPER = "CT" AND WS-TIPO NOT = "X"
               DISPLAY (21 04) "!! CT So' P/Campo Texto !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-OPER.
           MOVE WS-OPER TO RDF-FIL-OPER(WS-I).
           DISPLAY (LIN , 17) RDF-FIL-OPER(WS-I).
           DISPLAY (LIN , 20) "                     ".
           PERFORM P-DEF-VALOR THRU P-DEF-VALOR-FIM.
       P-DEFINE-FIL-PROX.
           ADD 1 TO WS-I.
           IF WS-I NOT > 4
               GO TO P-DEFINE-FIL.

       P-DEFINE-ORDENS.
           MOVE ZEROS TO WS-QTD-ORD.
           MOVE 1 TO WS-I.
       P-DEFINE-ORD.
           COMPUTE LIN = 10 + WS-I.
           ACCEPT (LIN , 14) RDF-ORD-CAMPO(WS-I)
               WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-ORD-CAMPO(WS-I) > WS-MAX-CAMPO
               DISPLAY (21 04) "!! Campo Inexistente - Veja a Tabela !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-ORD.
           IF RDF-ORD-CAMPO(WS-I) = ZEROS
               PERFORM P-ZERA-ORD UNTIL WS-I > 3
               GO TO P-DEFINE-QUEBRA.
       P-DEFINE-SENT.
           IF RDF-ORD-SENT(WS-I) = SPACE
               MOVE "A" TO RDF-ORD-SENT(WS-I).
           ACCEPT (LIN , 17) RDF-ORD-SENT(WS-I)
               WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-ORD-SENT(WS-I) = "a"
               MOVE "A" TO RDF-ORD-SENT(WS-I).
           IF RDF-ORD-SENT(WS-I) = "d"
               MOVE "D" TO RDF-ORD-SENT(WS-I).
           IF RDF-ORD-SENT(WS-I) NOT = "A" AND
              RDF-ORD-SENT(WS-I) NOT = "D"
               GO TO P-DEFINE-SENT.
           ADD 1 TO WS-QTD-ORD.
           ADD 1 TO WS-I.
           IF WS-I NOT > 3
               GO TO P-DEFINE-ORD.

       P-DEFINE-QUEBRA.
           ACCEPT (14 14) RDF-QUEBRA WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-QUEBRA > 2 OR RDF-QUEBRA > WS-QTD-ORD
               DISPLAY (21 04) "!! Quebra So' Nas Ordens Informadas !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-QUEBRA.

       P-DEFINE-SAIDA.
           ACCEPT (15 14) RDF-SAIDA WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-SAIDA = "i"
               MOVE "I" TO RDF-SAIDA.
           IF RDF-SAIDA = "a"
               MOVE "A" TO RDF-SAIDA.
           IF RDF-SAIDA NOT = "I" AND RDF-SAIDA NOT = "A"
               GO TO P-DEFINE-SAIDA.
           IF RDF-SAIDA = "A"
               GO TO P-DEFINE-SEPARA.
           MOVE SPACES TO RDF-SEPARA RDF-ARQ.
           DISPLAY (15 51) RDF-SEPARA.
           DISPLAY (15 62) RDF-ARQ.
      *----- impresso: as colunas tem de caber em 80 posicoes
           PERFORM P-MONTA-COLUNAS.
           IF WS-COL > 82
               DISPLAY (21 04) "!! Colunas Passam de 80 Posicoes !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-COLUNAS.
           GO TO P-DEFINE-CONFIRMA.

       P-DEFINE-SEPARA.
           IF RDF-SEPARA = SPACE
               MOVE ";" TO RDF-SEPARA.
           ACCEPT (15 51) RDF-SEPARA WITH UPDATE PROMPT AUTO-SKIP.
      *----- virgula e' o decimal dos valores
           IF RDF-SEPARA = SPACE OR RDF-SEPARA = "," OR
              RDF-SEPARA = "."
               DISPLAY (21 04) "!! Separador Invalido !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEFINE-SEPARA.
           IF RDF-ARQ = SPACES
               STRING RDF-NOME(1:8) DELIMITED BY SPACE
                      ".TXT" DELIMITED BY SIZE INTO RDF-ARQ.
       P-DEFINE-ARQ.
           ACCEPT (15 62) RDF-ARQ WITH UPDATE PROMPT AUTO-SKIP.
           IF RDF-ARQ = SPACES
               GO TO P-DEFINE-ARQ.

       P-DEFINE-CONFIRMA.
           DISPLAY (21 04) "Grava a definicao ?  < S/N >".
           ACCEPT (21 34) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-DEFINE-FIM.
           IF NOT NOVO-88
               GO TO P-DEFINE-REGRAVA.
           MOVE WS-OPERADOR TO RDF-CRIADO-POR.
           MOVE WS-DATA-N TO RDF-CRIADO-DATA.
           WRITE REG-RELDEF
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-RDF
                   ACCEPT (23 01) WS-P
                   GO TO P-DEFINE-FIM.
           GO TO P-DEFINE-OK.
       P-DEFINE-REGRAVA.
           REWRITE REG-RELDEF
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS-RDF
                   ACCEPT (23 01) WS-P
                   GO TO P-DEFINE-FIM.
       P-DEFINE-OK.
           DISPLAY (21 04) "!! < Definicao Gravada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-DEFINE-FIM.
           EXIT.

       P-ZERA-COL.
           MOVE ZEROS TO RDF-COL(WS-I).
           COMPUTE WS-COL = 11 + WS-I * 3.
           DISPLAY (06 , WS-COL) RDF-COL(WS-I).
           ADD 1 TO WS-I.

       P-ZERA-ORD.
           MOVE ZEROS TO RDF-ORD-CAMPO(WS-I).
           MOVE SPACE TO RDF-ORD-SENT(WS-I).
           COMPUTE LIN = 10 + WS-I.
           DISPLAY (LIN , 14) RDF-ORD-CAMPO(WS-I).
           DISPLAY (LIN , 17) RDF-ORD-SENT(WS-I).
           ADD 1 TO WS-I.

       P-LIMPA-DEF.
           MOVE SPACES TO REG-RELDEF.
           MOVE WS-NOME-DEF TO RDF-NOME.
           MOVE ZEROS TO RDF-COLUNAS RDF-QUEBRA RDF-CRIADO-DATA
               RDF-ULT-EXEC RDF-ULT-QTD.
           MOVE "I" TO RDF-SAIDA.
           MOVE 1 TO WS-I.
           PERFORM P-LIMPA-DEF-1 UNTIL WS-I > 4.

       P-LIMPA-DEF-1.
           MOVE ZEROS TO RDF-FIL-CAMPO(WS-I).
           IF WS-I NOT > 3
               MOVE ZEROS TO RDF-ORD-CAMPO(WS-I).
           ADD 1 TO WS-I.

      *----- valor do filtro digitado conforme o tipo do campo
       P-DEF-VALOR.
           IF WS-TIPO = "X"
               MOVE RDF-FIL-VALOR(WS-I) TO WS-F-TEXTO
               ACCEPT (LIN , 20) WS-F-TEXTO
                   WITH UPDATE PROMPT AUTO-SKIP
               MOVE WS-F-TEXTO TO RDF-FIL-VALOR(WS-I)
               GO TO P-DEF-VALOR-FIM.
           IF WS-TIPO = "V"
               MOVE RDF-FIL-VALOR(WS-I)(1:10) TO WS-F-VAL-X
               IF WS-F-VAL NOT NUMERIC
                   MOVE ZEROS TO WS-F-VAL
               END-IF
               ACCEPT (LIN , 20) WS-F-VAL
                   WITH UPDATE PROMPT AUTO-SKIP
               MOVE SPACES TO RDF-FIL-VALOR(WS-I)
               MOVE WS-F-VAL-X TO RDF-FIL-VALOR(WS-I)(1:10)
               GO TO P-DEF-VALOR-FIM.
           IF WS-TIPO = "N" OR WS-TIPO = "I"
               MOVE ZEROS TO WS-F-NUM
               IF RDF-FIL-VALOR(WS-I)(1:WS-TAM) NUMERIC
                   MOVE RDF-FIL-VALOR(WS-I)(1:WS-TAM)
                       TO WS-F-NUM-X(15 - WS-TAM:WS-TAM)
               END-IF
               ACCEPT (LIN , 20) WS-F-NUM
                   WITH UPDATE PROMPT AUTO-SKIP
               MOVE SPACES TO RDF-FIL-VALOR(WS-I)
               MOVE WS-F-NUM-X(15 - WS-TAM:WS-TAM)
                   TO RDF-FIL-VALOR(WS-I)(1:WS-TAM)
               GO TO P-DEF-VALOR-FIM.
      *----- datas e mes: guardados como aaaammdd / aaaamm
           MOVE RDF-FIL-VALOR(WS-I)(1:8) TO WS-F-DATA-K.
           IF WS-TIPO = "M"
               MOVE "01" TO WS-F-DATA-K(7:2).
           IF WS-F-DATA-K NOT NUMERIC
               MOVE ZEROS TO WS-F-DATA-K.
       P-DEF-DATA.
           IF WS-TIPO = "M"
               GO TO P-DEF-MES.
           DISPLAY (LIN , 22) "/".
           DISPLAY (LIN , 25) "/".
           ACCEPT (LIN , 20) WS-FK-DIA WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (LIN , 23) WS-FK-MES WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (LIN , 26) WS-FK-ANO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-FK-DIA < 1 OR WS-FK-DIA > 31 OR
              WS-FK-MES < 1 OR WS-FK-MES > 12
               DISPLAY (21 04) "!! Data Invalida !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEF-DATA.
           MOVE SPACES TO RDF-FIL-VALOR(WS-I).
           MOVE WS-F-DATA-K TO RDF-FIL-VALOR(WS-I)(1:8).
           GO TO P-DEF-VALOR-FIM.
       P-DEF-MES.
           DISPLAY (LIN , 22) "/".
           ACCEPT (LIN , 20) WS-FK-MES WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (LIN , 23) WS-FK-ANO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-FK-MES < 1 OR WS-FK-MES > 12
               DISPLAY (21 04) "!! Mes Invalido !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DEF-MES.
           MOVE SPACES TO RDF-FIL-VALOR(WS-I).
           MOVE WS-F-DATA-K(1:6) TO RDF-FIL-VALOR(WS-I)(1:6).
       P-DEF-VALOR-FIM.
           EXIT.

       P-MOSTRA-DEF.
           DISPLAY (05 14) RDF-NOME.
           DISPLAY (05 34) RDF-TITULO.
           MOVE 1 TO WS-I.
           PERFORM P-MOSTRA-DEF-COL UNTIL WS-I > 8.
           MOVE 1 TO WS-I.
           PERFORM P-MOSTRA-DEF-FIL UNTIL WS-I > 4.
           MOVE 1 TO WS-I.
           PERFORM P-MOSTRA-DEF-ORD UNTIL WS-I > 3.
           DISPLAY (14 14) RDF-QUEBRA.
           DISPLAY (15 14) RDF-SAIDA.
           DISPLAY (15 51) RDF-SEPARA.
           DISPLAY (15 62) RDF-ARQ.

       P-MOSTRA-DEF-COL.
           COMPUTE WS-COL = 11 + WS-I * 3.
           DISPLAY (06 , WS-COL) RDF-COL(WS-I).
           ADD 1 TO WS-I.

       P-MOSTRA-DEF-FIL.
           COMPUTE LIN = 6 + WS-I.
           DISPLAY (LIN , 14) RDF-FIL-CAMPO(WS-I).
           DISPLAY (LIN , 17) RDF-FIL-OPER(WS-I).
           IF RDF-FIL-CAMPO(WS-I) NOT = ZEROS
               MOVE RDF-FIL-CAMPO(WS-I) TO WS-CP
               PERFORM P-PEGA-CAT
               PERFORM P-MOSTRA-VALOR.
           ADD 1 TO WS-I.

       P-MOSTRA-VALOR.
           IF WS-TIPO = "X"
               DISPLAY (LIN , 20) RDF-FIL-VALOR(WS-I).
           IF WS-TIPO = "N" OR WS-TIPO = "I"
               DISPLAY (LIN , 20) RDF-FIL-VALOR(WS-I)(1:WS-TAM).
           IF WS-TIPO = "V"
               MOVE RDF-FIL-VALOR(WS-I)(1:10) TO WS-F-VAL-X
               IF WS-F-VAL NUMERIC
                   MOVE WS-F-VAL TO WS-F-VAL-ED
                   DISPLAY (LIN , 20) WS-F-VAL-ED
               END-IF.
           IF WS-TIPO = "D" OR WS-TIPO = "A" OR WS-TIPO = "C"
               DISPLAY (LIN , 20) RDF-FIL-VALOR(WS-I)(7:2) "/"
                   RDF-FIL-VALOR(WS-I)(5:2) "/"
                   RDF-FIL-VALOR(WS-I)(1:4).
           IF WS-TIPO = "M"
               DISPLAY (LIN , 20) RDF-FIL-VALOR(WS-I)(5:2) "/"
                   RDF-FIL-VALOR(WS-I)(1:4).

       P-MOSTRA-DEF-ORD.
           COMPUTE LIN = 10 + WS-I.
           DISPLAY (LIN , 14) RDF-ORD-CAMPO(WS-I).
           DISPLAY (LIN , 17) RDF-ORD-SENT(WS-I).
           ADD 1 TO WS-I.

      *----- tabela de campos nas linhas 16 a 20, 6 por linha
       P-MOSTRA-CATALOGO.
           MOVE 1 TO WS-I.
           PERFORM P-MOSTRA-CAT-1 UNTIL WS-I > WS-MAX-CAMPO.

       P-MOSTRA-CAT-1.
           COMPUTE WS-K = WS-I - 1.
           DIVIDE WS-K BY 6 GIVING WS-QUOC REMAINDER WS-RESTO.
           COMPUTE LIN = 16 + WS-QUOC.
           COMPUTE WS-COL = 2 + WS-RESTO * 13.
           DISPLAY (LIN , WS-COL) WS-I "-" WS-CAT-NOME(WS-I).
           ADD 1 TO WS-I.

      *-----------------------------------------*
      * Exclusao de uma definicao.              *
      *-----------------------------------------*
       P-EXCLUI.
           DISPLAY (21 04) "Relatorio a excluir :".
           MOVE SPACES TO WS-NOME-DEF.
           ACCEPT (21 26) WS-NOME-DEF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-NOME-DEF = SPACES
               GO TO P-EXCLUI-FIM.
           MOVE WS-NOME-DEF TO RDF-NOME.
           READ RELDEF
               INVALID KEY
                   DISPLAY (21 04) "!! Relatorio Nao Definido !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-EXCLUI-FIM.
           DISPLAY (20 04) RDF-TITULO.
           DISPLAY (21 04) "Confirma a exclusao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-EXCLUI-FIM.
           DELETE RELDEF
               INVALID KEY
                   DISPLAY (21 04) "ERRO NA EXCLUSAO - FS = " FS-RDF
                   ACCEPT (23 01) WS-P
                   GO TO P-EXCLUI-FIM.
           DISPLAY (21 04) "!! < Definicao Excluida > !!".
           ACCEPT (23 01) WS-P.
       P-EXCLUI-FIM.
           EXIT.

      *-----------------------------------------*
      * Relacao das definicoes na tela.         *
      *-----------------------------------------*
       P-LISTA.
           DISPLAY (01 01) ERASE.
           PERFORM P-LISTA-TELA THRU P-LISTA-TELA-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-LISTA-FIM.
           EXIT.

       P-LISTA-TELA.
           DISPLAY TELA-LISTA.
           MOVE 2 TO LIN.
           MOVE ZEROS TO WS-QTD-DEF.
           MOVE LOW-VALUES TO RDF-NOME.
           START RELDEF KEY IS NOT LESS THAN RDF-NOME
               INVALID KEY GO TO P-LISTA-TELA-VAZIA.
       P-LISTA-TELA-LER.
           READ RELDEF NEXT RECORD
               AT END GO TO P-LISTA-TELA-VAZIA.
           ADD 1 TO LIN.
           ADD 1 TO WS-QTD-DEF.
           DISPLAY (LIN , 02) RDF-NOME.
           DISPLAY (LIN , 13) RDF-TITULO.
           DISPLAY (LIN , 54) RDF-SAIDA.
           IF RDF-ULT-EXEC NOT = ZEROS
               DISPLAY (LIN , 56) RDF-ULT-EXEC(7:2) "/"
                   RDF-ULT-EXEC(5:2) "/" RDF-ULT-EXEC(1:4)
               DISPLAY (LIN , 68) RDF-ULT-POR.
           IF LIN > 18
               DISPLAY (20 25) "< ENTER > Continua"
               ACCEPT (20 45) WS-P
               DISPLAY (03 01) ERASE
               MOVE 2 TO LIN.
           GO TO P-LISTA-TELA-LER.
       P-LISTA-TELA-VAZIA.
           IF WS-QTD-DEF = ZEROS
               DISPLAY (10 10) "!! NENHUM RELATORIO DEFINIDO !!".
       P-LISTA-TELA-FIM.
           EXIT.

      *-----------------------------------------*
      * Entrada da classificacao: lanctos que   *
      * passam nos filtros, c/a chave de cada   *
      * ordem.                                  *
      *-----------------------------------------*
       ENTRADA SECTION.

       E01-ABRE.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
       E02-LER.
           READ BANCO NEXT RECORD
               AT END GO TO E09-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO E02-LER.
           IF DESCRI-CHE = "NULO "
               GO TO E02-LER.
           MOVE REG-BCO TO WS-REG.
           PERFORM P-FILTRA THRU P-FILTRA-EXIT.
           IF NOT PASSA-88
               GO TO E02-LER.
           MOVE SPACES TO REG-SORT.
           PERFORM P-MONTA-ORDEM THRU P-MONTA-ORDEM-FIM.
           MOVE NUM-CHE TO SRT-NUM.
           MOVE REG-BCO TO SRT-REG.
           RELEASE REG-SORT.
           GO TO E02-LER.
       E09-FIM.
           CLOSE BANCO.

      *-----------------------------------------*
      * Saida: impresso via spool c/quebras e   *
      * subtotais, ou arquivo delimitado so' c/ *
      * as linhas de detalhe.                   *
      *-----------------------------------------*
       SAIDA SECTION.

       S01-ABRE.
           PERFORM P-MONTA-COLUNAS.
           MOVE ZEROS TO WS-ACUMULA WS-PAGINA.
           MOVE "S" TO WS-PRIMEIRO.
           IF RDF-SAIDA = "A"
               PERFORM P-ABRE-EXPORT
               GO TO S02-RETURN.
           PERFORM P-ABRE-SPOOL.
           PERFORM P-CABECALHO.
       S02-RETURN.
           RETURN SORTEIO
               AT END GO TO S08-FIM.
           MOVE SRT-REG TO WS-REG.
           IF RDF-SAIDA = "A"
               PERFORM P-EXPORTA-LINHA
               ADD 1 TO WS-ACM-QTD(1)
               GO TO S02-RETURN.
           PERFORM S-QUEBRAS THRU S-QUEBRAS-FIM.
           PERFORM S-DETALHE.
           GO TO S02-RETURN.

       S08-FIM.
           IF RDF-SAIDA = "A"
               CLOSE EXPORT
               GO TO S09-ENCERRA.
           IF NOT PRIMEIRO-88 AND RDF-QUEBRA = 2
               MOVE 3 TO WS-K
               PERFORM S-FECHA-GRUPO.
           IF NOT PRIMEIRO-88 AND RDF-QUEBRA > ZEROS
               MOVE 2 TO WS-K
               PERFORM S-FECHA-GRUPO.
           MOVE LINHA-TRACO TO WS-LINHA-MONTA.
           PERFORM P-GRAVA-LINHA.
           MOVE 1 TO WS-K.
           PERFORM S-FECHA-GRUPO.
           CLOSE RELATO.
           PERFORM P-IMPRIME-SPOOL THRU P-IMPRIME-SPOOL-FIM.
       S09-ENCERRA.
      *----- CPFs que sairam inteiros: um registro no log
           IF WS-LGPD-QTD > ZEROS
               MOVE "W" TO WS-LGPD-ACAO
               MOVE WS-LGPD-QTD TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM
               MOVE ZEROS TO WS-LGPD-QTD.
           MOVE WS-DATA-N TO RDF-ULT-EXEC.
           MOVE WS-OPERADOR TO RDF-ULT-POR.
           MOVE WS-ACM-QTD(1) TO RDF-ULT-QTD.
           REWRITE REG-RELDEF
               INVALID KEY
                   CONTINUE.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-ACM-QTD(1) = ZEROS
               DISPLAY (21 04) "!! NENHUM LANCAMENTO ENCONTRADO !!"
           ELSE
               DISPLAY (21 04) "!! < Relatorio Emitido > !!"
               DISPLAY (21 35) WS-ACM-QTD(1) " lanctos".
           IF RDF-SAIDA = "A"
               DISPLAY (18 04) "Gerado o arquivo " WS-ARQ-EXP
           ELSE
               DISPLAY (18 04) "Spool " WS-ARQ-SPOOL
                   " enviado p/impressora.".
           IF LOTE-88
               PERFORM S-LOTE-RESUMO
               PERFORM P-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.

      *----- lote (128): nada selecionado -> aviso
       S-LOTE-RESUMO.
           MOVE "O" TO WS-LOTE-SIT.
           IF WS-ACM-QTD(1) = ZEROS
               MOVE "A" TO WS-LOTE-SIT.
           MOVE WS-ACM-QTD(1) TO WS-LOTE-QTD.
           MOVE SPACES TO WS-LOTE-MSG.
           IF RDF-SAIDA = "A"
               STRING RDF-NOME " -> " WS-ARQ-EXP
                   DELIMITED BY SIZE INTO WS-LOTE-MSG
           ELSE
               STRING RDF-NOME " -> " WS-ARQ-SPOOL
                   DELIMITED BY SIZE INTO WS-LOTE-MSG.

      *-----------------------------------------*
      * Troca de grupo: fecha do mais interno   *
      * p/o mais externo e abre os novos.       *
      *-----------------------------------------*
       S-QUEBRAS.
           IF RDF-QUEBRA = ZEROS
               GO TO S-QUEBRAS-FIM.
           MOVE 1 TO WS-J.
           PERFORM S-PEGA-QUEBRA UNTIL WS-J > RDF-QUEBRA.
           IF PRIMEIRO-88
               MOVE "N" TO WS-PRIMEIRO
               GO TO S-QUEBRAS-ABRE-1.
           IF WS-QB-ATU(1) NOT = WS-QB-ANT(1)
               GO TO S-QUEBRAS-FECHA-1.
           IF RDF-QUEBRA = 2 AND WS-QB-ATU(2) NOT = WS-QB-ANT(2)
               MOVE 3 TO WS-K
               PERFORM S-FECHA-GRUPO
               MOVE 2 TO WS-J
               PERFORM S-ABRE-GRUPO.
           GO TO S-QUEBRAS-FIM.
       S-QUEBRAS-FECHA-1.
           IF RDF-QUEBRA = 2
               MOVE 3 TO WS-K
               PERFORM S-FECHA-GRUPO.
           MOVE 2 TO WS-K.
           PERFORM S-FECHA-GRUPO.
       S-QUEBRAS-ABRE-1.
           MOVE 1 TO WS-J.
           PERFORM S-ABRE-GRUPO.
           IF RDF-QUEBRA = 2
               MOVE 2 TO WS-J
               PERFORM S-ABRE-GRUPO.
       S-QUEBRAS-FIM.
           EXIT.

       S-PEGA-QUEBRA.
           IF RDF-ORD-SENT(WS-J) = "D"
               MOVE SRT-DS(WS-J) TO WS-QB-ATU(WS-J)
           ELSE
               MOVE SRT-AS(WS-J) TO WS-QB-ATU(WS-J).
           ADD 1 TO WS-J.

       S-ABRE-GRUPO.
           MOVE WS-QB-ATU(WS-J) TO WS-QB-ANT(WS-J).
           MOVE RDF-ORD-CAMPO(WS-J) TO WS-CP.
           PERFORM P-FORMATA-CAMPO THRU P-FORMATA-CAMPO-FIM.
           MOVE WS-FMT TO WS-QB-FMT(WS-J).
           MOVE SPACES TO WS-LINHA-MONTA.
           IF WS-J = 1
               STRING ">> " WS-CAT-NOME(WS-CP) ": " WS-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-MONTA
           ELSE
               STRING "   > " WS-CAT-NOME(WS-CP) ": " WS-FMT
                   DELIMITED BY SIZE INTO WS-LINHA-MONTA.
           PERFORM P-GRAVA-LINHA.
           COMPUTE WS-K = WS-J + 1.
           MOVE ZEROS TO WS-ACM(WS-K).

      *----- WS-K: 1 = total geral, 2/3 = grupo da quebra 1/2
       S-FECHA-GRUPO.
           MOVE WS-ACM-QTD(WS-K) TO WS-QTD-ED.
           MOVE SPACES TO WS-LINHA-MONTA.
           IF WS-K = 1
               STRING "TOTAL GERAL - " WS-QTD-ED " lancto(s)"
                   DELIMITED BY SIZE INTO WS-LINHA-MONTA
           ELSE
               COMPUTE WS-J = WS-K - 1
               MOVE RDF-ORD-CAMPO(WS-J) TO WS-CP
               STRING "   Total " WS-CAT-NOME(WS-CP) " "
                   WS-QB-FMT(WS-J) " - " WS-QTD-ED " lancto(s)"
                   DELIMITED BY SIZE INTO WS-LINHA-MONTA.
           PERFORM P-GRAVA-LINHA.
           IF WS-QTD-V > ZEROS
               MOVE SPACES TO WS-LINHA-MONTA
               MOVE 1 TO WS-I
               PERFORM S-SOMA-COL UNTIL WS-I > WS-QTD-COL
               PERFORM P-GRAVA-LINHA.
           MOVE SPACES TO WS-LINHA-MONTA.
           PERFORM P-GRAVA-LINHA.

       S-SOMA-COL.
           MOVE RDF-COL(WS-I) TO WS-CP.
           IF WS-CAT-TIPO(WS-CP) = "V"
               MOVE WS-ACM-VAL(WS-K WS-I) TO WS-SOMA-ED
               MOVE WS-SOMA-ED TO WS-LINHA-MONTA(WS-CL-POS(WS-I):13).
           ADD 1 TO WS-I.

       S-DETALHE.
           MOVE SPACES TO WS-LINHA-MONTA.
           MOVE 1 TO WS-I.
           PERFORM S-DET-COL UNTIL WS-I > WS-QTD-COL.
           PERFORM P-GRAVA-LINHA.
           MOVE 1 TO WS-K.
           PERFORM S-CONTA-NIVEL UNTIL WS-K > RDF-QUEBRA + 1.

       S-DET-COL.
           MOVE RDF-COL(WS-I) TO WS-CP.
           PERFORM P-FORMATA-CAMPO THRU P-FORMATA-CAMPO-FIM.
           MOVE WS-FMT TO
               WS-LINHA-MONTA(WS-CL-POS(WS-I):WS-CL-LARG(WS-I)).
           IF WS-TIPO = "V"
               MOVE 1 TO WS-K
               PERFORM S-SOMA-NIVEL UNTIL WS-K > RDF-QUEBRA + 1.
           ADD 1 TO WS-I.

       S-SOMA-NIVEL.
           ADD WS-VAL TO WS-ACM-VAL(WS-K WS-I).
           ADD 1 TO WS-K.

       S-CONTA-NIVEL.
           ADD 1 TO WS-ACM-QTD(WS-K).
           ADD 1 TO WS-K.

      *-----------------------------------------*
      * Filtros da definicao sobre WS-REG; todos*
      * tem de passar.                          *
      *-----------------------------------------*
       P-FILTRA.
           MOVE "S" TO WS-PASSA.
           MOVE 1 TO WS-J.
       P-FILTRA-LOOP.
           IF WS-J > 4
               GO TO P-FILTRA-EXIT.
           IF RDF-FIL-CAMPO(WS-J) = ZEROS
               ADD 1 TO WS-J
               GO TO P-FILTRA-LOOP.
           MOVE RDF-FIL-CAMPO(WS-J) TO WS-CP.
           PERFORM P-CHAVE-CAMPO THRU P-CHAVE-CAMPO-FIM.
           MOVE RDF-FIL-OPER(WS-J) TO WS-OPER.
           MOVE RDF-FIL-VALOR(WS-J) TO WS-F-TEXTO.
           IF WS-OPER = "CT"
               PERFORM P-PROCURA-FRAG THRU P-PROCURA-FRAG-EXIT
               IF NOT FRAG-ACHOU-88
                   GO TO P-FILTRA-NAO.
           IF WS-OPER = "= " AND
              WS-CHAVE(1:WS-CHV) NOT = WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           IF WS-OPER = "<>" AND
              WS-CHAVE(1:WS-CHV) = WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           IF WS-OPER = "> " AND
              WS-CHAVE(1:WS-CHV) NOT > WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           IF WS-OPER = "< " AND
              WS-CHAVE(1:WS-CHV) NOT < WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           IF WS-OPER = ">=" AND
              WS-CHAVE(1:WS-CHV) < WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           IF WS-OPER = "<=" AND
              WS-CHAVE(1:WS-CHV) > WS-F-TEXTO(1:WS-CHV)
               GO TO P-FILTRA-NAO.
           ADD 1 TO WS-J.
           GO TO P-FILTRA-LOOP.
       P-FILTRA-NAO.
           MOVE "N" TO WS-PASSA.
       P-FILTRA-EXIT.
           EXIT.

      *----- CT: trecho digitado dentro do campo texto
       P-PROCURA-FRAG.
           MOVE "N" TO WS-FRAG-ACHOU.
           PERFORM P-FRAG-TAM.
           IF WS-FRAG-TAM = ZEROS
               MOVE "S" TO WS-FRAG-ACHOU
               GO TO P-PROCURA-FRAG-EXIT.
           MOVE 1 TO WS-FRAG-I.
       P-PROCURA-FRAG-LOOP.
           IF WS-FRAG-I + WS-FRAG-TAM > WS-TAM + 1
               GO TO P-PROCURA-FRAG-EXIT.
           IF WS-CHAVE(WS-FRAG-I:WS-FRAG-TAM) =
              WS-F-TEXTO(1:WS-FRAG-TAM)
               MOVE "S" TO WS-FRAG-ACHOU
               GO TO P-PROCURA-FRAG-EXIT.
           ADD 1 TO WS-FRAG-I.
           GO TO P-PROCURA-FRAG-LOOP.
       P-PROCURA-FRAG-EXIT.
           EXIT.

       P-FRAG-TAM.
           MOVE ZEROS TO WS-FRAG-TAM.
           MOVE 20 TO WS-FRAG-I.
           PERFORM P-FRAG-TAM-1 UNTIL WS-FRAG-I = ZEROS
               OR WS-FRAG-TAM > ZEROS.

       P-FRAG-TAM-1.
           IF WS-F-TEXTO(WS-FRAG-I:1) NOT = SPACE
               MOVE WS-FRAG-I TO WS-FRAG-TAM
           ELSE
               SUBTRACT 1 FROM WS-FRAG-I.

      *----- chave de classificacao de cada ordem informada
       P-MONTA-ORDEM.
           MOVE 1 TO WS-K.
       P-MONTA-ORDEM-LOOP.
           IF WS-K > 3
               GO TO P-MONTA-ORDEM-FIM.
           IF RDF-ORD-CAMPO(WS-K) = ZEROS
               GO TO P-MONTA-ORDEM-FIM.
           MOVE RDF-ORD-CAMPO(WS-K) TO WS-CP.
           PERFORM P-CHAVE-CAMPO THRU P-CHAVE-CAMPO-FIM.
           IF RDF-ORD-SENT(WS-K) = "D"
               MOVE WS-CHAVE TO SRT-DS(WS-K)
           ELSE
               MOVE WS-CHAVE TO SRT-AS(WS-K).
           ADD 1 TO WS-K.
           GO TO P-MONTA-ORDEM-LOOP.
       P-MONTA-ORDEM-FIM.
           EXIT.

       P-PEGA-CAT.
           MOVE WS-CAT-POS(WS-CP) TO WS-POS.
           MOVE WS-CAT-TAM(WS-CP) TO WS-TAM.
           MOVE WS-CAT-TIPO(WS-CP) TO WS-TIPO.
           MOVE WS-CAT-LARG(WS-CP) TO WS-LARG.
           MOVE WS-CAT-CHV(WS-CP) TO WS-CHV.

      *-----------------------------------------*
      * Chave do campo WS-CP de WS-REG: datas   *
      * viram aaaammdd (ddmmaa: < 50 = 20aa),   *
      * mes vira aaaamm, o resto vai como esta'.*
      *-----------------------------------------*
       P-CHAVE-CAMPO.
           PERFORM P-PEGA-CAT.
           MOVE SPACES TO WS-CHAVE.
           IF WS-TIPO = "D"
               STRING WS-REG(WS-POS + 4:4) WS-REG(WS-POS + 2:2)
                   WS-REG(WS-POS:2) DELIMITED BY SIZE INTO WS-CHAVE
               GO TO P-CHAVE-CAMPO-FIM.
           IF WS-TIPO = "M"
               STRING WS-REG(WS-POS + 2:4) WS-REG(WS-POS:2)
                   DELIMITED BY SIZE INTO WS-CHAVE
               GO TO P-CHAVE-CAMPO-FIM.
           IF WS-TIPO NOT = "C"
               MOVE WS-REG(WS-POS:WS-TAM) TO WS-CHAVE
               GO TO P-CHAVE-CAMPO-FIM.
           IF WS-REG(WS-POS:6) = "000000"
               MOVE "00000000" TO WS-CHAVE
               GO TO P-CHAVE-CAMPO-FIM.
           MOVE "19" TO WS-SECULO.
           IF WS-REG(WS-POS + 4:2) < "50"
               MOVE "20" TO WS-SECULO.
           STRING WS-SECULO WS-REG(WS-POS + 4:2) WS-REG(WS-POS + 2:2)
               WS-REG(WS-POS:2) DELIMITED BY SIZE INTO WS-CHAVE.
       P-CHAVE-CAMPO-FIM.
           EXIT.

      *-----------------------------------------*
      * Campo WS-CP de WS-REG formatado p/      *
      * impressao ou arquivo (WS-FMT); valor    *
      * fica tambem em WS-VAL p/os subtotais.   *
      *-----------------------------------------*
       P-FORMATA-CAMPO.
           PERFORM P-PEGA-CAT.
           MOVE SPACES TO WS-FMT.
           IF WS-TIPO = "X" OR WS-TIPO = "N"
               MOVE WS-REG(WS-POS:WS-TAM) TO WS-FMT
               GO TO P-FORMATA-CAMPO-FIM.
           IF WS-TIPO = "I"
               MOVE WS-REG(WS-POS:14) TO WS-LGPD-INSCR-X
               PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM
               MOVE WS-LGPD-MASC TO WS-FMT
               GO TO P-FORMATA-CAMPO-FIM.
           IF WS-TIPO NOT = "V"
               GO TO P-FORMATA-DATA.
           MOVE WS-REG(WS-POS:10) TO WS-VAL-X.
           IF RDF-SAIDA = "A"
               MOVE WS-VAL TO WS-VAL-ARQ
               MOVE WS-VAL-ARQ TO WS-FMT
           ELSE
               MOVE WS-VAL TO WS-VAL-ED
               MOVE WS-VAL-ED TO WS-FMT.
           GO TO P-FORMATA-CAMPO-FIM.
       P-FORMATA-DATA.
           IF WS-TIPO = "D"
               STRING WS-REG(WS-POS:2) "/" WS-REG(WS-POS + 2:2) "/"
                   WS-REG(WS-POS + 4:4) DELIMITED BY SIZE INTO WS-FMT
               GO TO P-FORMATA-CAMPO-FIM.
           IF WS-TIPO = "M"
               STRING WS-REG(WS-POS:2) "/" WS-REG(WS-POS + 2:4)
                   DELIMITED BY SIZE INTO WS-FMT
               GO TO P-FORMATA-CAMPO-FIM.
           IF WS-TIPO = "A" AND WS-REG(WS-POS:8) NOT = "00000000"
               STRING WS-REG(WS-POS + 6:2) "/" WS-REG(WS-POS + 4:2)
                   "/" WS-REG(WS-POS:4) DELIMITED BY SIZE INTO WS-FMT
               GO TO P-FORMATA-CAMPO-FIM.
           IF WS-TIPO = "C" AND WS-REG(WS-POS:6) NOT = "000000"
               STRING WS-REG(WS-POS:2) "/" WS-REG(WS-POS + 2:2) "/"
                   WS-REG(WS-POS + 4:2) DELIMITED BY SIZE INTO WS-FMT.
       P-FORMATA-CAMPO-FIM.
           EXIT.

      *----- posicao de cada coluna; WS-COL termina na 1a.
      *----- posicao livre (largura total = WS-COL - 2)
       P-MONTA-COLUNAS.
           MOVE ZEROS TO WS-QTD-COL WS-QTD-V.
           MOVE SPACES TO WS-CAB-COL.
           MOVE 1 TO WS-COL.
           MOVE 1 TO WS-I.
           PERFORM P-MONTA-COL-1 UNTIL WS-I > 8.

       P-MONTA-COL-1.
           IF RDF-COL(WS-I) = ZEROS
               MOVE 9 TO WS-I
           ELSE
               MOVE RDF-COL(WS-I) TO WS-CP
               PERFORM P-PEGA-CAT
               MOVE WS-COL TO WS-CL-POS(WS-I)
               MOVE WS-LARG TO WS-CL-LARG(WS-I)
               IF WS-TIPO = "V"
                   ADD 1 TO WS-QTD-V
                   MOVE WS-CAT-NOME(WS-CP) TO WS-CAB-COL(WS-COL + 3:10)
               ELSE
                   MOVE WS-CAT-NOME(WS-CP) TO WS-CAB-COL(WS-COL:WS-LARG)
               END-IF
               COMPUTE WS-COL = WS-COL + WS-LARG + 1
               ADD 1 TO WS-QTD-COL
               ADD 1 TO WS-I.

       P-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PAG-DET.
           MOVE RDF-TITULO TO TIT-DET.
           MOVE RDF-NOME TO NOME-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM WS-CAB-COL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 6 TO WS-LINHA.

       P-GRAVA-LINHA.
           IF WS-LINHA > 56
               PERFORM P-CABECALHO.
           WRITE REG-RELATO FROM WS-LINHA-MONTA.
           ADD 1 TO WS-LINHA.

      *-----------------------------------------*
      * Arquivo delimitado: cabecalho c/nomes   *
      * dos campos e uma linha por lancto, sem  *
      * brancos nas pontas.                     *
      *-----------------------------------------*
       P-ABRE-EXPORT.
           MOVE RDF-ARQ TO WS-ARQ-EXP.
           OPEN OUTPUT EXPORT.
           MOVE SPACES TO WS-LINHA-EXP.
           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM P-EXP-CAB-1 UNTIL WS-I > WS-QTD-COL.
           WRITE REG-EXPORT FROM WS-LINHA-EXP.

       P-EXP-CAB-1.
           IF WS-I > 1
               STRING RDF-SEPARA DELIMITED BY SIZE
                   INTO WS-LINHA-EXP WITH POINTER WS-PTR.
           MOVE RDF-COL(WS-I) TO WS-CP.
           STRING WS-CAT-NOME(WS-CP) DELIMITED BY "  "
               INTO WS-LINHA-EXP WITH POINTER WS-PTR.
           ADD 1 TO WS-I.

       P-EXPORTA-LINHA.
           MOVE SPACES TO WS-LINHA-EXP.
           MOVE 1 TO WS-PTR.
           MOVE 1 TO WS-I.
           PERFORM P-EXP-COL UNTIL WS-I > WS-QTD-COL.
           WRITE REG-EXPORT FROM WS-LINHA-EXP.

       P-EXP-COL.
           IF WS-I > 1
               STRING RDF-SEPARA DELIMITED BY SIZE
                   INTO WS-LINHA-EXP WITH POINTER WS-PTR.
           MOVE RDF-COL(WS-I) TO WS-CP.
           PERFORM P-FORMATA-CAMPO THRU P-FORMATA-CAMPO-FIM.
           INSPECT WS-FMT REPLACING ALL RDF-SEPARA BY SPACE.
           PERFORM P-APARA.
           IF WS-AP-TAM > ZEROS
               STRING WS-FMT(WS-AP-INI:WS-AP-TAM) DELIMITED BY SIZE
                   INTO WS-LINHA-EXP WITH POINTER WS-PTR.
           ADD 1 TO WS-I.

       P-APARA.
           MOVE ZEROS TO WS-AP-INI WS-AP-TAM.
           MOVE 1 TO WS-AP-I.
           PERFORM P-APARA-ESQ UNTIL WS-AP-I > 20
               OR WS-AP-INI > ZEROS.
           IF WS-AP-INI > ZEROS
               MOVE 20 TO WS-AP-I
               PERFORM P-APARA-DIR UNTIL WS-AP-TAM > ZEROS.

       P-APARA-ESQ.
           IF WS-FMT(WS-AP-I:1) NOT = SPACE
               MOVE WS-AP-I TO WS-AP-INI
           ELSE
               ADD 1 TO WS-AP-I.

       P-APARA-DIR.
           IF WS-FMT(WS-AP-I:1) NOT = SPACE
               COMPUTE WS-AP-TAM = WS-AP-I - WS-AP-INI + 1
           ELSE
               SUBTRACT 1 FROM WS-AP-I.

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
      * (W = relatorio/arquivo, qtde de CPFs).  *
      *-----------------------------------------*
       P-GRAVA-LOG-LGPD.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-LGPD-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "RELBAN37" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

      *-----------------------------------------*
      * Abre o relatorio como arquivo de spool  *
      * numerado e registrado em SPOOL.DAT.     *
      *-----------------------------------------*
       P-ABRE-SPOOL.
           OPEN I-O SPOOLCTL.
           IF FS-SPL = "30" OR FS-SPL = "35"
               CLOSE SPOOLCTL
               OPEN OUTPUT SPOOLCTL
               CLOSE SPOOLCTL
               OPEN I-O SPOOLCTL.
           MOVE ZEROS TO WS-SPL-ULT COD-SPOOL.
           START SPOOLCTL KEY IS NOT LESS THAN COD-SPOOL
               INVALID KEY
                   MOVE "10" TO FS-SPL.
           PERFORM P-SPOOL-ULT UNTIL FS-SPL = "10".
           COMPUTE COD-SPOOL = WS-SPL-ULT + 1.
           MOVE SPACES TO WS-ARQ-SPOOL.
           STRING "SP" COD-SPOOL ".TXT" DELIMITED BY SIZE
               INTO WS-ARQ-SPOOL.
           MOVE "RELBAN37" TO SPL-PROG.
           ACCEPT WS-DATA-SPL FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SPL FROM TIME.
           MOVE WS-DATA-SPL TO SPL-DATA.
           MOVE WS-HORA-SPL(1:6) TO SPL-HORA.
           MOVE WS-ARQ-SPOOL TO SPL-ARQ.
           WRITE REG-SPOOL INVALID KEY
               CONTINUE.
           CLOSE SPOOLCTL.
           OPEN OUTPUT RELATO.

       P-SPOOL-ULT.
           READ SPOOLCTL NEXT RECORD
               AT END
                   CONTINUE.
           IF FS-SPL NOT = "10" AND COD-SPOOL > WS-SPL-ULT
               MOVE COD-SPOOL TO WS-SPL-ULT.

      *-----------------------------------------*
      * Copia o spool recem-gerado p/impressora.*
      *-----------------------------------------*
       P-IMPRIME-SPOOL.
           OPEN INPUT RELATO.
           OPEN OUTPUT IMPRES.
       P-IMPRIME-SPOOL-LER.
           READ RELATO
               AT END GO TO P-IMPRIME-SPOOL-FIM.
           WRITE REG-IMPRES FROM REG-RELATO.
           GO TO P-IMPRIME-SPOOL-LER.
       P-IMPRIME-SPOOL-FIM.
           CLOSE RELATO IMPRES.

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

      *-----------------------------------------*
      * Lote noturno (128): roda sem perguntas  *
      * quando o passo em execucao neste        *
      * terminal e' este programa.              *
      *-----------------------------------------*
       P-LOTE-LE.
           MOVE "N" TO WS-LOTE.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN INPUT LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-LOTE-LE-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-LE-FECHA.
           IF LOT-SIT NOT = "E" OR LOT-TERM NOT = WS-TERMID
               GO TO P-LOTE-LE-FECHA.
           MOVE LOT-PROG TO WS-LOTE-OPER.
           MOVE LOT-QTD TO WS-LOTE-PASSO.
           MOVE WS-LOTE-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-LE-FECHA.
           IF LOT-PROG NOT = "RELBAN37" OR LOT-SIT NOT = "E"
               GO TO P-LOTE-LE-FECHA.
           MOVE LOT-PARAM TO WS-LOTE-PARAM.
           MOVE "S" TO WS-LOTE.
       P-LOTE-LE-FECHA.
           CLOSE LOTE.
       P-LOTE-LE-FIM.
           EXIT.

      *----- fim do passo: situacao, quantidade e observacao
      *----- no LOTE.DAT e volta p/o 128
       P-LOTE-FIM.
           ACCEPT WS-LOTE-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-LOTE-HORA FROM TIME.
           OPEN I-O LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-LOTE-FIM-VOLTA.
           MOVE WS-LOTE-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-FIM-FECHA.
           MOVE WS-LOTE-DATA TO LOT-DATA-FIM.
           MOVE WS-LOTE-HORA(1:6) TO LOT-HORA-FIM.
           MOVE WS-LOTE-SIT TO LOT-SIT.
           MOVE WS-LOTE-QTD TO LOT-QTD.
           MOVE WS-LOTE-MSG TO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-LOTE-FIM-FECHA.
           CLOSE LOTE.
       P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO128.COM".

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE RELDEF.
           IF LOTE-88
               PERFORM P-LOTE-FIM THRU P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".

      *-----------------------------------------*
      * Empresa do login (SESSAO.DAT deste      *
      * terminal): so' os registros dela sao    *
      * tratados e os novos saem com o codigo.  *
      *-----------------------------------------*
       EMPRESA SECTION.
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
