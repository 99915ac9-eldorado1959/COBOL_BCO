       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN29.
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
           SELECT TARIFNEG ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS TAN-CHAVE
                  FILE STATUS IS FS-TAN.
           SELECT REMCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS-RCT.
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

      *-----------------------------------------*
      * Tarifa negociada c/o banco por conta e  *
      * servico, a partir da vigencia (123).    *
      *-----------------------------------------*
       FD TARIFNEG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "TARIFNEG.DAT".
       01 REG-TARIFNEG.
           03 TAN-CHAVE.
               05 TAN-CONTA    PIC 99.
               05 TAN-SERV     PIC X(01).
               05 TAN-VIG      PIC 9(08).
           03 TAN-VALOR        PIC 9(05)V99.
           03 TAN-FRANQUIA     PIC 9(05).
           03 TAN-POR          PIC X(08).
           03 TAN-GRAVADO      PIC 9(08).

      *-----------------------------------------*
      * Controle das remessas geradas: NSA por  *
      * conta, totais e situacao G gerado /     *
      * E enviado / C confirmado (retorno 54).  *
      *-----------------------------------------*
       FD REMCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMCTL.DAT".
       01 REG-REMCTL.
           03 REM-CHAVE.
               05 REM-CONTA    PIC 99.
               05 REM-NSA      PIC 9(06).
           03 REM-DATA.
               05 REM-ANO      PIC 9(04).
               05 REM-MES      PIC 99.
               05 REM-DIA      PIC 99.
           03 REM-HORA         PIC 9(06).
           03 REM-QTD          PIC 9(06).
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

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

       77 FS                   PIC XX.
       77 FS-CONTA             PIC XX.
       77 FS-TAN               PIC XX.
       77 FS-RCT               PIC XX.
       77 WS-TAN-OK            PIC X VALUE "S".
       88 TAN-OK-88              VALUE "S".
       77 WS-RCT-OK            PIC X VALUE "S".
       88 RCT-OK-88              VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-CONTA             PIC 99 VALUE ZEROS.
       77 WS-CATEG-TAR         PIC 9(03) VALUE ZEROS.
       01 WS-MES-ANO.
           03 WS-MES-A         PIC 99.
           03 WS-ANO-A         PIC 9(04).
       01 WS-ANO-A-X REDEFINES WS-MES-ANO.
           03 F                PIC 99.
           03 F                PIC 99.
           03 WS-ANO-A2        PIC 99.
      *----- ultimo dia do mes (aaaamm31) p/achar a vigencia
       77 WS-FIM-MES           PIC 9(08) VALUE ZEROS.
       77 WS-SERV              PIC X VALUE SPACES.
       77 WS-TARIFA-LANC       PIC X VALUE "N".
       88 TARIFA-LANC-88         VALUE "S".
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-EXCEDE            PIC 9(05) VALUE ZEROS.
       77 WS-DIFERENCA         PIC S9(09)V99 VALUE ZEROS.
       77 WS-TOT-PREVISTO      PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-COBRADO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-TOT-ESTORNO       PIC 9(09)V99 VALUE ZEROS.
       77 WS-QTD-LANC          PIC 9(05) VALUE ZEROS.
       77 WS-SEM-TABELA        PIC X VALUE "N".
       88 SEM-TABELA-88          VALUE "S".
       77 WS-MOSTRA-VALOR      PIC ZZZ.ZZZ.ZZ9,99.

      *----- servicos auditados; o 7o recebe as tarifas nao
      *----- identificadas (so' listadas, sem diferenca)
       01 WS-SERVICOS-VAL.
           03 F PIC X(17) VALUE "CCheque compens. ".
           03 F PIC X(17) VALUE "TTED             ".
           03 F PIC X(17) VALUE "PPIX             ".
           03 F PIC X(17) VALUE "BBoleto pago     ".
           03 F PIC X(17) VALUE "GGuia/consumo    ".
           03 F PIC X(17) VALUE "RRemessa enviada ".
           03 F PIC X(17) VALUE "OOutras tarifas  ".
       01 WS-SERVICOS REDEFINES WS-SERVICOS-VAL.
           03 WS-SRV OCCURS 7 TIMES.
               05 WS-SRV-COD   PIC X(01).
               05 WS-SRV-NOME  PIC X(16).

       01 WS-APURACAO.
           03 WS-APU OCCURS 7 TIMES.
               05 WS-APU-QTD       PIC 9(05).
               05 WS-APU-FRANQ     PIC 9(05).
               05 WS-APU-TARIFA    PIC 9(05)V99.
               05 WS-APU-TAB       PIC X(01).
               05 WS-APU-PREVISTO  PIC 9(09)V99.
               05 WS-APU-COBRADO   PIC 9(09)V99.

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

       01 LINHA-BANCO.
           02 f pic x(02) value spaces.
           02 F PIC X(19) VALUE "Ao Banco..........:".
           02 BANCO-CAB PIC X(15).
           02 F PIC X(21) VALUE "  A/C Gerente da Cta.".

       01 LINHA-AGENCIA.
           02 f pic x(02) value spaces.
           02 F PIC X(19) VALUE "Agencia / Conta...:".
           02 AGENCIA-CAB PIC X(06).
           02 F PIC X(03) VALUE " / ".
           02 NUMCONTA-CAB PIC X(12).
           02 F PIC X(02) VALUE " (".
           02 NOME-CAB PIC X(10).
           02 F PIC X(01) VALUE ")".

       01 LINHA-REF.
           02 f pic x(02) value spaces.
           02 F PIC X(19) VALUE "Ref.: tarifas de  ".
           02 MES-REF PIC 99.
           02 F PIC X(01) VALUE "/".
           02 ANO-REF PIC 9(04).
           02 F PIC X(30) VALUE " x tabela negociada".

       01 LINHA-TEXTO1.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Conferimos as tarifas debitadas no mes c".
           02 F PIC X(34) VALUE
              "om as operacoes realizadas e a".

       01 LINHA-TEXTO2.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "tabela de tarifas negociada com V.Sas., ".
           02 F PIC X(34) VALUE
              "apurando o seguinte:".

       01 LINHA-CAB2.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "SERVICO            QTDE  FRANQ   TARIFA ".
           02 F PIC X(36) VALUE
              "  PREVISTO   COBRADO   DIFERENCA".

       01 LINHA-DET.
           02 f pic x(01) value spaces.
           02 SERV-DET PIC X(16).
           02 f pic x(01) value spaces.
           02 QTD-DET PIC ZZ.ZZ9.
           02 f pic x(01) value spaces.
           02 FRANQ-DET PIC ZZ.ZZ9.
           02 f pic x(01) value spaces.
           02 TARIFA-DET PIC Z.ZZ9,99.
           02 f pic x(01) value spaces.
           02 PREV-DET PIC ZZZ.ZZ9,99.
           02 COBR-DET PIC ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 DIF-DET PIC -ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 MARCA-DET PIC X(01).

       01 LINHA-TOTAL.
           02 f pic x(01) value spaces.
           02 F PIC X(16) VALUE "Total do mes....".
           02 f pic x(24) value spaces.
           02 PREV-TOT PIC ZZZ.ZZ9,99.
           02 COBR-TOT PIC ZZZ.ZZ9,99.

       01 LINHA-NOTA1.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "* cobrado a maior   ? servico sem tarifa".
           02 F PIC X(30) VALUE
              " negociada (nao reclamado)".

       01 LINHA-ESTORNO.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Solicitamos o estorno em conta de R$    ".
           02 ESTORNO-DET PIC ZZZ.ZZZ.ZZ9,99.
           02 F PIC X(20) VALUE ",".

       01 LINHA-ESTORNO2.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "referente as tarifas cobradas a maior, c".
           02 F PIC X(34) VALUE
              "onforme demonstrado acima.".

       01 LINHA-SEM-DIF.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "Nao ha tarifa cobrada a maior no mes.   ".

       01 LINHA-ASSINA.
           02 f pic x(40) value spaces.
           02 F PIC X(36) VALUE
              "____________________________________".

       01 LINHA-ASSINA2.
           02 f pic x(40) value spaces.
           02 F PIC X(36) VALUE
              "   Financeiro - E l d o r a d o".

       01 LINHA-ANEXO.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "ANEXO - TARIFAS DEBITADAS NO MES        ".

       01 LINHA-CAB3.
           02 f pic x(01) value spaces.
           02 F PIC X(40) VALUE
              "DATA       NUMERO DESCRICAO            O".
           02 F PIC X(36) VALUE
              "BSERVACAO      SV         VALOR".

       01 LINHA-ANX.
           02 f pic x(01) value spaces.
           02 DATA-ANX PIC X(10).
           02 f pic x(01) value spaces.
           02 NUM-ANX PIC X(06).
           02 f pic x(01) value spaces.
           02 DESCRI-ANX PIC X(20).
           02 f pic x(01) value spaces.
           02 OBS-ANX PIC X(15).
           02 f pic x(01) value spaces.
           02 SERV-ANX PIC X(01).
           02 f pic x(01) value spaces.
           02 VALOR-ANX PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(76) value ALL "-".

       01 LINHA-BRANCO.
           02 f pic x(76) value spaces.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " AUDITORIA DE TARIFAS " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Operacoes do mes x tabela negociada (123). Tarifa".
           02 LINE 07 COLUMN 04 VALUE
              "lancada a mao: OBS = TAR-<servico> (C T P B G R).".
           02 LINE 09 COLUMN 04 VALUE "Conta (Cad.)...........=".
           02 LINE 10 COLUMN 04 VALUE "Mes / Ano (mm/aaaa)....=".
           02 LINE 10 COLUMN 31 VALUE "/".
           02 LINE 11 COLUMN 04 VALUE "Categoria tarifas (000)=".
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
           OPEN INPUT TARIFNEG.
           IF FS-TAN = "35"
               MOVE "N" TO WS-TAN-OK.
           OPEN INPUT REMCTL.
           IF FS-RCT = "35"
               MOVE "N" TO WS-RCT-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P04-CONTA.
           DISPLAY (22 14) "<CONTA = 00 , Sai do Relatorio".
           MOVE ZEROS TO WS-CONTA.
           ACCEPT (09 29) WS-CONTA WITH PROMPT AUTO-SKIP.
           IF WS-CONTA = ZEROS
               PERFORM P-FIM.
           MOVE WS-CONTA TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CONTA.
           DISPLAY (09 33) NOME-CONTA " " BANCO-CONTA.
       P05-MES.
           IF WS-MES-A = ZEROS
               MOVE MES TO WS-MES-A
               MOVE ANO TO WS-ANO-A.
           ACCEPT (10 29) WS-MES-A WITH UPDATE PROMPT AUTO-SKIP.
           ACCEPT (10 32) WS-ANO-A WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-MES-A < 1 OR WS-MES-A > 12 OR WS-ANO-A < 2000
               DISPLAY (21 04) "!! MES / ANO INVALIDO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P05-MES.
           ACCEPT (11 29) WS-CATEG-TAR WITH UPDATE PROMPT AUTO-SKIP.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           DISPLAY (21 04) "Processando...".
           COMPUTE WS-FIM-MES = WS-ANO-A * 10000 + WS-MES-A * 100
                              + 31.
           MOVE ZEROS TO WS-APURACAO WS-TOT-PREVISTO WS-TOT-COBRADO
                         WS-TOT-ESTORNO WS-QTD-LANC.
           MOVE "N" TO WS-SEM-TABELA.
           MOVE 1 TO WS-IDX.
           PERFORM P-LE-TABELA THRU P-LE-TABELA-EXIT
               UNTIL WS-IDX > 6.
           PERFORM P-CONTA-REMESSA THRU P-CONTA-REMESSA-EXIT.

      *-----------------------------------------*
      * 1a passada: operacoes baixadas no mes   *
      * por forma de pagto e tarifas debitadas. *
      *-----------------------------------------*
           MOVE NOME-CONTA TO CONTA-CHE.
           START BANCO KEY IS NOT LESS THAN CONTA-CHE
               INVALID KEY GO TO P07-APURA.
       P06-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P07-APURA.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P06-LER.
           IF CONTA-CHE NOT = NOME-CONTA
               GO TO P07-APURA.
           PERFORM P-FILTRO THRU P-FILTRO-EXIT.
           IF WS-SERV = SPACE
               GO TO P06-LER.
           PERFORM P-ACHA-SRV.
           IF TARIFA-LANC-88
               ADD VALOR-CHE TO WS-APU-COBRADO(WS-IDX)
               ADD 1 TO WS-QTD-LANC
               GO TO P06-LER.
           ADD 1 TO WS-APU-QTD(WS-IDX).
           GO TO P06-LER.

       P07-APURA.
           MOVE 1 TO WS-IDX.
           PERFORM P-PREVISTO UNTIL WS-IDX > 7.
           OPEN OUTPUT RELATO.
           PERFORM P-CARTA.
           MOVE 1 TO WS-IDX.
           PERFORM P-IMPRIME-SRV THRU P-IMPRIME-SRV-EXIT
               UNTIL WS-IDX > 7.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-TOT-PREVISTO TO PREV-TOT.
           MOVE WS-TOT-COBRADO TO COBR-TOT.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-NOTA1.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           IF WS-TOT-ESTORNO = ZEROS
               WRITE REG-RELATO FROM LINHA-SEM-DIF
           ELSE
               MOVE WS-TOT-ESTORNO TO ESTORNO-DET
               WRITE REG-RELATO FROM LINHA-ESTORNO
               WRITE REG-RELATO FROM LINHA-ESTORNO2.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-ASSINA.
           WRITE REG-RELATO FROM LINHA-ASSINA2.
           WRITE REG-RELATO FROM LINHA-BRANCO.

      *-----------------------------------------*
      * 2a passada: anexo c/os lanctos de       *
      * tarifa do mes, p/o gerente conferir.    *
      *-----------------------------------------*
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-ANEXO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB3.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE NOME-CONTA TO CONTA-CHE.
           START BANCO KEY IS NOT LESS THAN CONTA-CHE
               INVALID KEY GO TO P09-FIM-ANEXO.
       P08-LER-ANEXO.
           READ BANCO NEXT RECORD
               AT END GO TO P09-FIM-ANEXO.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P08-LER-ANEXO.
           IF CONTA-CHE NOT = NOME-CONTA
               GO TO P09-FIM-ANEXO.
           PERFORM P-FILTRO THRU P-FILTRO-EXIT.
           IF WS-SERV = SPACE OR NOT TARIFA-LANC-88
               GO TO P08-LER-ANEXO.
           MOVE SPACES TO DATA-ANX.
           STRING DATA-CONF(1:2) "/" DATA-CONF(3:2) "/20"
                  DATA-CONF(5:2) DELIMITED BY SIZE INTO DATA-ANX.
           MOVE NUM-CHE TO NUM-ANX.
           MOVE DESCRI-CHE-GRP TO DESCRI-ANX.
           MOVE OBS-CHE TO OBS-ANX.
           MOVE WS-SERV TO SERV-ANX.
           MOVE VALOR-CHE TO VALOR-ANX.
           WRITE REG-RELATO FROM LINHA-ANX.
           GO TO P08-LER-ANEXO.

       P09-FIM-ANEXO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE WS-TOT-COBRADO TO VALOR-ANX.
           MOVE SPACES TO DATA-ANX NUM-ANX OBS-ANX SERV-ANX.
           MOVE "Total debitado" TO DESCRI-ANX.
           WRITE REG-RELATO FROM LINHA-ANX.
           CLOSE RELATO.
           MOVE WS-TOT-ESTORNO TO WS-MOSTRA-VALOR.
           DISPLAY (13 04) "Lanctos de tarifa......:" WS-QTD-LANC.
           DISPLAY (14 04) "Cobrado a maior.....R$ :" WS-MOSTRA-VALOR.
           IF SEM-TABELA-88
               DISPLAY (15 04) "Ha servico sem tarifa negociada (123)".
           DISPLAY (16 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * Lancto da conta baixado no mes: WS-SERV *
      * = servico (ou O p/tarifa nao identifi-  *
      * cada); espaco = fora da auditoria.      *
      * Tarifa e' o lancto "TARIFA...", o da    *
      * categoria informada ou c/OBS "TAR-x".   *
      *-----------------------------------------*
       P-FILTRO.
           MOVE SPACE TO WS-SERV.
           MOVE "N" TO WS-TARIFA-LANC.
           IF DATA-CONF = ZEROS
               GO TO P-FILTRO-EXIT.
           IF DATA-CONF(3:2) NOT = WS-MES-A
              OR DATA-CONF(5:2) NOT = WS-ANO-A2
               GO TO P-FILTRO-EXIT.
           IF DESCRI-CHE = "NULO "
               GO TO P-FILTRO-EXIT.
           IF TIPO-CHE = "E"
               GO TO P-FILTRO-EXIT.
           IF DESCRI-CHE-GRP(1:6) = "TARIFA" OR OBS-CHE(1:4) = "TAR-"
               MOVE "S" TO WS-TARIFA-LANC.
           IF WS-CATEG-TAR NOT = ZEROS AND CATEG-CHE = WS-CATEG-TAR
               MOVE "S" TO WS-TARIFA-LANC.
           IF TARIFA-LANC-88
               GO TO P-FILTRO-TARIFA.
           MOVE "C" TO WS-SERV.
           IF FORMA-CHE = "T"
               MOVE "T" TO WS-SERV.
           IF FORMA-CHE = "P"
               MOVE "P" TO WS-SERV.
           IF FORMA-CHE = "B"
               MOVE "B" TO WS-SERV.
           IF FORMA-CHE = "A" OR FORMA-CHE = "G"
               MOVE "G" TO WS-SERV.
           GO TO P-FILTRO-EXIT.
       P-FILTRO-TARIFA.
           MOVE "O" TO WS-SERV.
           IF OBS-CHE(1:4) NOT = "TAR-"
               GO TO P-FILTRO-EXIT.
           MOVE OBS-CHE(5:1) TO WS-SERV.
           PERFORM P-ACHA-SRV.
           IF WS-IDX > 6
               MOVE "O" TO WS-SERV.
       P-FILTRO-EXIT.
           EXIT.

       P-ACHA-SRV.
           MOVE 1 TO WS-IDX.
           PERFORM P-ACHA-SRV-PROX
               UNTIL WS-IDX > 6 OR WS-SRV-COD(WS-IDX) = WS-SERV.
           IF WS-IDX > 6
               MOVE 7 TO WS-IDX.

       P-ACHA-SRV-PROX.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Tarifa em vigor no fim do mes: ultima   *
      * vigencia da conta/servico ate' o dia 31.*
      *-----------------------------------------*
       P-LE-TABELA.
           MOVE "N" TO WS-APU-TAB(WS-IDX).
           IF NOT TAN-OK-88
               GO TO P-LE-TABELA-EXIT.
           MOVE WS-CONTA TO TAN-CONTA.
           MOVE WS-SRV-COD(WS-IDX) TO TAN-SERV.
           MOVE ZEROS TO TAN-VIG.
           START TARIFNEG KEY IS NOT LESS THAN TAN-CHAVE
               INVALID KEY GO TO P-LE-TABELA-EXIT.
       P-LE-TABELA-LER.
           READ TARIFNEG NEXT RECORD
               AT END GO TO P-LE-TABELA-EXIT.
           IF TAN-CONTA NOT = WS-CONTA
              OR TAN-SERV NOT = WS-SRV-COD(WS-IDX)
              OR TAN-VIG > WS-FIM-MES
               GO TO P-LE-TABELA-EXIT.
           MOVE "S" TO WS-APU-TAB(WS-IDX).
           MOVE TAN-VALOR TO WS-APU-TARIFA(WS-IDX).
           MOVE TAN-FRANQUIA TO WS-APU-FRANQ(WS-IDX).
           GO TO P-LE-TABELA-LER.
       P-LE-TABELA-EXIT.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Remessas da conta geradas no mes e nao  *
      * canceladas (situacao preenchida).       *
      *-----------------------------------------*
       P-CONTA-REMESSA.
           IF NOT RCT-OK-88
               GO TO P-CONTA-REMESSA-EXIT.
           MOVE WS-CONTA TO REM-CONTA.
           MOVE ZEROS TO REM-NSA.
           START REMCTL KEY IS NOT LESS THAN REM-CHAVE
               INVALID KEY GO TO P-CONTA-REMESSA-EXIT.
       P-CONTA-REMESSA-LER.
           READ REMCTL NEXT RECORD
               AT END GO TO P-CONTA-REMESSA-EXIT.
           IF REM-EMPR NOT = WS-EMPR-SES
               GO TO P-CONTA-REMESSA-LER.
           IF REM-CONTA NOT = WS-CONTA
               GO TO P-CONTA-REMESSA-EXIT.
           IF REM-SIT = SPACE
              OR REM-MES NOT = WS-MES-A OR REM-ANO NOT = WS-ANO-A
               GO TO P-CONTA-REMESSA-LER.
           ADD 1 TO WS-APU-QTD(6).
           GO TO P-CONTA-REMESSA-LER.
       P-CONTA-REMESSA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Previsto = (qtde - franquia) x tarifa.  *
      * So' se reclama a diferenca a maior de   *
      * servico c/tarifa negociada.             *
      *-----------------------------------------*
       P-PREVISTO.
           MOVE ZEROS TO WS-APU-PREVISTO(WS-IDX).
           IF WS-APU-TAB(WS-IDX) = "S"
              AND WS-APU-QTD(WS-IDX) > WS-APU-FRANQ(WS-IDX)
               COMPUTE WS-EXCEDE = WS-APU-QTD(WS-IDX)
                                 - WS-APU-FRANQ(WS-IDX)
               COMPUTE WS-APU-PREVISTO(WS-IDX) ROUNDED =
                       WS-EXCEDE * WS-APU-TARIFA(WS-IDX).
           ADD WS-APU-PREVISTO(WS-IDX) TO WS-TOT-PREVISTO.
           ADD WS-APU-COBRADO(WS-IDX) TO WS-TOT-COBRADO.
           IF WS-APU-TAB(WS-IDX) = "S"
              AND WS-APU-COBRADO(WS-IDX) > WS-APU-PREVISTO(WS-IDX)
               COMPUTE WS-TOT-ESTORNO = WS-TOT-ESTORNO
                     + WS-APU-COBRADO(WS-IDX)
                     - WS-APU-PREVISTO(WS-IDX).
           IF WS-IDX < 7 AND WS-APU-TAB(WS-IDX) NOT = "S"
              AND (WS-APU-QTD(WS-IDX) > 0
                   OR WS-APU-COBRADO(WS-IDX) > 0)
               MOVE "S" TO WS-SEM-TABELA.
           ADD 1 TO WS-IDX.

       P-CARTA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE BANCO-CONTA TO BANCO-CAB.
           WRITE REG-RELATO FROM LINHA-BANCO.
           MOVE AGENCIA-CONTA TO AGENCIA-CAB.
           MOVE NUMCONTA-CONTA TO NUMCONTA-CAB.
           MOVE NOME-CONTA TO NOME-CAB.
           WRITE REG-RELATO FROM LINHA-AGENCIA.
           MOVE WS-MES-A TO MES-REF.
           MOVE WS-ANO-A TO ANO-REF.
           WRITE REG-RELATO FROM LINHA-REF.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-TEXTO1.
           WRITE REG-RELATO FROM LINHA-TEXTO2.
           WRITE REG-RELATO FROM LINHA-BRANCO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.

      *----- linha do servico; "Outras" so' sai se houve debito
       P-IMPRIME-SRV.
           IF WS-IDX = 7 AND WS-APU-COBRADO(7) = ZEROS
               ADD 1 TO WS-IDX
               GO TO P-IMPRIME-SRV-EXIT.
           MOVE WS-SRV-NOME(WS-IDX) TO SERV-DET.
           MOVE WS-APU-QTD(WS-IDX) TO QTD-DET.
           MOVE WS-APU-FRANQ(WS-IDX) TO FRANQ-DET.
           MOVE WS-APU-TARIFA(WS-IDX) TO TARIFA-DET.
           MOVE WS-APU-PREVISTO(WS-IDX) TO PREV-DET.
           MOVE WS-APU-COBRADO(WS-IDX) TO COBR-DET.
           COMPUTE WS-DIFERENCA = WS-APU-COBRADO(WS-IDX)
                                - WS-APU-PREVISTO(WS-IDX).
           MOVE WS-DIFERENCA TO DIF-DET.
           MOVE SPACE TO MARCA-DET.
           IF WS-APU-TAB(WS-IDX) = "S" AND WS-DIFERENCA > 0
               MOVE "*" TO MARCA-DET.
           IF WS-IDX < 7 AND WS-APU-TAB(WS-IDX) NOT = "S"
               MOVE "?" TO MARCA-DET.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-IDX.
       P-IMPRIME-SRV-EXIT.
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
           CLOSE BANCO CONTA.
           IF TAN-OK-88
               CLOSE TARIFNEG.
           IF RCT-OK-88
               CLOSE REMCTL.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".

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
