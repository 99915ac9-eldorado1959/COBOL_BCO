                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS NUM-REC
                  ALTERNATE RECORD KEY IS CLI-REC
                      WITH DUPLICATES
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT RECANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NUM-ANT
                  FILE STATUS IS FS-ANT.
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
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD RECEB
           LABEL RECORD IS STANDARD
           03 CRIADO-DATA-REC  PIC 9(08).
           03 ALTERADO-POR-REC PIC X(08).
           03 ALTERADO-DATA-REC PIC 9(08).
           03 CLI-REC          PIC X(05).
           03 EMPR-REC         PIC 99.

      *-----------------------------------------*
      * Duplicatas no leiaute antigo (sem o     *
      * codigo do cliente), renomeado p/        *
      * RECANT.DAT: entra uma vez no RECEB.DAT  *
      * novo, com CLI-REC em branco.            *
      *-----------------------------------------*
       FD RECANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "RECANT.DAT".
       01 REG-RECANT.
           03 NUM-ANT          PIC X(06).
           03 F                PIC X(126).

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
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

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

       FD LOG
           LABEL RECORD IS STANDARD
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
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
       77 WS-CONTA-OK          PIC X VALUE "S".
       88 CONTA-OK-88            VALUE "S".
       77 WS-CONTA-NUM         PIC 99 VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-DEP         PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD               PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL             PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 FS-CLI               PIC XX.
       77 WS-CLI-OK            PIC X VALUE "S".
       88 CLI-OK-88              VALUE "S".
       77 WS-CLI-COD           PIC X(05) VALUE SPACES.
       77 WS-CLI-ABERTO        PIC 9(10)V99 VALUE ZEROS.
       77 WS-CLI-RECEBIDO      PIC 9(10)V99 VALUE ZEROS.
       77 WS-CLI-DISPON        PIC S9(10)V99 VALUE ZEROS.
       77 WS-QTD-ABERTO        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECEBIDO      PIC 9(05) VALUE ZEROS.
       01 WS-REG-SAVE          PIC X(150).
       77 WS-LIM-EXCEDIDO      PIC X VALUE "N".
       88 LIM-EXCEDIDO-88        VALUE "S".
       77 FS-CBT               PIC XX.
       77 WS-CBT-OK            PIC X VALUE "S".
       88 CBT-OK-88              VALUE "S".
       77 FS-ANT               PIC XX.
       77 WS-NOVO-ARQ          PIC X VALUE "N".
       88 NOVO-ARQ-88            VALUE "S".
       77 WS-QTD-CONV          PIC 9(05) VALUE ZEROS.

       77 WS-MAX-DIA            PIC 99 VALUE ZEROS.
       77 WS-BISSEXTO           PIC 9 VALUE ZEROS.

       01 LINHA-TRACO.
           02 f pic x(70) value ALL "-".

      *----- extrato por cliente (opcao 4)
       01 LINHA-TIT-CLI.
           02 f pic x(02) value spaces.
           02 F PIC X(21) VALUE "EXTRATO DO CLIENTE : ".
           02 COD-CLI-TIT PIC X(05).
           02 f pic x(02) value spaces.
           02 NOME-CLI-TIT PIC X(20).

       01 LINHA-SUB-CLI.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE
              "NUMERO  VENCIMENTO      VALOR R$".
           02 F PIC X(31) VALUE
              "DEPOSITO    DEPOSITADO SITUACAO".

       01 LINHA-DET-CLI.
           02 f pic x(02) value spaces.
           02 NUM-DET-CLI PIC X(06).
           02 f pic x(02) value spaces.
           02 VCTO-DET-CLI PIC X(10).
           02 f pic x(01) value spaces.
           02 VALOR-DET-CLI PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 DEP-DET-CLI PIC X(08).
           02 f pic x(01) value spaces.
           02 VDEP-DET-CLI PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(01) value spaces.
           02 SIT-DET-CLI PIC X(08).

       01 LINHA-TOT-CLI.
           02 f pic x(02) value spaces.
           02 TIT-TOT-CLI PIC X(20).
           02 QTD-TOT-CLI PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " NO VALOR DE".
           02 VALOR-TOT-CLI PIC -.---.---.--9,99.
      ***********************************

       SCREEN SECTION.
           02 LINE 08 COLUMN 10 VALUE "1-Inclusao de duplicata".
           02 LINE 09 COLUMN 10 VALUE "2-Baixa por deposito".
           02 LINE 10 COLUMN 10 VALUE "3-Relacao de vencidos".
           02 LINE 11 COLUMN 10 VALUE "4-Extrato por cliente".
           02 LINE 12 COLUMN 10 VALUE "0-Sai".
           02 LINE 14 COLUMN 10 VALUE "Opcao.......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 04 COLUMN 02 VALUE " CONTAS A RECEBER " BLINK.
           02 LINE 04 COLUMN 57 VALUE "< INCLUSAO >".
           02 LINE 08 COLUMN 04 VALUE "No.Duplicata.......=".
           02 LINE 09 COLUMN 04 VALUE "Cliente (Cad.100)..=".
           02 LINE 10 COLUMN 04 VALUE "Conta p/deposito...=".
           02 LINE 11 COLUMN 04 VALUE "Vencimento.........=".
           02 LINE 12 COLUMN 04 VALUE "Valor..............=".
           02 LINE 13 COLUMN 04 VALUE "CPF/CNPJ Cliente...=".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O RECEB.
           IF FS = "61" OR FS = "91"
               CLOSE RECEB
               OPEN OUTPUT RECEB
               CLOSE RECEB
               MOVE "S" TO WS-NOVO-ARQ
               GO TO P03-ABERTURA.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35"
               MOVE "N" TO WS-CONTA-OK.
           OPEN INPUT CLIENTE.
           IF FS-CLI = "35"
               MOVE "N" TO WS-CLI-OK.
           OPEN I-O COBTIT.
           IF FS-CBT = "30" OR FS-CBT = "35"
               MOVE "N" TO WS-CBT-OK
               CLOSE COBTIT.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF NOVO-ARQ-88
               PERFORM P-CONVERTE THRU P-CONVERTE-EXIT.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
               PERFORM P-BAIXA THRU P-BAIXA-FIM.
           IF WS-OPCAO = 3
               PERFORM P-VENCIDOS THRU P-VENCIDOS-FIM.
           IF WS-OPCAO = 4
               PERFORM P-EXTRATO THRU P-EXTRATO-FIM.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * RECEB.DAT recem-criado e RECANT.DAT     *
      * presente: passa as duplicatas antigas   *
      * p/o leiaute novo; o cliente fica em     *
      * branco ate a proxima alteracao.         *
      *-----------------------------------------*
       P-CONVERTE.
           OPEN INPUT RECANT.
           IF FS-ANT NOT = "00"
               GO TO P-CONVERTE-EXIT.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONVERTE-LER.
           READ RECANT NEXT RECORD
               AT END GO TO P-CONVERTE-FIM.
           MOVE REG-RECANT TO REG-RECEB.
           MOVE SPACES TO CLI-REC.
           MOVE WS-EMPR-SES TO EMPR-REC.
           WRITE REG-RECEB
               INVALID KEY
                   GO TO P-CONVERTE-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONVERTE-LER.
       P-CONVERTE-FIM.
           CLOSE RECANT.
           DISPLAY (21 04) "Duplicatas trazidas do RECANT.DAT :".
           DISPLAY (21 41) WS-QTD-CONV.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-CONVERTE-EXIT.
           EXIT.

      *-----------------------------------------*
      * 1 - Inclusao de duplicata emitida.      *
      *-----------------------------------------*
           COMPUTE WS-NUM = WS-NUM + 1.
           DISPLAY (08 25) WS-NUM.
           MOVE WS-NUM TO NUM-REC.
      *----- cliente do cadastro (100): traz nome, CNPJ/CPF e a
      *----- conta padrao; sem o cadastro, nome digitado
       P-INCLUI-CLIENTE.
           MOVE SPACES TO CLIENTE-REC CLI-REC.
           MOVE ZEROS TO INSCR-REC WS-CONTA-NUM.
           IF NOT CLI-OK-88
               ACCEPT (09 25) CLIENTE-REC WITH PROMPT
               IF CLIENTE-REC = SPACES
                   GO TO P-INCLUI-FIM
               ELSE
                   GO TO P-INCLUI-CONTA.
           MOVE SPACES TO WS-CLI-COD.
           ACCEPT (09 25) WS-CLI-COD WITH PROMPT AUTO-SKIP.
           IF WS-CLI-COD = SPACES
               GO TO P-INCLUI-FIM.
           MOVE WS-CLI-COD TO COD-CLI.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (21 04) "!! Cliente Nao Cadastrado (100) !!"
                   GO TO P-INCLUI-CLIENTE.
           IF SIT-CLI = "I"
               DISPLAY (21 04) "!! Cliente Inativo !!"
               GO TO P-INCLUI-CLIENTE.
           DISPLAY (21 04) WS-LIMPA.
           MOVE COD-CLI TO CLI-REC.
           MOVE NOME-CLI TO CLIENTE-REC.
           MOVE INSCR-CLI TO INSCR-REC.
           MOVE CONTA-CLI TO WS-CONTA-NUM.
           DISPLAY (09 31) CLIENTE-REC.
           MOVE INSCR-REC TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (13 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-REC TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.
       P-INCLUI-CONTA.
           ACCEPT (10 25) WS-CONTA-NUM WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CONTA-NUM = ZEROS
               GO TO P-INCLUI-FIM.
           IF NOT CONTA-OK-88
               INVALID KEY
                   DISPLAY (21 04) "!! Conta Nao Cadastrada !!"
                   GO TO P-INCLUI-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! Conta de Outra Empresa !!"
               GO TO P-INCLUI-CONTA.
           DISPLAY (21 04) WS-LIMPA.
           MOVE NOME-CONTA TO CONTA-REC.
       P-INCLUI-CONTA-FIM.
           DISPLAY (10 25) CONTA-REC.
       P-INCLUI-VCTO.
           ACCEPT (11 25) DIA-REC WITH PROMPT AUTO-SKIP.
           IF DIA-REC = ZEROS OR DIA-REC > 31 GO TO P-INCLUI-VCTO.
           ACCEPT (12 25) VALOR-REC WITH PROMPT AUTO-SKIP.
           IF VALOR-REC = ZEROS
               GO TO P-INCLUI-VALOR.
      *----- aberto do cliente + esta duplicata acima do limite
      *----- de credito: avisa e so grava se confirmado
           MOVE "N" TO WS-LIM-EXCEDIDO.
           MOVE "S" TO WS-CONF.
           IF CLI-REC NOT = SPACES AND LIMITE-CLI > ZEROS
               PERFORM P-VERIFICA-LIMITE THRU P-VERIFICA-LIMITE-FIM
               IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
                   GO TO P-INCLUI-VALOR.
           PERFORM P-REC-INSCR THRU P-REC-INSCR-FIM.
           MOVE SPACES TO OBS-REC.
           ACCEPT (14 25) OBS-REC WITH PROMPT.
           MOVE ZEROS TO DATA-DEP-REC VALOR-DEP-REC.
           MOVE WS-OPERADOR TO CRIADO-POR-REC ALTERADO-POR-REC.
           MOVE WS-DATA TO CRIADO-DATA-REC ALTERADO-DATA-REC.
       P-INCLUI-GRAVA.
           MOVE WS-EMPR-SES TO EMPR-REC.
           WRITE REG-RECEB INVALID KEY
               CONTINUE.
           IF FS = "51" OR FS = "61"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-INCLUI-GRAVA.
      *----- codigo seguinte ja' usado (outra empresa): pula
           IF FS = "22"
               ADD 1 TO WS-NUM
               MOVE WS-NUM TO NUM-REC
               DISPLAY (08 25) WS-NUM
               GO TO P-INCLUI-GRAVA.
           IF FS NOT = "00"
               DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
               CLOSE RECEB
               STOP RUN.
           PERFORM P-GRAVA-LOG.
           IF LIM-EXCEDIDO-88
               PERFORM P-GRAVA-LOG-LIMITE.
           DISPLAY (21 04) "!! < Duplicata Gravada > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-BAIXA.
           IF EMPR-REC NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Duplicata de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-BAIXA.
           IF DATA-DEP-REC NOT = ZEROS
               DISPLAY (21 04) "!! < Duplicata Ja Baixada > !!"
               ACCEPT (23 01) WS-P
                   CLOSE RECEB
                   STOP RUN.
           PERFORM P-GRAVA-LOG-BAIXA.
           PERFORM P-BAIXA-COBRANCA THRU P-BAIXA-COBRANCA-FIM.
           DISPLAY (21 04) "!! < Duplicata Baixada > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-BAIXA-FIM.
           EXIT.

      *----- duplicata registrada no banco (101): a baixa aqui
      *----- gera o pedido de baixa p/a proxima remessa, senao o
      *----- banco segue cobrando o cliente
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
           DISPLAY (21 04) "!! Em cobranca: baixa vai na remessa !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-BAIXA-COBRANCA-FIM.
           EXIT.

      *-----------------------------------------*
      * 3 - Relacao impressa dos titulos ainda  *
      * em aberto com vencimento ja passado.    *
       P-VENCIDOS-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-VENCIDOS-FECHA.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-VENCIDOS-LER.
           IF DATA-DEP-REC NOT = ZEROS
               GO TO P-VENCIDOS-LER.
           MOVE ANO-REC TO WS-ANO-REG.
       P-VENCIDOS-FIM.
           EXIT.

      *-----------------------------------------*
      * Limite de credito do cliente (100):     *
      * soma as duplicatas em aberto dele e     *
      * avisa se com a nova passar do limite.   *
      *-----------------------------------------*
       P-VERIFICA-LIMITE.
           MOVE REG-RECEB TO WS-REG-SAVE.
           MOVE ZEROS TO WS-CLI-ABERTO.
           MOVE COD-CLI TO CLI-REC.
           START RECEB KEY IS NOT LESS THAN CLI-REC
               INVALID KEY GO TO P-VERIFICA-LIMITE-TESTA.
       P-VERIFICA-LIMITE-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-VERIFICA-LIMITE-TESTA.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-VERIFICA-LIMITE-LER.
           IF CLI-REC NOT = COD-CLI
               GO TO P-VERIFICA-LIMITE-TESTA.
           IF DATA-DEP-REC = ZEROS
               ADD VALOR-REC TO WS-CLI-ABERTO.
           GO TO P-VERIFICA-LIMITE-LER.
       P-VERIFICA-LIMITE-TESTA.
           MOVE WS-REG-SAVE TO REG-RECEB.
           ADD VALOR-REC TO WS-CLI-ABERTO.
           IF WS-CLI-ABERTO NOT > LIMITE-CLI
               GO TO P-VERIFICA-LIMITE-FIM.
           MOVE "S" TO WS-LIM-EXCEDIDO.
           DISPLAY (16 04) "!! LIMITE DE CREDITO EXCEDIDO !!".
           MOVE LIMITE-CLI TO WS-MOSTRA-VALOR.
           DISPLAY (17 04) "Limite do cliente...R$ " WS-MOSTRA-VALOR.
           MOVE WS-CLI-ABERTO TO WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Em aberto c/esta....R$ " WS-MOSTRA-VALOR.
           DISPLAY (21 04) "Grava assim mesmo ?  < S/N >".
           ACCEPT (21 34) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (16 04) WS-LIMPA.
           DISPLAY (17 04) WS-LIMPA.
           DISPLAY (18 04) WS-LIMPA.
       P-VERIFICA-LIMITE-FIM.
           EXIT.

      *-----------------------------------------*
      * 4 - Extrato do cliente: duplicatas em   *
      * aberto e recebidas, limite e saldo de   *
      * credito disponivel.                     *
      *-----------------------------------------*
       P-EXTRATO.
           IF NOT CLI-OK-88
               DISPLAY (21 04) "!! ARQUIVO CLIENTE.DAT INEXISTENTE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-EXTRATO-FIM.
           DISPLAY (16 04) "Cliente (Cad.100) :".
           MOVE SPACES TO WS-CLI-COD.
           ACCEPT (16 24) WS-CLI-COD WITH PROMPT AUTO-SKIP.
           IF WS-CLI-COD = SPACES
               GO TO P-EXTRATO-FIM.
           MOVE WS-CLI-COD TO COD-CLI.
           READ CLIENTE
               INVALID KEY
                   DISPLAY (21 04) "!! Cliente Nao Cadastrado (100) !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-EXTRATO.
           DISPLAY (16 31) NOME-CLI.
           MOVE ANO TO WS-ANO-HOJE.
           MOVE MES TO WS-MES-HOJE.
           MOVE DIA TO WS-DIA-HOJE.
           OPEN OUTPUT RELATO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE COD-CLI TO COD-CLI-TIT.
           MOVE NOME-CLI TO NOME-CLI-TIT.
           WRITE REG-RELATO FROM LINHA-TIT-CLI.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB-CLI.
           MOVE ZEROS TO WS-CLI-ABERTO WS-CLI-RECEBIDO.
           MOVE ZEROS TO WS-QTD-ABERTO WS-QTD-RECEBIDO.
           MOVE COD-CLI TO CLI-REC.
           START RECEB KEY IS NOT LESS THAN CLI-REC
               INVALID KEY GO TO P-EXTRATO-FECHA.
       P-EXTRATO-LER.
           READ RECEB NEXT RECORD
               AT END GO TO P-EXTRATO-FECHA.
           IF EMPR-REC NOT = WS-EMPR-SES
               GO TO P-EXTRATO-LER.
           IF CLI-REC NOT = COD-CLI
               GO TO P-EXTRATO-FECHA.
           MOVE NUM-REC TO NUM-DET-CLI.
           MOVE SPACES TO VCTO-DET-CLI DEP-DET-CLI.
           STRING DIA-REC "/" MES-REC "/" ANO-REC
               DELIMITED BY SIZE INTO VCTO-DET-CLI.
           MOVE VALOR-REC TO VALOR-DET-CLI.
           MOVE VALOR-DEP-REC TO VDEP-DET-CLI.
           IF DATA-DEP-REC NOT = ZEROS
               MOVE DATA-DEP-REC TO WS-DATA-DEP
               STRING WS-DIA-DEP "/" WS-MES-DEP "/" WS-ANO-DEP
                   DELIMITED BY SIZE INTO DEP-DET-CLI
               MOVE "RECEBIDA" TO SIT-DET-CLI
               ADD 1 TO WS-QTD-RECEBIDO
               ADD VALOR-DEP-REC TO WS-CLI-RECEBIDO
           ELSE
               MOVE ANO-REC TO WS-ANO-REG
               MOVE MES-REC TO WS-MES-REG
               MOVE DIA-REC TO WS-DIA-REG
               MOVE "ABERTA  " TO SIT-DET-CLI
               IF WS-VCTO-REG < WS-VCTO-HOJE
                   MOVE "VENCIDA " TO SIT-DET-CLI.
           IF DATA-DEP-REC = ZEROS
               ADD 1 TO WS-QTD-ABERTO
               ADD VALOR-REC TO WS-CLI-ABERTO.
           WRITE REG-RELATO FROM LINHA-DET-CLI.
           GO TO P-EXTRATO-LER.
       P-EXTRATO-FECHA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL RECEBIDO.....:" TO TIT-TOT-CLI.
           MOVE WS-QTD-RECEBIDO TO QTD-TOT-CLI.
           MOVE WS-CLI-RECEBIDO TO VALOR-TOT-CLI.
           WRITE REG-RELATO FROM LINHA-TOT-CLI.
           MOVE "TOTAL EM ABERTO....:" TO TIT-TOT-CLI.
           MOVE WS-QTD-ABERTO TO QTD-TOT-CLI.
           MOVE WS-CLI-ABERTO TO VALOR-TOT-CLI.
           WRITE REG-RELATO FROM LINHA-TOT-CLI.
           IF LIMITE-CLI > ZEROS
               COMPUTE WS-CLI-DISPON = LIMITE-CLI - WS-CLI-ABERTO
               MOVE "LIMITE DE CREDITO..:" TO TIT-TOT-CLI
               MOVE ZEROS TO QTD-TOT-CLI
               MOVE LIMITE-CLI TO VALOR-TOT-CLI
               WRITE REG-RELATO FROM LINHA-TOT-CLI
               MOVE "CREDITO DISPONIVEL.:" TO TIT-TOT-CLI
               MOVE WS-CLI-DISPON TO VALOR-TOT-CLI
               WRITE REG-RELATO FROM LINHA-TOT-CLI.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           DISPLAY (17 04) "Em aberto.:" WS-QTD-ABERTO.
           MOVE WS-CLI-ABERTO TO WS-MOSTRA-VALOR.
           DISPLAY (17 25) "R$" WS-MOSTRA-VALOR.
           DISPLAY (18 04) "Recebidas.:" WS-QTD-RECEBIDO.
           MOVE WS-CLI-RECEBIDO TO WS-MOSTRA-VALOR.
           DISPLAY (18 25) "R$" WS-MOSTRA-VALOR.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-EXTRATO-FIM.
           EXIT.

      *-----------------------------------------*
       P-GERA-CODIGO.
           MOVE ZEROS TO WS-CONTA-CODIGO NUM-REC.
           READ RECEB NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-REC > WS-CONTA-CODIGO
               AND (EMPR-REC = WS-EMPR-SES OR NUM-REC = WS-CODIGO-PROX)
               MOVE NUM-REC TO WS-CONTA-CODIGO.

      *-----------------------------------------*
      * CPF mascarado p/o nivel: nao abre o     *
      * numero; ENTER mantem, senao digita novo.*
      *-----------------------------------------*
       P-REC-INSCR.
           MOVE INSCR-REC TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           IF NOT LGPD-MASCARA-88
               ACCEPT (13 25) INSCR-REC WITH UPDATE PROMPT AUTO-SKIP
               GO TO P-REC-INSCR-FIM.
           MOVE ZEROS TO WS-LGPD-INSCR.
           ACCEPT (13 25) WS-LGPD-INSCR WITH PROMPT AUTO-SKIP.
           IF WS-LGPD-INSCR NOT = ZEROS
               MOVE WS-LGPD-INSCR TO INSCR-REC.
       P-REC-INSCR-FIM.
           EXIT.

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
           MOVE "BANCO81" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE "BANCO81" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *----- inclusao acima do limite de credito confirmada
       P-GRAVA-LOG-LIMITE.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "L" TO LOG-ACAO.
           MOVE NUM-REC TO LOG-NUM-CHE.
           MOVE "BANCO81" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-GRAVA-LOG-BAIXA.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE SES-NOME TO WS-OPERADOR.
           MOVE SES-NIVEL TO WS-NIVEL.
      *----- toque de atividade p/controle da expiracao
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           REWRITE REG-SESSAO
           CLOSE RECEB LOG.
           IF CONTA-OK-88
               CLOSE CONTA.
           IF CLI-OK-88
               CLOSE CLIENTE.
           IF CBT-OK-88
               CLOSE COBTIT.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
