
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO108.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FUNC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FUN-CPF
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS.
           SELECT DEPTO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-DEPTO
                  FILE STATUS IS FS-DEPTO.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Dados bancarios dos funcionarios p/o    *
      * credito de salario (109).  Chave CPF;   *
      * FUN-SIT A ativo / D desligado.          *
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

       FD DEPTO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "DEPTO.DAT".
       01 REG-DEPTO.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

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
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-DEPTO             PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-DEPTO-OK          PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
       77 WS-NOVO              PIC X VALUE "N".
       88 NOVO-88                VALUE "S".
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.

      *----- campos da tela
       77 WS-CPF               PIC 9(11) VALUE ZEROS.
       77 WS-NOME              PIC X(30) VALUE SPACES.
       77 WS-DEPTO             PIC 99 VALUE ZEROS.
       77 WS-SIT               PIC X(01) VALUE "A".
       88 SIT-88                 VALUE "A" "D".

      *----- validacao de CPF (modulo 11)
       77 WS-INSCR-X           PIC X(14) VALUE SPACES.
       77 WS-INSCR-OK          PIC X VALUE "N".
       88 INSCR-OK-88            VALUE "S".
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-DIG               PIC 9 VALUE ZEROS.
       77 WS-SOMA              PIC 9(05) VALUE ZEROS.
       77 WS-PESO              PIC 99 VALUE ZEROS.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(05) VALUE ZEROS.
       77 WS-DV1               PIC 9 VALUE ZEROS.
       77 WS-DV2               PIC 9 VALUE ZEROS.

      *----- dados bancarios do funcionario
       77 WS-BANCO             PIC 9(03) VALUE ZEROS.
       77 WS-AGENCIA           PIC 9(04) VALUE ZEROS.
       77 WS-DV-AGEN           PIC X(01) VALUE SPACES.
       77 WS-CONTA             PIC 9(10) VALUE ZEROS.
       77 WS-DV-CONTA          PIC X(01) VALUE SPACES.
       77 WS-M11-NUM           PIC X(10) VALUE SPACES.
       77 WS-M11-TAM           PIC 99 VALUE ZEROS.
       77 WS-M11-DV            PIC X(01) VALUE SPACES.
       77 WS-M11-CALC          PIC X(01) VALUE SPACES.
       77 WS-M11-OK            PIC X VALUE "N".
       88 M11-OK-88              VALUE "S".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " DADOS BANC. FUNCIONARIOS "
               BLINK.
           02 LINE 08 COLUMN 04 VALUE "CPF do funcionario.=".
           02 LINE 09 COLUMN 04 VALUE "Nome...............=".
           02 LINE 10 COLUMN 04 VALUE "Depto (Cad.38).....=".
           02 LINE 11 COLUMN 04 VALUE "Banco (FEBRABAN)...=".
           02 LINE 12 COLUMN 04 VALUE "Agencia + DV.......=".
           02 LINE 13 COLUMN 04 VALUE "Conta   + DV.......=".
           02 LINE 14 COLUMN 04 VALUE "Situacao <A/D>.....=".
           02 LINE 16 COLUMN 04 VALUE "A = ativo  D = desligado".
           02 LINE 17 COLUMN 04 VALUE "Desligado nao entra na folha".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN I-O FUNC.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! FUNC.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P03-ABERTURA.
           IF FS = "30" OR FS = "35"
               CLOSE FUNC
               OPEN OUTPUT FUNC
               CLOSE FUNC
               GO TO P03-ABERTURA.
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<CPF = 0 , Sai do Cadastro".
       P04-CPF.
           MOVE ZEROS TO WS-CPF.
           ACCEPT (08 25) WS-CPF WITH PROMPT AUTO-SKIP.
           IF WS-CPF = ZEROS
               PERFORM P-FIM.
           MOVE SPACES TO WS-INSCR-X.
           MOVE WS-CPF TO WS-INSCR-X(1:11).
           MOVE "N" TO WS-INSCR-OK.
           PERFORM P-DV-CPF THRU P-DV-CPF-EXIT.
           IF NOT INSCR-OK-88
               DISPLAY (21 04) "!! CPF INVALIDO (DV NAO CONFERE) !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CPF.
           MOVE "N" TO WS-NOVO.
           MOVE WS-CPF TO FUN-CPF.
           READ FUNC
               INVALID KEY
                   MOVE "S" TO WS-NOVO
                   MOVE SPACES TO FUN-NOME FUN-DV-AGEN FUN-DV-CONTA
                   MOVE ZEROS TO FUN-DEPTO FUN-BANCO FUN-AGENCIA
                   MOVE ZEROS TO FUN-CONTA
                   MOVE "A" TO FUN-SIT.
           DISPLAY (09 25) FUN-NOME.
           DISPLAY (10 25) FUN-DEPTO.
           DISPLAY (11 25) FUN-BANCO.
           DISPLAY (12 25) FUN-AGENCIA.
           DISPLAY (12 30) FUN-DV-AGEN.
           DISPLAY (13 25) FUN-CONTA.
           DISPLAY (13 36) FUN-DV-CONTA.
           DISPLAY (14 25) FUN-SIT.
           IF NOVO-88
               DISPLAY (21 04) "Funcionario novo"
           ELSE
               DISPLAY (21 04) "Alterado por " FUN-POR " em "
                   FUN-ALT(7:2) "/" FUN-ALT(5:2) "/" FUN-ALT(1:4).
       P05-NOME.
           MOVE FUN-NOME TO WS-NOME.
           ACCEPT (09 25) WS-NOME WITH UPDATE PROMPT.
           IF WS-NOME = SPACES
               GO TO P05-NOME.
           DISPLAY (21 04) WS-LIMPA.
       P06-DEPTO.
           MOVE FUN-DEPTO TO WS-DEPTO.
           ACCEPT (10 25) WS-DEPTO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DEPTO = ZEROS
               GO TO P06-DEPTO.
           IF NOT DEPTO-OK-88
               GO TO P07-BANCO.
           MOVE WS-DEPTO TO COD-DEPTO.
           READ DEPTO
               INVALID KEY
                   DISPLAY (21 04) "!! Depto Nao Cadastrado !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P06-DEPTO.
           DISPLAY (10 30) NOME-DEPTO.
      *-----------------------------------------*
      * Conta salario p/credito (remessa 109);  *
      * agencia e conta validadas pelo DV.      *
      *-----------------------------------------*
       P07-BANCO.
           MOVE FUN-BANCO TO WS-BANCO.
           ACCEPT (11 25) WS-BANCO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-BANCO = ZEROS
               GO TO P07-BANCO.
       P08-AGENCIA.
           MOVE FUN-AGENCIA TO WS-AGENCIA.
           ACCEPT (12 25) WS-AGENCIA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-AGENCIA = ZEROS
               GO TO P08-AGENCIA.
           MOVE FUN-DV-AGEN TO WS-DV-AGEN.
           ACCEPT (12 30) WS-DV-AGEN WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DV-AGEN = "x" MOVE "X" TO WS-DV-AGEN.
           MOVE SPACES TO WS-M11-NUM.
           MOVE WS-AGENCIA TO WS-M11-NUM(1:4).
           MOVE 4 TO WS-M11-TAM.
           MOVE WS-DV-AGEN TO WS-M11-DV.
           PERFORM P-MOD11-DV THRU P-MOD11-DV-EXIT.
           IF NOT M11-OK-88
               DISPLAY (21 04) "!! DV DA AGENCIA NAO CONFERE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P08-AGENCIA.
       P09-CONTA.
           MOVE FUN-CONTA TO WS-CONTA.
           ACCEPT (13 25) WS-CONTA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CONTA = ZEROS
               GO TO P09-CONTA.
           MOVE FUN-DV-CONTA TO WS-DV-CONTA.
           ACCEPT (13 36) WS-DV-CONTA WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DV-CONTA = "x" MOVE "X" TO WS-DV-CONTA.
           MOVE SPACES TO WS-M11-NUM.
           MOVE WS-CONTA TO WS-M11-NUM(1:10).
           MOVE 10 TO WS-M11-TAM.
           MOVE WS-DV-CONTA TO WS-M11-DV.
           PERFORM P-MOD11-DV THRU P-MOD11-DV-EXIT.
           IF NOT M11-OK-88
               DISPLAY (21 04) "!! DV DA CONTA NAO CONFERE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P09-CONTA.
       P10-SIT.
           MOVE FUN-SIT TO WS-SIT.
           ACCEPT (14 25) WS-SIT WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-SIT = "a" MOVE "A" TO WS-SIT.
           IF WS-SIT = "d" MOVE "D" TO WS-SIT.
           IF NOT SIT-88
               GO TO P10-SIT.
       P11-CONFIRMA.
           DISPLAY (21 04) "Confirma a gravacao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P01-TELA-1.
           MOVE WS-CPF TO FUN-CPF.
           MOVE WS-NOME TO FUN-NOME.
           MOVE WS-DEPTO TO FUN-DEPTO.
           MOVE WS-BANCO TO FUN-BANCO.
           MOVE WS-AGENCIA TO FUN-AGENCIA.
           MOVE WS-DV-AGEN TO FUN-DV-AGEN.
           MOVE WS-CONTA TO FUN-CONTA.
           MOVE WS-DV-CONTA TO FUN-DV-CONTA.
           MOVE WS-SIT TO FUN-SIT.
           MOVE WS-OPERADOR TO FUN-POR.
           MOVE WS-DATA TO FUN-ALT.
           WRITE REG-FUNC
               INVALID KEY
                   REWRITE REG-FUNC
                       INVALID KEY
                           DISPLAY (21 04) "ERRO DE GRAVACAO - FS = "
                               FS
                           CLOSE FUNC
                           STOP RUN.
           DISPLAY (21 04) "!! < Dados do Funcionario Gravados > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
      * DV generico modulo 11 (pesos 2 a 9 da   *
      * direita p/esquerda); resto 10 = "X",    *
      * resto 0/11 = "0".                       *
      *-----------------------------------------*
       P-MOD11-DV.
           MOVE "N" TO WS-M11-OK.
           MOVE ZEROS TO WS-SOMA.
           MOVE 2 TO WS-PESO.
           MOVE WS-M11-TAM TO WS-IDX.
       P-MOD11-DV-LOOP.
           IF WS-IDX < 1
               GO TO P-MOD11-DV-CALC.
           MOVE WS-M11-NUM(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           ADD 1 TO WS-PESO.
           IF WS-PESO > 9
               MOVE 2 TO WS-PESO.
           SUBTRACT 1 FROM WS-IDX.
           GO TO P-MOD11-DV-LOOP.
       P-MOD11-DV-CALC.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
           MOVE "0" TO WS-M11-CALC.
           IF WS-RESTO = 1
               MOVE "X" TO WS-M11-CALC.
           IF WS-RESTO > 1
               COMPUTE WS-DV1 = 11 - WS-RESTO
               MOVE WS-DV1 TO WS-M11-CALC(1:1).
           IF WS-M11-DV = WS-M11-CALC
               MOVE "S" TO WS-M11-OK.
           IF WS-M11-DV = "x" AND WS-M11-CALC = "X"
               MOVE "S" TO WS-M11-OK.
       P-MOD11-DV-EXIT.
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
           OPEN INPUT SESSAO.
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
           MOVE SES-NOME TO WS-OPERADOR.
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
           CLOSE FUNC.
           IF DEPTO-OK-88
               CLOSE DEPTO.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
