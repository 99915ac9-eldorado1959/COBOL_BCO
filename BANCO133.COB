       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO133.
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
           SELECT BCOANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS NUM-BANT
                  ALTERNATE RECORD KEY IS DESCRI-BANT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS CONTA-BANT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS FORN-BANT
                      WITH DUPLICATES
                  ALTERNATE RECORD KEY IS VCTO-BANT
                      WITH DUPLICATES
                  FILE STATUS IS FS-ANT.
           SELECT CONTA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-CONTA
                  FILE STATUS IS FS.
           SELECT CONTAANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COD-CANT
                  FILE STATUS IS FS-ANT.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS.
           SELECT FORNANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COD-FANT
                  FILE STATUS IS FS-ANT.
           SELECT BORDERO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-BORD
                  FILE STATUS IS FS.
           SELECT BORDANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COD-BANT
                  FILE STATUS IS FS-ANT.
           SELECT REMCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS.
           SELECT REMANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS REM-CHAVE-ANT
                  FILE STATUS IS FS-ANT.
           SELECT FECHA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS.
           SELECT FECHAANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS FCH-CHAVE-ANT
                  FILE STATUS IS FS-ANT.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Arquivos no leiaute anterior ao codigo  *
      * da empresa, renomeados pelo operador    *
      * p/...ANT.DAT: entram uma vez nos novos, *
      * com a empresa padrao no fim do          *
      * registro.  So' as chaves sao nomeadas.  *
      * RECEB.DAT nao passa por aqui: vira      *
      * RECANT.DAT e o 81 converte ao abrir.    *
      *-----------------------------------------*
       FD BCOANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOANT.DAT".
       01 REG-BCOANT.
           03 NUM-BANT         PIC X(06).
           03 CONTA-BANT       PIC X(10).
           03 DESCRI-BANT      PIC X(20).
           03 F                PIC X(134).
           03 FORN-BANT        PIC X(05).
           03 F                PIC X(140).
           03 VCTO-BANT        PIC 9(08).
           03 F                PIC X(01).

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

       FD CONTAANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CONTAANT.DAT".
       01 REG-CONTAANT.
           03 COD-CANT         PIC 99.
           03 F                PIC X(43).

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

       FD FORNANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNANT.DAT".
       01 REG-FORNANT.
           03 COD-FANT         PIC X(05).
           03 F                PIC X(29).

       FD BORDERO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDERO.DAT".
       01 REG-BORDERO.
           03 COD-BORD         PIC 9(06).
           03 BORD-DATA        PIC 9(08).
           03 BORD-CONTA       PIC X(10).
           03 BORD-DEPTO       PIC X(02).
           03 BORD-LIMITE      PIC 9(08).
           03 BORD-QTD         PIC 9(05).
           03 BORD-TOTAL       PIC 9(10)V99.
           03 BORD-SIT         PIC X(01).
           03 BORD-EMPR        PIC 99.

       FD BORDANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BORDANT.DAT".
       01 REG-BORDANT.
           03 COD-BANT         PIC 9(06).
           03 F                PIC X(46).

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

       FD REMANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "REMANT.DAT".
       01 REG-REMANT.
           03 REM-CHAVE-ANT    PIC X(08).
           03 F                PIC X(48).

      *----- fechamento: a empresa entra na chave, depois do mes
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

       FD FECHAANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHAANT.DAT".
       01 REG-FECHAANT.
           03 FCH-CHAVE-ANT.
               05 FCH-ANO-ANT  PIC 9(04).
               05 FCH-MES-ANT  PIC 99.
           03 FCH-SIT-ANT      PIC X(01).
           03 FCH-POR-ANT      PIC X(08).
           03 FCH-DATA-ANT     PIC 9(08).

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
      * Journal de BCO.DAT: as imagens antigas  *
      * nao servem mais p/rolar p/frente (93).  *
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
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-ANT               PIC XX.
       77 FS-EMP               PIC XX.
       77 FS-JRN               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-EMPR-LOCAL        PIC 99 VALUE ZEROS.
       77 WS-RAZAO-LOCAL       PIC X(30) VALUE SPACES.
      *----- linha da tela do arquivo em conversao e o resultado
       77 WS-LIN               PIC 99 VALUE ZEROS.
       77 WS-QTD-CONV          PIC 9(06) VALUE ZEROS.
       77 WS-QTD-ARQ           PIC 9 VALUE ZEROS.
       77 WS-SIT-CONV          PIC X(30) VALUE SPACES.
       77 WS-BCO-CONV          PIC X VALUE "N".
       88 BCO-CONV-88            VALUE "S".
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " CONVERSAO P/EMPRESA " BLINK.
           02 LINE 06 COLUMN 04 VALUE "Empresa padrao.........=".
           02 LINE 08 COLUMN 04 VALUE "Arquivo      Anterior".
           02 LINE 08 COLUMN 40 VALUE "Situacao".
           02 LINE 09 COLUMN 04 VALUE "BCO.DAT      BCOANT.DAT".
           02 LINE 10 COLUMN 04 VALUE "CONTA.DAT    CONTAANT.DAT".
           02 LINE 11 COLUMN 04 VALUE "FORN.DAT     FORNANT.DAT".
           02 LINE 12 COLUMN 04 VALUE "BORDERO.DAT  BORDANT.DAT".
           02 LINE 13 COLUMN 04 VALUE "REMCTL.DAT   REMANT.DAT".
           02 LINE 14 COLUMN 04 VALUE "FECHA.DAT    FECHAANT.DAT".
           02 LINE 16 COLUMN 04 VALUE
              "RECEB.DAT: renomeie p/RECANT.DAT e entre no 81".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
      *----- troca o leiaute dos arquivos: so supervisor (nivel 3)
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR EXECUTA A ROTINA !!"
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
           PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
           DISPLAY (06 29) WS-EMPR-LOCAL.
           DISPLAY (06 32) WS-RAZAO-LOCAL.
       P02-CONFIRMA.
           DISPLAY (19 04)
               "Renomeie antes os arquivos p/...ANT.DAT (acima);".
           DISPLAY (20 04)
               "demais terminais fora do Controle Bancario.".
           DISPLAY (21 04) "Confirma a conversao ?  < S/N >".
           ACCEPT (21 36) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (19 04) WS-LIMPA.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-RETORNA.
       P03-CONVERTE.
           MOVE ZEROS TO WS-QTD-ARQ.
           PERFORM P-CONV-BCO THRU P-CONV-BCO-EXIT.
           PERFORM P-CONV-CONTA THRU P-CONV-CONTA-EXIT.
           PERFORM P-CONV-FORN THRU P-CONV-FORN-EXIT.
           PERFORM P-CONV-BORD THRU P-CONV-BORD-EXIT.
           PERFORM P-CONV-REM THRU P-CONV-REM-EXIT.
           PERFORM P-CONV-FECHA THRU P-CONV-FECHA-EXIT.
      *----- journal com imagens de 324 nao rola mais p/frente:
      *----- zera e pede backup novo (60) como base
           IF BCO-CONV-88
               OPEN OUTPUT JRN
               CLOSE JRN
               DISPLAY (18 04)
                   "BCOJRN.DAT zerado - tire um backup novo (60).".
           IF WS-QTD-ARQ > ZEROS
               PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-RETORNA.

      *-----------------------------------------*
      * Cada arquivo: so' converte com o ...ANT *
      * presente e o novo ainda inexistente,    *
      * p/nao gravar por cima de dados ja       *
      * convertidos.                            *
      *-----------------------------------------*
       P-CONV-BCO.
           MOVE 09 TO WS-LIN.
           OPEN INPUT BCOANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-BCO-EXIT.
           OPEN INPUT BANCO.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE BANCO.
           IF FS NOT = "35"
               CLOSE BCOANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-BCO-EXIT.
           OPEN OUTPUT BANCO.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-BCO-LER.
           READ BCOANT NEXT RECORD
               AT END GO TO P-CONV-BCO-FIM.
           MOVE REG-BCOANT TO REG-BCO.
           MOVE WS-EMPR-LOCAL TO EMPR-CHE.
           WRITE REG-BCO
               INVALID KEY
                   GO TO P-CONV-BCO-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-BCO-LER.
       P-CONV-BCO-FIM.
           CLOSE BCOANT BANCO.
           MOVE "S" TO WS-BCO-CONV.
           PERFORM P-MOSTRA-QTD.
       P-CONV-BCO-EXIT.
           EXIT.

       P-CONV-CONTA.
           MOVE 10 TO WS-LIN.
           OPEN INPUT CONTAANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-CONTA-EXIT.
           OPEN INPUT CONTA.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE CONTA.
           IF FS NOT = "35"
               CLOSE CONTAANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-CONTA-EXIT.
           OPEN OUTPUT CONTA.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-CONTA-LER.
           READ CONTAANT NEXT RECORD
               AT END GO TO P-CONV-CONTA-FIM.
           MOVE REG-CONTAANT TO REG-CONTA.
           MOVE WS-EMPR-LOCAL TO EMPR-CONTA.
           WRITE REG-CONTA
               INVALID KEY
                   GO TO P-CONV-CONTA-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-CONTA-LER.
       P-CONV-CONTA-FIM.
           CLOSE CONTAANT CONTA.
           PERFORM P-MOSTRA-QTD.
       P-CONV-CONTA-EXIT.
           EXIT.

       P-CONV-FORN.
           MOVE 11 TO WS-LIN.
           OPEN INPUT FORNANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-FORN-EXIT.
           OPEN INPUT FORN.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE FORN.
           IF FS NOT = "35"
               CLOSE FORNANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-FORN-EXIT.
           OPEN OUTPUT FORN.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-FORN-LER.
           READ FORNANT NEXT RECORD
               AT END GO TO P-CONV-FORN-FIM.
           MOVE REG-FORNANT TO REG-FORN.
           MOVE WS-EMPR-LOCAL TO EMPR-FORN.
           WRITE REG-FORN
               INVALID KEY
                   GO TO P-CONV-FORN-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-FORN-LER.
       P-CONV-FORN-FIM.
           CLOSE FORNANT FORN.
           PERFORM P-MOSTRA-QTD.
       P-CONV-FORN-EXIT.
           EXIT.

       P-CONV-BORD.
           MOVE 12 TO WS-LIN.
           OPEN INPUT BORDANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-BORD-EXIT.
           OPEN INPUT BORDERO.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE BORDERO.
           IF FS NOT = "35"
               CLOSE BORDANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-BORD-EXIT.
           OPEN OUTPUT BORDERO.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-BORD-LER.
           READ BORDANT NEXT RECORD
               AT END GO TO P-CONV-BORD-FIM.
           MOVE REG-BORDANT TO REG-BORDERO.
           MOVE WS-EMPR-LOCAL TO BORD-EMPR.
           WRITE REG-BORDERO
               INVALID KEY
                   GO TO P-CONV-BORD-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-BORD-LER.
       P-CONV-BORD-FIM.
           CLOSE BORDANT BORDERO.
           PERFORM P-MOSTRA-QTD.
       P-CONV-BORD-EXIT.
           EXIT.

       P-CONV-REM.
           MOVE 13 TO WS-LIN.
           OPEN INPUT REMANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-REM-EXIT.
           OPEN INPUT REMCTL.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE REMCTL.
           IF FS NOT = "35"
               CLOSE REMANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-REM-EXIT.
           OPEN OUTPUT REMCTL.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-REM-LER.
           READ REMANT NEXT RECORD
               AT END GO TO P-CONV-REM-FIM.
           MOVE REG-REMANT TO REG-REMCTL.
           MOVE WS-EMPR-LOCAL TO REM-EMPR.
           WRITE REG-REMCTL
               INVALID KEY
                   GO TO P-CONV-REM-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-REM-LER.
       P-CONV-REM-FIM.
           CLOSE REMANT REMCTL.
           PERFORM P-MOSTRA-QTD.
       P-CONV-REM-EXIT.
           EXIT.

      *----- a empresa entra no meio do registro, depois do mes
       P-CONV-FECHA.
           MOVE 14 TO WS-LIN.
           OPEN INPUT FECHAANT.
           IF FS-ANT NOT = "00"
               MOVE "sem o arquivo anterior" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-FECHA-EXIT.
           OPEN INPUT FECHA.
           IF FS NOT = "35"
               IF FS = "00"
                   CLOSE FECHA.
           IF FS NOT = "35"
               CLOSE FECHAANT
               MOVE "ja existe - mantido" TO WS-SIT-CONV
               PERFORM P-MOSTRA-SIT
               GO TO P-CONV-FECHA-EXIT.
           OPEN OUTPUT FECHA.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONV-FECHA-LER.
           READ FECHAANT NEXT RECORD
               AT END GO TO P-CONV-FECHA-FIM.
           MOVE FCH-ANO-ANT TO FCH-ANO.
           MOVE FCH-MES-ANT TO FCH-MES.
           MOVE WS-EMPR-LOCAL TO FCH-EMPR.
           MOVE FCH-SIT-ANT TO FCH-SIT.
           MOVE FCH-POR-ANT TO FCH-POR.
           MOVE FCH-DATA-ANT TO FCH-DATA.
           WRITE REG-FECHA
               INVALID KEY
                   GO TO P-CONV-FECHA-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONV-FECHA-LER.
       P-CONV-FECHA-FIM.
           CLOSE FECHAANT FECHA.
           PERFORM P-MOSTRA-QTD.
       P-CONV-FECHA-EXIT.
           EXIT.

       P-MOSTRA-QTD.
           ADD 1 TO WS-QTD-ARQ.
           DISPLAY (WS-LIN , 40) WS-QTD-CONV " convertidos".

       P-MOSTRA-SIT.
           DISPLAY (WS-LIN , 40) WS-SIT-CONV.

      *-----------------------------------------*
      * Codigo e razao da empresa padrao        *
      * (cadastro 118); sem cadastro fica 00,   *
      * como no login.                          *
      *-----------------------------------------*
       P-LE-EMPRESA.
           MOVE ZEROS TO WS-EMPR-LOCAL.
           MOVE SPACES TO WS-RAZAO-LOCAL.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-LE-EMPRESA-FIM.
           MOVE ZEROS TO EMP-COD.
           START EMPRESA KEY IS NOT LESS THAN EMP-COD
               INVALID KEY GO TO P-LE-EMPRESA-FECHA.
       P-LE-EMPRESA-LER.
           READ EMPRESA NEXT RECORD
               AT END GO TO P-LE-EMPRESA-FECHA.
           IF EMP-LOCAL NOT = "S"
               GO TO P-LE-EMPRESA-LER.
           MOVE EMP-COD TO WS-EMPR-LOCAL.
           MOVE EMP-RAZAO TO WS-RAZAO-LOCAL.
       P-LE-EMPRESA-FECHA.
           CLOSE EMPRESA.
       P-LE-EMPRESA-FIM.
           EXIT.

      *-----------------------------------------*
      * Conversao no log: acao "2", empresa nas *
      * 2 primeiras posicoes e a quantidade de  *
      * arquivos convertidos na seguinte.       *
      *-----------------------------------------*
       P-GRAVA-LOG.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "2" TO LOG-ACAO.
           MOVE SPACES TO LOG-NUM-CHE.
           MOVE WS-EMPR-LOCAL TO LOG-NUM-CHE(1:2).
           MOVE WS-QTD-ARQ TO LOG-NUM-CHE(3:1).
           MOVE "BANCO133" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-FIM.
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

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.

       P-RETORNA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".
