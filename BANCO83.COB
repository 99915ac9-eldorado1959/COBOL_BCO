                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT FBCOALT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FBA-COD
                  FILE STATUS IS FS-FBA.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
       DATA DIVISION.
       FILE SECTION.
       FD FORNBCO
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

      *-----------------------------------------*
      * Ultima alteracao dos dados bancarios /  *
      * PIX do fornecedor: data, hora e quem    *
      * alterou (segregacao, remessa 53).       *
      *-----------------------------------------*
       FD FBCOALT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FBCOALT.DAT".
       01 REG-FBCOALT.
           03 FBA-COD          PIC X(05).
           03 FBA-DATA         PIC 9(08).
           03 FBA-HORA         PIC 9(06).
           03 FBA-POR          PIC X(08).

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
       77 WS-COD-FORN          PIC X(05) VALUE SPACES.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 FS-SUC               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-TIPO-PIX          PIC X VALUE SPACES.
       88 TIPO-PIX-88            VALUE "C" "E" "A".
       77 WS-CHAVE             PIC X(40) VALUE SPACES.

      *----- quem alterou o banco/PIX e quando (log e FBCOALT)
       77 FS-FBA               PIC XX.
       77 FS-LOG               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-FB-ANTES          PIC X(66) VALUE SPACES.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- validacao de CPF/CNPJ (modulo 11)
       77 WS-INSCR-X           PIC X(14) VALUE SPACES.
       77 WS-INSCR-TAM         PIC 99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O FORNBCO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN I-O FBCOALT.
           IF FS-FBA = "30" OR FS-FBA = "35"
               CLOSE FBCOALT
               OPEN OUTPUT FBCOALT
               CLOSE FBCOALT
               OPEN I-O FBCOALT.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           ACCEPT (08 25) WS-COD-FORN WITH PROMPT AUTO-SKIP.
           IF WS-COD-FORN = SPACES
               PERFORM P-FIM.
      *----- codigo incorporado por fusao (115) nao tem mais banco
           IF NOT SUC-OK-88
               GO TO P04-FORN-ATIVO.
           MOVE WS-COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P04-FORN-ATIVO.
           DISPLAY (21 04) "!! CODIGO INCORPORADO AO " SUC-NOVO
               " - USE ESTE !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P04-FORN.
       P04-FORN-ATIVO.
           IF NOT FORN-OK-88
               GO TO P04-FORN-OK.
           MOVE WS-COD-FORN TO COD-FORN.
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P04-FORN.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-FORN.
           DISPLAY (08 32) NOME-FORN.
       P04-FORN-OK.
           MOVE WS-COD-FORN TO COD-FB.
                   MOVE ZEROS TO BANCO-FB AGENCIA-FB CONTA-FB
                   MOVE SPACES TO DV-AGEN-FB DV-CONTA-FB
                   MOVE "N" TO VALID-FB.
           MOVE REG-FORNBCO TO WS-FB-ANTES.
           DISPLAY (09 25) TIPO-PIX-FB.
           DISPLAY (10 25) CHAVE-PIX-FB.
           DISPLAY (11 25) BANCO-FB.
                               FS
                           CLOSE FORNBCO
                           STOP RUN.
      *----- troca de banco/PIX fica registrada: a remessa (53)
      *----- nao deixa quem alterou pagar o fornecedor no dia
           IF REG-FORNBCO(6:60) NOT = WS-FB-ANTES(6:60)
               PERFORM P-GRAVA-ALTERACAO.
           DISPLAY (21 04) "!! < Dados do Fornecedor Gravados > !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-DV-CNPJ-EXIT.
           EXIT.

      *-----------------------------------------*
      * Data/hora/operador da alteracao dos     *
      * dados bancarios e registro no log.      *
      *-----------------------------------------*
       P-GRAVA-ALTERACAO.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-COD-FORN TO FBA-COD.
           MOVE WS-DATA TO FBA-DATA.
           MOVE WS-HORA-LOG(1:6) TO FBA-HORA.
           MOVE WS-OPERADOR TO FBA-POR.
           WRITE REG-FBCOALT
               INVALID KEY
                   REWRITE REG-FBCOALT
                       INVALID KEY
                           CONTINUE.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "K" TO LOG-ACAO.
           MOVE SPACES TO LOG-NUM-CHE.
           MOVE WS-COD-FORN TO LOG-NUM-CHE.
           MOVE "BANCO83" TO LOG-PROGRAMA.
           WRITE REG-LOG.

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
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE FORNBCO FBCOALT LOG.
           IF FORN-OK-88
               CLOSE FORN.
           IF SUC-OK-88
               CLOSE FORNSUC.
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
