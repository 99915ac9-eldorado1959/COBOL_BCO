           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT SODREGRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SOD
                  FILE STATUS IS FS-SOD.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
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

       FD SESSAO
           LABEL RECORD IS STANDARD
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD BANCO
           LABEL RECORD IS STANDARD
           03 LOG-ACAO         PIC X(01).
           03 LOG-NUM-CHE      PIC X(06).
           03 LOG-PROGRAMA     PIC X(08).

      *-----------------------------------------*
      * Regras de segregacao de funcoes (113).  *
      *-----------------------------------------*
       FD SODREGRA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "SODREGRA.DAT".
       01 REG-SODREGRA.
           03 COD-SOD          PIC X(02).
           03 ATIVA-SOD        PIC X(01).
           03 LIBERA-SOD       PIC X(01).
           03 SOD-POR          PIC X(08).
           03 SOD-DATA         PIC 9(08).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 WS-QTD-APROV         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO            PIC X(20) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.

      *----- segregacao: quem criou nao aprova (regra CA)
       77 FS-SOD               PIC XX.
       77 WS-SOD-OK            PIC X VALUE "S".
       88 SOD-OK-88              VALUE "S".
       77 WS-SOD-ATIVA         PIC X VALUE "S".
       88 SOD-ATIVA-88           VALUE "S".
       77 WS-SOD-LIBERA        PIC X VALUE "S".
       77 WS-SOD-PASSA         PIC X VALUE "S".
       88 SOD-PASSA-88           VALUE "S".
       77 WS-SOD-CONF          PIC X VALUE SPACES.
      ***********************************

       SCREEN SECTION.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           OPEN INPUT SODREGRA.
           IF FS-SOD = "35"
               MOVE "N" TO WS-SOD-OK.
           PERFORM P-LE-REGRA THRU P-LE-REGRA-EXIT.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           DISPLAY TELA-1.
           PERFORM P-DATA.
       P-BUSCA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-LER.
           IF APROV-CHE NOT = "P"
               GO TO P-BUSCA-LER.
           MOVE REG-BCO TO WS-JRN-ANTES.
               "Aprovar <A>, Rejeitar <R> ou <ENTER> p/pular".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
      *----- quem criou o lancamento nao o aprova (113)
           IF (WS-CONF = "A" OR "a") AND SOD-ATIVA-88
              AND CRIADO-POR = WS-OPERADOR
               PERFORM P-BLOQUEIA-SOD THRU P-BLOQUEIA-SOD-EXIT
               IF NOT SOD-PASSA-88
                   GO TO P-BUSCA-LER.
           IF WS-CONF = "A" OR "a"
               MOVE "A" TO APROV-CHE
               MOVE WS-OPERADOR TO APROV-POR
           MOVE "BANCO70" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Regra CA gravada no 113; sem ela vale   *
      * ativa, com liberacao de supervisor.     *
      *-----------------------------------------*
       P-LE-REGRA.
           MOVE "S" TO WS-SOD-ATIVA WS-SOD-LIBERA.
           IF NOT SOD-OK-88
               GO TO P-LE-REGRA-EXIT.
           MOVE "CA" TO COD-SOD.
           READ SODREGRA
               INVALID KEY
                   GO TO P-LE-REGRA-EXIT.
           MOVE ATIVA-SOD TO WS-SOD-ATIVA.
           MOVE LIBERA-SOD TO WS-SOD-LIBERA.
       P-LE-REGRA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Conflito de funcoes: so passa com       *
      * liberacao de supervisor (nivel 3), se a *
      * regra permitir, registrada no log.      *
      *-----------------------------------------*
       P-BLOQUEIA-SOD.
           MOVE "N" TO WS-SOD-PASSA.
           DISPLAY (21 04) "!! SEGREGACAO: QUEM CRIOU NAO APROVA !!".
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-LIBERA NOT = "S" OR WS-NIVEL < 3
               GO TO P-BLOQUEIA-SOD-EXIT.
           DISPLAY (21 04) "Supervisor libera a aprovacao ? < S/N >".
           ACCEPT (21 45) WS-SOD-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-CONF NOT = "S" AND WS-SOD-CONF NOT = "s"
               GO TO P-BLOQUEIA-SOD-EXIT.
           MOVE "S" TO WS-SOD-PASSA.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE "C" TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO70" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-BLOQUEIA-SOD-EXIT.
           EXIT.

       P-MOSTRA-REG.
           DISPLAY (01 01) ERASE.
           DISPLAY TELA-REG.
               CLOSE SESSAO
               GO TO P-LE-OPERADOR-PEDE.
           MOVE SES-NOME TO WS-OPERADOR.
           MOVE SES-NIVEL TO WS-NIVEL.
      *----- toque de atividade p/controle da expiracao
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           REWRITE REG-SESSAO
       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO LOG.
           IF SOD-OK-88
               CLOSE SODREGRA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

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
