                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-USU
                  FILE STATUS IS FS.
           SELECT USUANT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS SEQUENTIAL
                  RECORD KEY IS COD-ANT
                  FILE STATUS IS FS-ANT.
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
       FD USUARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "USUARIO.DAT".
      *-----------------------------------------*
      * Senha gravada so como resumo (hash) do  *
      * usuario + senha; TROCA-USU "S" obriga a *
      * troca no proximo login; BLOQ-USU "S"    *
      * apos erros seguidos no login (BANCO).   *
      * HIST-USU: resumos das senhas anteriores.*
      *-----------------------------------------*
       01 REG-USUARIO.
           03 COD-USU          PIC X(08).
           03 NOME-USU         PIC X(20).
           03 SENHA-USU        PIC 9(10).
           03 NIVEL-USU        PIC 9.
           03 SENHA-DATA-USU   PIC 9(08).
           03 TROCA-USU        PIC X(01).
           03 ERROS-USU        PIC 9.
           03 BLOQ-USU         PIC X(01).
           03 BLOQ-DATA-USU    PIC 9(08).
           03 HIST-USU         PIC 9(10) OCCURS 3.

      *-----------------------------------------*
      * Cadastro no leiaute antigo (senha em    *
      * claro), renomeado p/USUANT.DAT: entra   *
      * uma vez no USUARIO.DAT novo, com troca  *
      * de senha obrigatoria.                   *
      *-----------------------------------------*
       FD USUANT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "USUANT.DAT".
       01 REG-USUANT.
           03 COD-ANT          PIC X(08).
           03 NOME-ANT         PIC X(20).
           03 SENHA-ANT        PIC X(06).
           03 NIVEL-ANT        PIC 9.

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
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       88 NIVEL-88               VALUE 1 2 3.
       77 FS-ANT               PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-NOVO-ARQ          PIC X VALUE "N".
       88 NOVO-ARQ-88            VALUE "S".
       77 WS-QTD-CONV          PIC 9(03) VALUE ZEROS.
       77 WS-LOG-ACAO          PIC X VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP            PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- senha: minimo de posicoes (igual ao login)
       77 WS-SENHA-MIN         PIC 99 VALUE 6.
       77 WS-SENHA-NOVA        PIC X(10) VALUE SPACES.
       77 WS-SENHA-TAM         PIC 99 VALUE ZEROS.

      *----- resumo (hash) da senha: usuario + senha, 3 voltas
       01 WS-HASH-TXT.
           03 WS-HASH-COD      PIC X(08).
           03 WS-HASH-SENHA    PIC X(10).
       77 WS-HASH              PIC 9(10) VALUE ZEROS.
       77 WS-HASH-W            PIC 9(12) VALUE ZEROS.
       77 WS-HASH-Q            PIC 9(12) VALUE ZEROS.
       77 WS-HASH-I            PIC 99 VALUE ZEROS.
       77 WS-HASH-C            PIC 99 VALUE ZEROS.
       77 WS-HASH-P            PIC 9 VALUE ZEROS.
       01 WS-CARACTERES.
           03 F                PIC X(36) VALUE
              "0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           03 F                PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           03 F                PIC X(18) VALUE
              "!@#$%&*()-_=+.,;:/".
       01 WS-CARACT-R REDEFINES WS-CARACTERES.
           03 WS-CAR           PIC X OCCURS 80.
      ***********************************

       SCREEN SECTION.
           02 LINE 04 COLUMN 02 VALUE " CADASTRO USUARIOS " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Codigo (08 posicoes)...=".
           02 LINE 09 COLUMN 04 VALUE "Nome...................=".
           02 LINE 10 COLUMN 04 VALUE "Senha (06 a 10 posic.).=".
           02 LINE 11 COLUMN 04 VALUE "Nivel  (1 a 3).........=".
           02 LINE 12 COLUMN 04 VALUE "Situacao...............=".
           02 LINE 13 COLUMN 04 VALUE "1-Consulta (estagiario)".
           02 LINE 14 COLUMN 04 VALUE "2-Operador (inclui/baixa)".
           02 LINE 15 COLUMN 04 VALUE "3-Supervisor (exclui/purga)".
               CLOSE USUARIO
               OPEN OUTPUT USUARIO
               CLOSE USUARIO
               OPEN I-O USUARIO
               MOVE "S" TO WS-NOVO-ARQ.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           PERFORM P-DATA.
           IF NOVO-ARQ-88
               PERFORM P-CONVERTE THRU P-CONVERTE-EXIT.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P04-CODIGO.
           PERFORM P-REC2 THRU P-REC4.
      *----- senha provisoria: o usuario troca no 1o login
           MOVE WS-DATA TO SENHA-DATA-USU.
           MOVE "S" TO TROCA-USU.
           MOVE ZEROS TO ERROS-USU BLOQ-DATA-USU.
           MOVE "N" TO BLOQ-USU.
           MOVE ZEROS TO HIST-USU(1) HIST-USU(2) HIST-USU(3).
           WRITE REG-USUARIO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE USUARIO
                   STOP RUN.
           MOVE "I" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           DISPLAY (21 04) "!! < Usuario Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           IF NOME-USU = SPACES
               GO TO P-REC2.
       P-REC3.
           MOVE SPACES TO WS-SENHA-NOVA.
           ACCEPT (10 29) WS-SENHA-NOVA WITH PROMPT.
           IF WS-SENHA-NOVA = SPACES
               GO TO P-REC3.
           PERFORM P-TAMANHO-SENHA THRU P-TAMANHO-SENHA-FIM.
           IF WS-SENHA-TAM < WS-SENHA-MIN
               DISPLAY (21 04) "!! MINIMO DE 6 POSICOES !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC3.
           MOVE COD-USU TO WS-HASH-COD.
           MOVE WS-SENHA-NOVA TO WS-HASH-SENHA.
           PERFORM P-HASH-SENHA THRU P-HASH-SENHA-EXIT.
           MOVE WS-HASH TO SENHA-USU.
           DISPLAY (10 29) "**********".
       P-REC4.
           ACCEPT (11 29) WS-NIVEL WITH PROMPT AUTO-SKIP.
           IF NOT NIVEL-88

       P-MOSTRA-ATUAL.
           DISPLAY (09 29) NOME-USU.
           DISPLAY (10 29) "**********".
           DISPLAY (11 29) NIVEL-USU.
           IF BLOQ-USU = "S"
               DISPLAY (12 29) "BLOQUEADO EM " BLOQ-DATA-USU(7:2)
                   "/" BLOQ-DATA-USU(5:2) "/" BLOQ-DATA-USU(1:4)
           ELSE
               IF TROCA-USU = "S"
                   DISPLAY (12 29) "SENHA PROVISORIA     "
               ELSE
                   DISPLAY (12 29) "ATIVO                ".

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "A-Altera E-Exclui D-Desbloq. R-Reset senha".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF = "D" OR "d"
               PERFORM P-DESBLOQUEIA THRU P-DESBLOQUEIA-EXIT.
           IF WS-CONF = "R" OR "r"
               PERFORM P-RESET-SENHA THRU P-RESET-SENHA-EXIT.
           IF WS-CONF = "A" OR "a"
               PERFORM P-REC2
               PERFORM P-REC4
               REWRITE REG-USUARIO
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE USUARIO
                       STOP RUN
               MOVE "A" TO WS-LOG-ACAO
               PERFORM P-GRAVA-LOG
               DISPLAY (21 04) "!! < Usuario Alterado > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
                       DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                       CLOSE USUARIO
                       STOP RUN
               MOVE "D" TO WS-LOG-ACAO
               PERFORM P-GRAVA-LOG
               DISPLAY (21 04) "!! < Usuario Excluido > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.

      *-----------------------------------------*
      * Desbloqueio pelo supervisor: zera os    *
      * erros seguidos do login.                *
      *-----------------------------------------*
       P-DESBLOQUEIA.
           IF BLOQ-USU NOT = "S"
               DISPLAY (21 04) "!! USUARIO NAO ESTA BLOQUEADO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-DESBLOQUEIA-EXIT.
           MOVE "N" TO BLOQ-USU.
           MOVE ZEROS TO ERROS-USU BLOQ-DATA-USU.
           REWRITE REG-USUARIO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE USUARIO LOG
                   STOP RUN.
           MOVE "U" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           PERFORM P-MOSTRA-ATUAL.
           DISPLAY (21 04) "!! < Usuario Desbloqueado > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-DESBLOQUEIA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Reset: senha provisoria dada pelo       *
      * supervisor, troca obrigatoria no login; *
      * desbloqueia junto.                      *
      *-----------------------------------------*
       P-RESET-SENHA.
           DISPLAY (21 04) "Senha provisoria :".
           PERFORM P-REC3.
           DISPLAY (21 04) WS-LIMPA.
           MOVE WS-DATA TO SENHA-DATA-USU.
           MOVE "S" TO TROCA-USU.
           MOVE "N" TO BLOQ-USU.
           MOVE ZEROS TO ERROS-USU BLOQ-DATA-USU.
           REWRITE REG-USUARIO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE USUARIO LOG
                   STOP RUN.
           MOVE "Z" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG.
           PERFORM P-MOSTRA-ATUAL.
           DISPLAY (21 04) "!! < Senha Provisoria Gravada > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-RESET-SENHA-EXIT.
           EXIT.

      *-----------------------------------------*
      * USUARIO.DAT recem-criado e USUANT.DAT   *
      * presente: passa o cadastro antigo p/o   *
      * leiaute novo, com a senha so em resumo  *
      * e troca obrigatoria no proximo login.   *
      *-----------------------------------------*
       P-CONVERTE.
           OPEN INPUT USUANT.
           IF FS-ANT NOT = "00"
               GO TO P-CONVERTE-EXIT.
           MOVE ZEROS TO WS-QTD-CONV.
       P-CONVERTE-LER.
           READ USUANT NEXT RECORD
               AT END GO TO P-CONVERTE-FIM.
           MOVE COD-ANT TO COD-USU.
           MOVE NOME-ANT TO NOME-USU.
           MOVE NIVEL-ANT TO NIVEL-USU.
           MOVE COD-ANT TO WS-HASH-COD.
           MOVE SENHA-ANT TO WS-HASH-SENHA.
           PERFORM P-HASH-SENHA THRU P-HASH-SENHA-EXIT.
           MOVE WS-HASH TO SENHA-USU.
           MOVE WS-DATA TO SENHA-DATA-USU.
           MOVE "S" TO TROCA-USU.
           MOVE "N" TO BLOQ-USU.
           MOVE ZEROS TO ERROS-USU BLOQ-DATA-USU.
           MOVE ZEROS TO HIST-USU(1) HIST-USU(2) HIST-USU(3).
           WRITE REG-USUARIO
               INVALID KEY
                   GO TO P-CONVERTE-LER.
           ADD 1 TO WS-QTD-CONV.
           GO TO P-CONVERTE-LER.
       P-CONVERTE-FIM.
           CLOSE USUANT.
           DISPLAY (21 04) "Usuarios trazidos do USUANT.DAT :".
           DISPLAY (21 39) WS-QTD-CONV.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
       P-CONVERTE-EXIT.
           EXIT.

      *-----------------------------------------*
      * Manutencao de usuario no log: I inclui, *
      * A altera, D exclui, U desbloqueia, Z    *
      * reset de senha (codigo nas 6 primeiras).*
      *-----------------------------------------*
       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE COD-USU(1:6) TO LOG-NUM-CHE.
           MOVE "BANCO62" TO LOG-PROGRAMA.
           WRITE REG-LOG.

       P-TAMANHO-SENHA.
           MOVE 10 TO WS-SENHA-TAM.
       P-TAMANHO-SENHA-LOOP.
           IF WS-SENHA-TAM = ZEROS
               GO TO P-TAMANHO-SENHA-FIM.
           IF WS-SENHA-NOVA(WS-SENHA-TAM:1) NOT = SPACE
               GO TO P-TAMANHO-SENHA-FIM.
           SUBTRACT 1 FROM WS-SENHA-TAM.
           GO TO P-TAMANHO-SENHA-LOOP.
       P-TAMANHO-SENHA-FIM.
           EXIT.

      *-----------------------------------------*
      * Resumo da senha (igual ao login): cada  *
      * posicao de usuario + senha vira o seu   *
      * numero na tabela de caracteres e entra  *
      * no acumulador (x33, modulo primo), em 3 *
      * voltas.  Nao da p/voltar a senha.       *
      *-----------------------------------------*
       P-HASH-SENHA.
           MOVE 5381 TO WS-HASH.
           MOVE 1 TO WS-HASH-P.
       P-HASH-VOLTA.
           MOVE 1 TO WS-HASH-I.
       P-HASH-CHAR.
           IF WS-HASH-I > 18
               GO TO P-HASH-PASSO.
           PERFORM P-HASH-CODIGO THRU P-HASH-CODIGO-FIM.
           COMPUTE WS-HASH-W = WS-HASH * 33 + WS-HASH-C * 7
                             + WS-HASH-I + WS-HASH-P.
           DIVIDE WS-HASH-W BY 9999999967
               GIVING WS-HASH-Q REMAINDER WS-HASH.
           ADD 1 TO WS-HASH-I.
           GO TO P-HASH-CHAR.
       P-HASH-PASSO.
           ADD 1 TO WS-HASH-P.
           IF WS-HASH-P < 4
               GO TO P-HASH-VOLTA.
       P-HASH-SENHA-EXIT.
           EXIT.

       P-HASH-CODIGO.
           MOVE ZEROS TO WS-HASH-C.
           IF WS-HASH-TXT(WS-HASH-I:1) = SPACE
               GO TO P-HASH-CODIGO-FIM.
           MOVE 1 TO WS-HASH-C.
       P-HASH-CODIGO-LOOP.
           IF WS-HASH-C > 80
               MOVE 90 TO WS-HASH-C
               GO TO P-HASH-CODIGO-FIM.
           IF WS-CAR(WS-HASH-C) = WS-HASH-TXT(WS-HASH-I:1)
               GO TO P-HASH-CODIGO-FIM.
           ADD 1 TO WS-HASH-C.
           GO TO P-HASH-CODIGO-LOOP.
       P-HASH-CODIGO-FIM.
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
           CLOSE USUARIO LOG.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
