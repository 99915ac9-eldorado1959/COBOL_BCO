                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
       FD BANCO
       FD USUARIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "USUARIO.DAT".
      *-----------------------------------------*
      * Senha gravada so como resumo (hash) do  *
      * usuario + senha; TROCA-USU "S" obriga a *
      * troca no proximo login (inclusao/reset  *
      * do 62); BLOQ-USU "S" apos erros seguidos*
      * ate o supervisor desbloquear (62).      *
      * HIST-USU: resumos das senhas anteriores *
      * (nao podem ser reutilizadas).           *
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
      * Cache do painel de abertura: o menu so  *
           03 PAN-QTD-VELHO    PIC 9(04).
           03 PAN-QTD-NAOPG    PIC 9(04).
           03 PAN-SUJO         PIC X(01).
           03 PAN-EMPR         PIC 99.

      *-----------------------------------------*
      * Sessoes por terminal (TERMID): cada     *
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.
      *-----------------------------------------*
      * Empresas da instalacao (118): todas no  *
      * mesmo conjunto de arquivos, separadas   *
      * pelo codigo gravado em cada registro;   *
      * EMP-LOCAL "S" marca a empresa padrao.   *
      *-----------------------------------------*
       FD EMPRESA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "EMPRESA.DAT".
       01 REG-EMP.
           03 EMP-COD          PIC 99.
           03 EMP-RAZAO        PIC X(30).
           03 EMP-CNPJ         PIC 9(14).
           03 EMP-DIR          PIC X(30).
           03 EMP-LOCAL        PIC X(01).

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
       WORKING-STORAGE SECTION.
       77 FS-CTL               PIC XX.
       77 FS-USU               PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-SENHA             PIC X(10) VALUE SPACES.
       77 WS-TENTATIVAS        PIC 9 VALUE ZEROS.
       77 WS-NIVEL-LOGADO      PIC 9 VALUE ZEROS.
       77 WS-NIVEL-REQ         PIC 9 VALUE ZEROS.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
       77 FS-EMP               PIC XX.
       77 WS-EMP-QTD           PIC 99 VALUE ZEROS.
       77 WS-EMP-ATUAL         PIC 99 VALUE ZEROS.
       77 WS-EMP-COD           PIC 99 VALUE ZEROS.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 FS-LOTE              PIC XX.
       77 WS-LOTE-PASSO        PIC 99 VALUE ZEROS.
       77 WS-LOTE-PROG         PIC X(08) VALUE SPACES.
       77 WS-LOTE-HORA         PIC 9(08) VALUE ZEROS.

      *----- politica de senha: tamanho minimo, validade em dias
      *----- (mes comercial de 30), erros seguidos p/bloqueio
       77 WS-SENHA-MIN         PIC 99 VALUE 6.
       77 WS-SENHA-DIAS        PIC 9(03) VALUE 90.
       77 WS-SENHA-ERROS       PIC 9 VALUE 3.
       77 WS-SENHA-NOVA        PIC X(10) VALUE SPACES.
       77 WS-SENHA-CONF        PIC X(10) VALUE SPACES.
       77 WS-SENHA-TAM         PIC 99 VALUE ZEROS.
       77 WS-SENHA-VENCE       PIC X VALUE "N".
       88 SENHA-VENCE-88         VALUE "S".
       01 WS-DATA-SENHA.
           03 ANO-S            PIC 9(04).
           03 MES-S            PIC 99.
           03 DIA-S            PIC 99.
       77 WS-DIAS-SENHA        PIC 9(06) VALUE ZEROS.
       77 FS-LOG               PIC XX.
       77 WS-LOG-ACAO          PIC X VALUE SPACES.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.

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

       77 FS-BCO               PIC XX.
       77 WS-QTD-HOJE          PIC 9(04) VALUE ZEROS.
           DISPLAY (04 78) ANO.
           PERFORM P-ULT-BACKUP THRU P-ULT-BACKUP-FIM.
           PERFORM P-PAINEL THRU P-PAINEL-FIM.
           PERFORM P-ULT-LOTE THRU P-ULT-LOTE-FIM.
           PERFORM P-MOSTRA-EMPRESA THRU P-MOSTRA-EMPRESA-FIM.

      *-----------------------------------------*
      * Data do ultimo backup (60) no rodape.   *
       P-ULT-BACKUP-FIM.
           EXIT.

      *-----------------------------------------*
      * Resumo do lote noturno (128) p/quem     *
      * abre o sistema de manha.  Rodada deste  *
      * terminal parada em execucao caiu no     *
      * meio: fica como falha, p/o 128          *
      * recomecar do passo interrompido.        *
      *-----------------------------------------*
       P-ULT-LOTE.
           OPEN INPUT LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-ULT-LOTE-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-ULT-LOTE-FECHA.
           IF LOT-DATA-INI = ZEROS
               GO TO P-ULT-LOTE-FECHA.
           IF LOT-SIT NOT = "E" OR LOT-TERM NOT = WS-TERMID
               GO TO P-ULT-LOTE-MOSTRA.
           MOVE LOT-QTD TO WS-LOTE-PASSO.
           CLOSE LOTE.
           PERFORM P-LOTE-INTERROMPE THRU P-LOTE-INTERROMPE-FIM.
           OPEN INPUT LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-ULT-LOTE-FIM.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-ULT-LOTE-FECHA.
       P-ULT-LOTE-MOSTRA.
           IF LOT-SIT = "E"
               MOVE SPACES TO LOT-MSG
               STRING "EM EXECUCAO - PASSO " LOT-QTD(5:2)
                   DELIMITED BY SIZE INTO LOT-MSG.
           DISPLAY (07 30) "Lote " LOT-DATA-INI(7:2) "/"
               LOT-DATA-INI(5:2) " " LOT-MSG(1:39).
       P-ULT-LOTE-FECHA.
           CLOSE LOTE.
       P-ULT-LOTE-FIM.
           EXIT.

       P-LOTE-INTERROMPE.
           OPEN I-O LOTE.
           IF FS-LOTE NOT = "00"
               GO TO P-LOTE-INTERROMPE-FIM.
           ACCEPT WS-LOTE-HORA FROM TIME.
           MOVE SPACES TO WS-LOTE-PROG.
           MOVE WS-LOTE-PASSO TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-INTERROMPE-CAB.
           MOVE LOT-PROG TO WS-LOTE-PROG.
           IF LOT-SIT NOT = "E"
               GO TO P-LOTE-INTERROMPE-CAB.
           MOVE "F" TO LOT-SIT.
           MOVE WS-DATA-P TO LOT-DATA-FIM.
           MOVE WS-LOTE-HORA(1:6) TO LOT-HORA-FIM.
           MOVE "INTERROMPIDO - NAO VOLTOU AO LOTE" TO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-LOTE-INTERROMPE-CAB.
           MOVE ZEROS TO LOT-PASSO.
           READ LOTE
               INVALID KEY
                   GO TO P-LOTE-INTERROMPE-FECHA.
           MOVE "F" TO LOT-SIT.
           MOVE WS-DATA-P TO LOT-DATA-FIM.
           MOVE WS-LOTE-HORA(1:6) TO LOT-HORA-FIM.
           MOVE SPACES TO LOT-MSG.
           STRING "FALHOU PASSO " WS-LOTE-PASSO " " WS-LOTE-PROG
               DELIMITED BY SIZE INTO LOT-MSG.
           REWRITE REG-LOTE
               INVALID KEY
                   CONTINUE.
       P-LOTE-INTERROMPE-FECHA.
           CLOSE LOTE.
       P-LOTE-INTERROMPE-FIM.
           EXIT.

      *-----------------------------------------*
      * Painel de abertura: vencimentos de hoje *
      * e da semana, nao conferidos velhos e    *
                       CONTINUE
               END-READ
               IF FS-PAN = "00" AND PAN-DATA = WS-DATA-P
                   AND PAN-SUJO = "N" AND PAN-EMPR = WS-EMP-ATUAL
                   MOVE "S" TO WS-PAN-USA.
           IF FS-PAN NOT = "35"
               CLOSE PAINEL.
               AT END
                   CLOSE BANCO
                   GO TO P-PAINEL-MOSTRA.
           IF EMPR-CHE NOT = WS-EMP-ATUAL
               GO TO P-PAINEL-LER.
           IF DESCRI-CHE = "NULO "
               GO TO P-PAINEL-LER.
           IF SITUACAO-CHE = "N" AND MOTIVO-CHE NOT = SPACES
           MOVE WS-QTD-VELHO TO PAN-QTD-VELHO.
           MOVE WS-QTD-NAOPG TO PAN-QTD-NAOPG.
           MOVE "N" TO PAN-SUJO.
           MOVE WS-EMP-ATUAL TO PAN-EMPR.
           WRITE REG-PAINEL.
           CLOSE PAINEL.
       P-PAINEL-GRAVA-FIM.
                   IF WS-MIN-DIF NOT > 120
                       MOVE SES-NOME TO WS-LOGADO
                       MOVE SES-NIVEL TO WS-NIVEL-LOGADO
                       MOVE SES-EMPR TO WS-EMP-ATUAL
                       GO TO P-LOGIN-FIM.
           OPEN I-O USUARIO.
           IF FS-USU NOT = "00"
               MOVE "SUPERV" TO WS-LOGADO
               MOVE 3 TO WS-NIVEL-LOGADO
           READ USUARIO
               INVALID KEY
                   GO TO P-LOGIN-ERRO.
      *----- bloqueado por erros seguidos: so o supervisor
      *----- libera (62), mesmo reiniciando o sistema
           IF BLOQ-USU = "S"
               DISPLAY (13 25) "!! USUARIO BLOQUEADO - VER SUPERV. !!"
               MOVE "E" TO WS-LOG-ACAO
               PERFORM P-GRAVA-LOG-SENHA THRU P-GRAVA-LOG-SENHA-FIM
               ADD 1 TO WS-TENTATIVAS
               GO TO P-LOGIN-CONTA.
           MOVE COD-USU TO WS-HASH-COD.
           MOVE WS-SENHA TO WS-HASH-SENHA.
           PERFORM P-HASH-SENHA THRU P-HASH-SENHA-EXIT.
           IF WS-HASH NOT = SENHA-USU
               GO TO P-LOGIN-FALHOU.
           MOVE ZEROS TO ERROS-USU.
      *----- primeiro acesso, reset do supervisor ou senha
      *----- vencida: troca obrigatoria antes de entrar
           PERFORM P-TESTA-VALIDADE THRU P-TESTA-VALIDADE-FIM.
           IF TROCA-USU = "S" OR SENHA-VENCE-88
               PERFORM P-TROCA-SENHA THRU P-TROCA-SENHA-FIM.
           REWRITE REG-USUARIO
               INVALID KEY
                   CONTINUE.
           MOVE COD-USU TO WS-LOGADO.
           MOVE NIVEL-USU TO WS-NIVEL-LOGADO.
           CLOSE USUARIO.
           GO TO P-LOGIN-GRAVA.
       P-LOGIN-FALHOU.
           ADD 1 TO ERROS-USU.
           MOVE "E" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG-SENHA THRU P-GRAVA-LOG-SENHA-FIM.
           IF ERROS-USU NOT < WS-SENHA-ERROS
               MOVE "S" TO BLOQ-USU
               MOVE WS-DATA-P TO BLOQ-DATA-USU
               MOVE "Y" TO WS-LOG-ACAO
               PERFORM P-GRAVA-LOG-SENHA THRU P-GRAVA-LOG-SENHA-FIM.
           REWRITE REG-USUARIO
               INVALID KEY
                   CONTINUE.
       P-LOGIN-ERRO.
           ADD 1 TO WS-TENTATIVAS.
           DISPLAY (13 25) "!! USUARIO/SENHA INCORRETOS !!".
       P-LOGIN-CONTA.
           ACCEPT (23 01) WS-P.
           IF WS-TENTATIVAS > 2
               CLOSE USUARIO
               STOP RUN.
           GO TO P-LOGIN-PEDE.
       P-LOGIN-GRAVA.
           PERFORM P-ESCOLHE-EMPRESA THRU P-ESCOLHE-EMPRESA-FIM.
           OPEN I-O SESSAO.
      *----- "39": SESSAO.DAT ainda sem a empresa, refaz
           IF FS-OPER = "30" OR FS-OPER = "35" OR FS-OPER = "39"
               CLOSE SESSAO
               OPEN OUTPUT SESSAO
               CLOSE SESSAO
           ACCEPT WS-HORA-SES FROM TIME.
           MOVE WS-HORA-SES(1:6) TO SES-HORA.
           MOVE "A" TO SES-SIT.
           MOVE WS-EMP-ATUAL TO SES-EMPR.
           WRITE REG-SESSAO
               INVALID KEY
                   REWRITE REG-SESSAO
       P-LOGIN-FIM.
           EXIT.

      *-----------------------------------------*
      * Escolha da empresa no login: vai p/o    *
      * SES-EMPR e todas as telas passam a ver  *
      * so' os registros dela.  Sugere a padrao *
      * (ou a primeira cadastrada); sem o       *
      * cadastro ou com uma empresa so', nao    *
      * pergunta.                               *
      *-----------------------------------------*
       P-ESCOLHE-EMPRESA.
           MOVE ZEROS TO WS-EMP-QTD WS-EMP-ATUAL.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-ESCOLHE-EMPRESA-FIM.
           DISPLAY (01 01) ERASE.
           DISPLAY (04 25) "CONTROLE BANCARIO - EMPRESA".
           MOVE 06 TO LIN.
           MOVE ZEROS TO EMP-COD.
           START EMPRESA KEY IS NOT LESS THAN EMP-COD
               INVALID KEY GO TO P-ESCOLHE-FECHA.
       P-ESCOLHE-LISTA.
           READ EMPRESA NEXT RECORD
               AT END GO TO P-ESCOLHE-PEDE.
           ADD 1 TO WS-EMP-QTD.
           IF WS-EMP-QTD = 1 OR EMP-LOCAL = "S"
               MOVE EMP-COD TO WS-EMP-ATUAL.
           IF LIN < 20
               DISPLAY (LIN , 20) EMP-COD
               DISPLAY (LIN , 24) EMP-RAZAO
               ADD 1 TO LIN.
           GO TO P-ESCOLHE-LISTA.
       P-ESCOLHE-PEDE.
           IF WS-EMP-QTD < 2
               GO TO P-ESCOLHE-FECHA.
           MOVE WS-EMP-ATUAL TO WS-EMP-COD.
           DISPLAY (21 20) "Empresa :".
           ACCEPT (21 30) WS-EMP-COD WITH UPDATE PROMPT AUTO-SKIP.
           MOVE WS-EMP-COD TO EMP-COD.
           READ EMPRESA
               INVALID KEY
                   DISPLAY (22 20) "!! EMPRESA NAO CADASTRADA !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (22 20) WS-LIMPA
                   GO TO P-ESCOLHE-PEDE.
           MOVE WS-EMP-COD TO WS-EMP-ATUAL.
       P-ESCOLHE-FECHA.
           CLOSE EMPRESA.
       P-ESCOLHE-EMPRESA-FIM.
           EXIT.

      *-----------------------------------------*
      * Empresa da sessao no alto do menu.      *
      *-----------------------------------------*
       P-MOSTRA-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-MOSTRA-EMPRESA-FIM.
           MOVE WS-EMP-ATUAL TO EMP-COD.
           READ EMPRESA
               INVALID KEY GO TO P-MOSTRA-EMPRESA-FECHA.
           DISPLAY (03 45) EMP-COD.
           DISPLAY (03 48) EMP-RAZAO.
       P-MOSTRA-EMPRESA-FECHA.
           CLOSE EMPRESA.
       P-MOSTRA-EMPRESA-FIM.
           EXIT.

      *-----------------------------------------*
      * Senha vencida: trocada ha mais dias que *
      * a validade (mes comercial de 30 dias).  *
      *-----------------------------------------*
       P-TESTA-VALIDADE.
           MOVE "N" TO WS-SENHA-VENCE.
           COMPUTE WS-DIAS-HOJE = ANO-P * 360 + MES-P * 30 + DIA-P.
           MOVE SENHA-DATA-USU TO WS-DATA-SENHA.
           COMPUTE WS-DIAS-SENHA = ANO-S * 360 + MES-S * 30 + DIA-S.
           COMPUTE WS-DIAS-DIF = WS-DIAS-HOJE - WS-DIAS-SENHA.
           IF WS-DIAS-DIF > WS-SENHA-DIAS
               MOVE "S" TO WS-SENHA-VENCE.
       P-TESTA-VALIDADE-FIM.
           EXIT.

      *-----------------------------------------*
      * Troca obrigatoria: tamanho minimo, nao  *
      * repete a atual nem as 3 anteriores.     *
      * Sem nova senha o sistema nao entra.     *
      *-----------------------------------------*
       P-TROCA-SENHA.
           DISPLAY (01 01) ERASE.
           DISPLAY (08 25) "CONTROLE BANCARIO - TROCA DE SENHA".
           IF TROCA-USU = "S"
               DISPLAY (09 25) "Senha provisoria: troque agora."
           ELSE
               DISPLAY (09 25) "Senha vencida: troque agora.".
       P-TROCA-SENHA-PEDE.
           MOVE SPACES TO WS-SENHA-NOVA WS-SENHA-CONF.
           DISPLAY (11 25) "Nova senha :".
           ACCEPT (11 38) WS-SENHA-NOVA WITH PROMPT.
           IF WS-SENHA-NOVA = SPACES
               CLOSE USUARIO
               DISPLAY (01 01) ERASE
               STOP RUN.
           DISPLAY (12 25) "Confirme   :".
           ACCEPT (12 38) WS-SENHA-CONF WITH PROMPT.
           IF WS-SENHA-CONF NOT = WS-SENHA-NOVA
               DISPLAY (14 25) "!! SENHAS NAO CONFEREM !!"
               ACCEPT (23 01) WS-P
               DISPLAY (14 25) WS-LIMPA
               GO TO P-TROCA-SENHA-PEDE.
           PERFORM P-TAMANHO-SENHA THRU P-TAMANHO-SENHA-FIM.
           IF WS-SENHA-TAM < WS-SENHA-MIN
               DISPLAY (14 25) "!! MINIMO DE 6 POSICOES !!"
               ACCEPT (23 01) WS-P
               DISPLAY (14 25) WS-LIMPA
               GO TO P-TROCA-SENHA-PEDE.
           MOVE COD-USU TO WS-HASH-COD.
           MOVE WS-SENHA-NOVA TO WS-HASH-SENHA.
           PERFORM P-HASH-SENHA THRU P-HASH-SENHA-EXIT.
           IF WS-HASH = SENHA-USU OR WS-HASH = HIST-USU(1)
              OR WS-HASH = HIST-USU(2) OR WS-HASH = HIST-USU(3)
               DISPLAY (14 25) "!! SENHA JA USADA - ESCOLHA OUTRA !!"
               ACCEPT (23 01) WS-P
               DISPLAY (14 25) WS-LIMPA
               GO TO P-TROCA-SENHA-PEDE.
           MOVE HIST-USU(2) TO HIST-USU(3).
           MOVE HIST-USU(1) TO HIST-USU(2).
           MOVE SENHA-USU TO HIST-USU(1).
           MOVE WS-HASH TO SENHA-USU.
           MOVE WS-DATA-P TO SENHA-DATA-USU.
           MOVE "N" TO TROCA-USU.
           MOVE "S" TO WS-LOG-ACAO.
           PERFORM P-GRAVA-LOG-SENHA THRU P-GRAVA-LOG-SENHA-FIM.
       P-TROCA-SENHA-FIM.
           EXIT.

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
      * Resumo da senha (igual ao do 62): cada  *
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
      * Eventos de senha no log: E erro de      *
      * login, Y bloqueio, S troca de senha.    *
      *-----------------------------------------*
       P-GRAVA-LOG-SENHA.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               CLOSE LOG
               GO TO P-GRAVA-LOG-SENHA-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA-P TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE COD-USU TO LOG-OPERADOR.
           MOVE WS-LOG-ACAO TO LOG-ACAO.
           MOVE SPACES TO LOG-NUM-CHE.
           MOVE "BANCO" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-SENHA-FIM.
           EXIT.

      *-----------------------------------------*
      * Minutos parados desde a ultima          *
      * atividade da sessao lida.               *
