
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    BANCO127.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT TLOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TMP.
           SELECT TJRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-TMP.
           SELECT ALOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT AJRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT ROTCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ROT-CHAVE
                  FILE STATUS IS FS-ROT.
           SELECT BKPCTL ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-GER
                  FILE STATUS IS FS-CTL.
           SELECT BKBCO ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-BK.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
       DATA DIVISION.
       FILE SECTION.
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

      *-----------------------------------------*
      * Copias de trabalho: o que fica online   *
      * volta destas p/BCOLOG.DAT e BCOJRN.DAT. *
      *-----------------------------------------*
       FD TLOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOLOG.TMP".
       01 REG-TLOG             PIC X(37).

       FD TJRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCOJRN.TMP".
       01 REG-TJRN             PIC X(683).

      *-----------------------------------------*
      * Arquivo do periodo: LOGaaaamm.DAT e     *
      * JRNaaaamm.DAT, mesmo layout do online.  *
      *-----------------------------------------*
       FD ALOG
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ROT.
       01 REG-ALOG             PIC X(37).

       FD AJRN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ROT.
       01 REG-AJRN             PIC X(683).

      *-----------------------------------------*
      * Controle da rotacao: um registro por    *
      * arquivo (LOG/JRN) e periodo rotacionado.*
      * Situacao A = arquivado, P = purgado.    *
      *-----------------------------------------*
       FD ROTCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ROTCTL.DAT".
       01 REG-ROTCTL.
           03 ROT-CHAVE.
               05 ROT-ARQ      PIC X(03).
               05 ROT-PERIODO  PIC 9(06).
           03 ROT-NOME-ARQ     PIC X(13).
           03 ROT-QTD          PIC 9(07).
           03 ROT-DATA         PIC 9(08).
           03 ROT-HORA         PIC 9(06).
           03 ROT-OPERADOR     PIC X(08).
           03 ROT-GER          PIC 9.
           03 ROT-SIT          PIC X(01).
           03 ROT-DATA-PURGA   PIC 9(08).
           03 ROT-PURGA-POR    PIC X(08).

       FD BKPCTL
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BKPCTL.DAT".
       01 REG-BKPCTL.
           03 COD-GER          PIC 9.
           03 GER-DATA         PIC 9(08).
           03 GER-HORA         PIC 9(06).
           03 GER-QTD-BCO      PIC 9(06).
           03 GER-QTD-FORN     PIC 9(06).
           03 GER-QTD-DEPTO    PIC 9(06).
           03 GER-QTD-CONTA    PIC 9(06).
           03 GER-QTD-TAXA     PIC 9(06).
           03 GER-QTD-LOG      PIC 9(06).
           03 GER-TOT-BCO      PIC 9(11)V99.

       FD BKBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-BCO.
       01 REG-BKBCO            PIC X(326).

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

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS-LOG               PIC XX.
       77 FS-JRN               PIC XX.
       77 FS-TMP               PIC XX.
       77 FS-ARQ               PIC XX.
       77 FS-ROT               PIC XX.
       77 FS-CTL               PIC XX.
       77 FS-BK                PIC XX.
       77 FS-OPER              PIC XX.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-ARQ-ROT           PIC X(13) VALUE SPACES.
       77 WS-ARQ-BCO           PIC X(12) VALUE SPACES.
       77 WS-ROT-ARQ           PIC X(03) VALUE SPACES.
       77 WS-ARQ-OK            PIC X VALUE "N".
       88 ARQ-OK-88             VALUE "S".
       77 WS-ROT-EXISTE        PIC X VALUE "N".
       88 ROT-EXISTE-88         VALUE "S".
       77 WS-PER-REG           PIC 9(06) VALUE ZEROS.
       77 WS-PER-ABERTO        PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PER           PIC 9(07) VALUE ZEROS.
       77 WS-IDX-MES           PIC 9(06) VALUE ZEROS.
       77 WS-ANO-P             PIC 9(04) VALUE ZEROS.
       77 WS-MES-P             PIC 99 VALUE ZEROS.
       77 WS-MESES             PIC 99 VALUE ZEROS.
       77 WS-PER-CALC          PIC 9(06) VALUE ZEROS.
       77 WS-LIM-LOG           PIC 9(06) VALUE ZEROS.
       77 WS-LIM-JRN           PIC 9(06) VALUE ZEROS.
       77 WS-PRG-LOG           PIC 9(06) VALUE ZEROS.
       77 WS-PRG-JRN           PIC 9(06) VALUE ZEROS.
       77 WS-PRG-LIM           PIC 9(06) VALUE ZEROS.
       77 WS-GER               PIC 9 VALUE ZEROS.
       77 WS-GER-OK            PIC 9 VALUE ZEROS.
       77 WS-GER-DATA-OK       PIC 9(08) VALUE ZEROS.
       77 WS-GER-HORA-OK       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-IMG           PIC 9(06) VALUE ZEROS.
       77 WS-QTD-LOG-LID       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-LOG-ARQ       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-LID       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JRN-ARQ       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PERIODOS      PIC 9(06) VALUE ZEROS.
       77 WS-QTD-PURGA         PIC 9(06) VALUE ZEROS.
       77 WS-QTD-FALHA         PIC 9(06) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-HORA              PIC 9(08) VALUE ZEROS.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.

      *----- politica de guarda, em meses fechados antes do mes
      *----- corrente: online = o que fica em BCOLOG/BCOJRN;
      *----- arquivo = quanto o LOG/JRNaaaamm.DAT e' mantido
      *----- antes de purgar (00 = nunca purga)
       77 WS-RET-LOG           PIC 99 VALUE 12.
       77 WS-RET-JRN           PIC 99 VALUE 03.
       77 WS-GUARDA-LOG        PIC 99 VALUE 60.
       77 WS-GUARDA-JRN        PIC 99 VALUE 24.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " ROTACAO LOG / JOURNAL "
                                BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Guarda em meses fechados   Online   Arq.morto".
           02 LINE 07 COLUMN 04 VALUE "Log     (BCOLOG.DAT)".
           02 LINE 08 COLUMN 04 VALUE "Journal (BCOJRN.DAT)".
           02 LINE 10 COLUMN 04 VALUE "Backup confirmado......=".
           02 LINE 11 COLUMN 04 VALUE "Log: arquiva antes de..=".
           02 LINE 12 COLUMN 04 VALUE "Jrn: arquiva antes de..=".
           02 LINE 14 COLUMN 04 VALUE "Log lidos..............=".
           02 LINE 15 COLUMN 04 VALUE "Log arquivados.........=".
           02 LINE 16 COLUMN 04 VALUE "Journal lidos..........=".
           02 LINE 17 COLUMN 04 VALUE "Journal arquivados.....=".
           02 LINE 18 COLUMN 04 VALUE "Periodos arquivados....=".
           02 LINE 19 COLUMN 04 VALUE "Arquivos purgados......=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (07 35) WS-RET-LOG.
           DISPLAY (07 44) WS-GUARDA-LOG.
           DISPLAY (08 35) WS-RET-JRN.
           DISPLAY (08 44) WS-GUARDA-JRN.
      *----- no lote (128) quem disparou ja e' supervisor ou a
      *----- agenda automatica
           IF LOTE-88
               MOVE WS-LOTE-OPER TO WS-OPERADOR
               MOVE 3 TO WS-NIVEL
           ELSE
               PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
      *----- tira historico do online: so supervisor (nivel 3)
           IF WS-NIVEL < 3
               DISPLAY (21 04) "!! SO SUPERVISOR EXECUTA A ROTINA !!"
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
           PERFORM P-LIMITES.
           PERFORM P-APURA-GER.
           PERFORM P-CONFERE-GER THRU P-CONFERE-GER-PROX
               UNTIL WS-GER > 5.
      *----- journal so' sai do online em periodo inteiro anterior
      *----- ao backup confirmado: o mes do backup fica
           IF WS-GER-OK = ZEROS
               MOVE ZEROS TO WS-LIM-JRN
               DISPLAY (10 29) "nenhum - journal fica online"
           ELSE
               DISPLAY (10 29) "geracao " WS-GER-OK " de "
                   WS-GER-DATA-OK(7:2) "/" WS-GER-DATA-OK(5:2) "/"
                   WS-GER-DATA-OK(1:4) " " WS-GER-HORA-OK(1:2) ":"
                   WS-GER-HORA-OK(3:2).
           IF WS-GER-OK NOT = ZEROS
               MOVE WS-GER-DATA-OK(1:6) TO WS-PER-CALC
               IF WS-PER-CALC < WS-LIM-JRN
                   MOVE WS-PER-CALC TO WS-LIM-JRN.
           DISPLAY (11 29) WS-LIM-LOG(5:2) "/" WS-LIM-LOG(1:4).
           IF WS-LIM-JRN = ZEROS
               DISPLAY (12 29) "(nada)"
           ELSE
               DISPLAY (12 29) WS-LIM-JRN(5:2) "/" WS-LIM-JRN(1:4).
       P02-CONFIRMA.
           IF LOTE-88
               GO TO P02-ROTACIONA.
           DISPLAY (20 04)
               "Demais terminais fora do Controle Bancario.".
           DISPLAY (21 04) "Confirma a rotacao ?  < S/N >".
           ACCEPT (21 35) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (20 04) WS-LIMPA.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-RETORNA.
       P02-ROTACIONA.
           PERFORM P-ABRE-ROTCTL THRU P-ABRE-ROTCTL-FIM.
           MOVE ZEROS TO WS-QTD-LOG-LID WS-QTD-LOG-ARQ WS-QTD-JRN-LID
               WS-QTD-JRN-ARQ WS-QTD-PERIODOS WS-QTD-PURGA
               WS-QTD-FALHA.
           ACCEPT WS-HORA FROM TIME.
           DISPLAY (21 04) "Rotacionando o log...".
           PERFORM P-ROTA-LOG THRU P-ROTA-LOG-FIM.
           DISPLAY (14 29) WS-QTD-LOG-LID.
           DISPLAY (15 29) WS-QTD-LOG-ARQ.
           IF WS-LIM-JRN NOT = ZEROS
               DISPLAY (21 04) "Rotacionando o journal..."
               PERFORM P-ROTA-JRN THRU P-ROTA-JRN-FIM.
           DISPLAY (16 29) WS-QTD-JRN-LID.
           DISPLAY (17 29) WS-QTD-JRN-ARQ.
           DISPLAY (18 29) WS-QTD-PERIODOS.
           DISPLAY (21 04) "Purgando arquivos vencidos...".
           PERFORM P-PURGA THRU P-PURGA-FIM.
           DISPLAY (19 29) WS-QTD-PURGA.
           CLOSE ROTCTL.
           PERFORM P-GRAVA-LOG THRU P-GRAVA-LOG-FIM.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-QTD-FALHA > ZEROS
               DISPLAY (20 04) "!! " WS-QTD-FALHA
                   " PERIODO(S) NAO ABRIU - FICOU ONLINE !!".
           DISPLAY (21 04) "!! < Rotacao Concluida > !!".
           IF LOTE-88
               PERFORM P-LOTE-RESUMO
               PERFORM P-RETORNA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-RETORNA.

      *----- lote (128): periodo que nao abriu ficou online ->
      *----- aviso
       P-LOTE-RESUMO.
           MOVE "O" TO WS-LOTE-SIT.
           IF WS-QTD-FALHA > ZEROS
               MOVE "A" TO WS-LOTE-SIT.
           MOVE WS-QTD-PERIODOS TO WS-LOTE-QTD.
           MOVE SPACES TO WS-LOTE-MSG.
           STRING WS-QTD-PERIODOS " PERIODO(S) ARQ., " WS-QTD-PURGA
               " PURGADO(S)" DELIMITED BY SIZE INTO WS-LOTE-MSG.

      *-----------------------------------------*
      * Limites em aaaamm: periodo anterior ao  *
      * limite sai do online / e' purgado.      *
      *-----------------------------------------*
       P-LIMITES.
           MOVE WS-RET-LOG TO WS-MESES.
           PERFORM P-CALC-PERIODO.
           MOVE WS-PER-CALC TO WS-LIM-LOG.
           MOVE WS-RET-JRN TO WS-MESES.
           PERFORM P-CALC-PERIODO.
           MOVE WS-PER-CALC TO WS-LIM-JRN.
           MOVE ZEROS TO WS-PRG-LOG WS-PRG-JRN.
           IF WS-GUARDA-LOG > ZEROS
               MOVE WS-GUARDA-LOG TO WS-MESES
               PERFORM P-CALC-PERIODO
               MOVE WS-PER-CALC TO WS-PRG-LOG.
           IF WS-GUARDA-JRN > ZEROS
               MOVE WS-GUARDA-JRN TO WS-MESES
               PERFORM P-CALC-PERIODO
               MOVE WS-PER-CALC TO WS-PRG-JRN.

      *----- mes corrente menos WS-MESES, em aaaamm
       P-CALC-PERIODO.
           COMPUTE WS-IDX-MES = ANO * 12 + MES - 1 - WS-MESES.
           DIVIDE WS-IDX-MES BY 12 GIVING WS-ANO-P
               REMAINDER WS-MES-P.
           ADD 1 TO WS-MES-P.
           COMPUTE WS-PER-CALC = WS-ANO-P * 100 + WS-MES-P.

      *-----------------------------------------*
      * Geracao confirmada: registro no BKPCTL  *
      * e imagem GgBCO.DAT relida com a mesma   *
      * quantidade gravada pelo 60. Vale a mais *
      * recente.                                *
      *-----------------------------------------*
       P-APURA-GER.
           MOVE ZEROS TO WS-GER-OK WS-GER-DATA-OK WS-GER-HORA-OK.
           MOVE 1 TO WS-GER.
           OPEN INPUT BKPCTL.
           IF FS-CTL NOT = "00"
               MOVE 6 TO WS-GER.

       P-CONFERE-GER.
           MOVE WS-GER TO COD-GER.
           READ BKPCTL
               INVALID KEY
                   GO TO P-CONFERE-GER-PROX.
           IF GER-QTD-BCO = ZEROS
               GO TO P-CONFERE-GER-PROX.
           IF GER-DATA < WS-GER-DATA-OK
               GO TO P-CONFERE-GER-PROX.
           IF GER-DATA = WS-GER-DATA-OK AND
              GER-HORA < WS-GER-HORA-OK
               GO TO P-CONFERE-GER-PROX.
           MOVE SPACES TO WS-ARQ-BCO.
           STRING "G" WS-GER "BCO.DAT" DELIMITED BY SIZE
               INTO WS-ARQ-BCO.
           MOVE ZEROS TO WS-QTD-IMG.
           OPEN INPUT BKBCO.
           IF FS-BK NOT = "00"
               GO TO P-CONFERE-GER-PROX.
       P-CONFERE-GER-LER.
           READ BKBCO
               AT END GO TO P-CONFERE-GER-FECHA.
           ADD 1 TO WS-QTD-IMG.
           GO TO P-CONFERE-GER-LER.
       P-CONFERE-GER-FECHA.
           CLOSE BKBCO.
           IF WS-QTD-IMG NOT = GER-QTD-BCO
               GO TO P-CONFERE-GER-PROX.
           MOVE WS-GER TO WS-GER-OK.
           MOVE GER-DATA TO WS-GER-DATA-OK.
           MOVE GER-HORA TO WS-GER-HORA-OK.
       P-CONFERE-GER-PROX.
           IF WS-GER = 5
               CLOSE BKPCTL.
           ADD 1 TO WS-GER.

       P-ABRE-ROTCTL.
           OPEN I-O ROTCTL.
           IF FS-ROT = "30" OR FS-ROT = "35"
               CLOSE ROTCTL
               OPEN OUTPUT ROTCTL
               CLOSE ROTCTL
               OPEN I-O ROTCTL.
           IF FS-ROT NOT = "00" AND LOTE-88
               MOVE SPACES TO WS-LOTE-MSG
               STRING "ERRO ABERTURA ROTCTL.DAT - FS = " FS-ROT
                   DELIMITED BY SIZE INTO WS-LOTE-MSG
               PERFORM P-RETORNA.
           IF FS-ROT NOT = "00"
               DISPLAY (21 04) "!! ERRO ABERTURA ROTCTL - FS = " FS-ROT
               ACCEPT (23 01) WS-P
               PERFORM P-RETORNA.
       P-ABRE-ROTCTL-FIM.
           EXIT.

      *-----------------------------------------*
      * Log: periodo fechado vai p/LOGaaaamm;   *
      * o resto passa pela copia de trabalho e  *
      * volta p/BCOLOG.DAT.                     *
      *-----------------------------------------*
       P-ROTA-LOG.
           OPEN INPUT LOG.
           IF FS-LOG NOT = "00"
               GO TO P-ROTA-LOG-FIM.
           OPEN OUTPUT TLOG.
           MOVE "LOG" TO WS-ROT-ARQ.
           MOVE ZEROS TO WS-PER-ABERTO WS-QTD-PER.
       P-ROTA-LOG-LER.
           READ LOG
               AT END GO TO P-ROTA-LOG-FECHA.
           ADD 1 TO WS-QTD-LOG-LID.
           MOVE LOG-DATA(1:6) TO WS-PER-REG.
           IF WS-PER-REG < WS-LIM-LOG
               PERFORM P-ARQUIVA-LOG THRU P-ARQUIVA-LOG-FIM
           ELSE
               MOVE REG-LOG TO REG-TLOG
               WRITE REG-TLOG.
           GO TO P-ROTA-LOG-LER.
       P-ROTA-LOG-FECHA.
           IF WS-PER-ABERTO NOT = ZEROS
               PERFORM P-FECHA-PERIODO THRU P-FECHA-PERIODO-FIM.
           CLOSE LOG TLOG.
           IF WS-QTD-LOG-ARQ = ZEROS
               GO TO P-ROTA-LOG-FIM.
           OPEN INPUT TLOG.
           OPEN OUTPUT LOG.
       P-ROTA-LOG-VOLTA.
           READ TLOG
               AT END GO TO P-ROTA-LOG-VOLTA-FIM.
           MOVE REG-TLOG TO REG-LOG.
           WRITE REG-LOG.
           GO TO P-ROTA-LOG-VOLTA.
       P-ROTA-LOG-VOLTA-FIM.
           CLOSE TLOG LOG.
       P-ROTA-LOG-FIM.
           EXIT.

      *----- troca de periodo fecha o arquivo anterior; se o do
      *----- periodo nao abrir o registro fica online
       P-ARQUIVA-LOG.
           IF WS-PER-REG = WS-PER-ABERTO
               GO TO P-ARQUIVA-LOG-GRAVA.
           IF WS-PER-ABERTO NOT = ZEROS
               PERFORM P-FECHA-PERIODO THRU P-FECHA-PERIODO-FIM.
           MOVE WS-PER-REG TO WS-PER-ABERTO.
           MOVE ZEROS TO WS-QTD-PER.
           PERFORM P-MONTA-NOME.
           MOVE "S" TO WS-ARQ-OK.
           OPEN EXTEND ALOG.
           IF FS-ARQ = "35"
               OPEN OUTPUT ALOG
               CLOSE ALOG
               OPEN EXTEND ALOG.
           IF FS-ARQ NOT = "00"
               MOVE "N" TO WS-ARQ-OK
               ADD 1 TO WS-QTD-FALHA.
       P-ARQUIVA-LOG-GRAVA.
           IF NOT ARQ-OK-88
               MOVE REG-LOG TO REG-TLOG
               WRITE REG-TLOG
               GO TO P-ARQUIVA-LOG-FIM.
           MOVE REG-LOG TO REG-ALOG.
           WRITE REG-ALOG.
           ADD 1 TO WS-QTD-PER WS-QTD-LOG-ARQ.
       P-ARQUIVA-LOG-FIM.
           EXIT.

      *-----------------------------------------*
      * Journal: mesma coisa, so' nos periodos  *
      * anteriores ao backup confirmado.        *
      *-----------------------------------------*
       P-ROTA-JRN.
           OPEN INPUT JRN.
           IF FS-JRN NOT = "00"
               GO TO P-ROTA-JRN-FIM.
           OPEN OUTPUT TJRN.
           MOVE "JRN" TO WS-ROT-ARQ.
           MOVE ZEROS TO WS-PER-ABERTO WS-QTD-PER.
       P-ROTA-JRN-LER.
           READ JRN
               AT END GO TO P-ROTA-JRN-FECHA.
           ADD 1 TO WS-QTD-JRN-LID.
           MOVE JRN-DATA(1:6) TO WS-PER-REG.
           IF WS-PER-REG < WS-LIM-JRN
               PERFORM P-ARQUIVA-JRN THRU P-ARQUIVA-JRN-FIM
           ELSE
               MOVE REG-JRN TO REG-TJRN
               WRITE REG-TJRN.
           GO TO P-ROTA-JRN-LER.
       P-ROTA-JRN-FECHA.
           IF WS-PER-ABERTO NOT = ZEROS
               PERFORM P-FECHA-PERIODO THRU P-FECHA-PERIODO-FIM.
           CLOSE JRN TJRN.
           IF WS-QTD-JRN-ARQ = ZEROS
               GO TO P-ROTA-JRN-FIM.
           OPEN INPUT TJRN.
           OPEN OUTPUT JRN.
       P-ROTA-JRN-VOLTA.
           READ TJRN
               AT END GO TO P-ROTA-JRN-VOLTA-FIM.
           MOVE REG-TJRN TO REG-JRN.
           WRITE REG-JRN.
           GO TO P-ROTA-JRN-VOLTA.
       P-ROTA-JRN-VOLTA-FIM.
           CLOSE TJRN JRN.
       P-ROTA-JRN-FIM.
           EXIT.

       P-ARQUIVA-JRN.
           IF WS-PER-REG = WS-PER-ABERTO
               GO TO P-ARQUIVA-JRN-GRAVA.
           IF WS-PER-ABERTO NOT = ZEROS
               PERFORM P-FECHA-PERIODO THRU P-FECHA-PERIODO-FIM.
           MOVE WS-PER-REG TO WS-PER-ABERTO.
           MOVE ZEROS TO WS-QTD-PER.
           PERFORM P-MONTA-NOME.
           MOVE "S" TO WS-ARQ-OK.
           OPEN EXTEND AJRN.
           IF FS-ARQ = "35"
               OPEN OUTPUT AJRN
               CLOSE AJRN
               OPEN EXTEND AJRN.
           IF FS-ARQ NOT = "00"
               MOVE "N" TO WS-ARQ-OK
               ADD 1 TO WS-QTD-FALHA.
       P-ARQUIVA-JRN-GRAVA.
           IF NOT ARQ-OK-88
               MOVE REG-JRN TO REG-TJRN
               WRITE REG-TJRN
               GO TO P-ARQUIVA-JRN-FIM.
           MOVE REG-JRN TO REG-AJRN.
           WRITE REG-AJRN.
           ADD 1 TO WS-QTD-PER WS-QTD-JRN-ARQ.
       P-ARQUIVA-JRN-FIM.
           EXIT.

       P-MONTA-NOME.
           MOVE SPACES TO WS-ARQ-ROT.
           STRING WS-ROT-ARQ WS-PER-ABERTO ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-ROT.

      *-----------------------------------------*
      * Fecha o arquivo do periodo e soma a     *
      * quantidade no ROTCTL (periodo que ja    *
      * tinha sido rotacionado acumula).        *
      *-----------------------------------------*
       P-FECHA-PERIODO.
           IF NOT ARQ-OK-88
               GO TO P-FECHA-PERIODO-FIM.
           IF WS-ROT-ARQ = "LOG"
               CLOSE ALOG
           ELSE
               CLOSE AJRN.
           MOVE WS-ROT-ARQ TO ROT-ARQ.
           MOVE WS-PER-ABERTO TO ROT-PERIODO.
           MOVE "S" TO WS-ROT-EXISTE.
           READ ROTCTL
               INVALID KEY
                   MOVE "N" TO WS-ROT-EXISTE
                   MOVE ZEROS TO ROT-QTD ROT-GER ROT-DATA-PURGA
                   MOVE SPACES TO ROT-PURGA-POR.
           MOVE WS-ARQ-ROT TO ROT-NOME-ARQ.
           ADD WS-QTD-PER TO ROT-QTD.
           MOVE WS-DATA TO ROT-DATA.
           MOVE WS-HORA(1:6) TO ROT-HORA.
           MOVE WS-OPERADOR TO ROT-OPERADOR.
           IF WS-ROT-ARQ = "JRN"
               MOVE WS-GER-OK TO ROT-GER.
           MOVE "A" TO ROT-SIT.
           ADD 1 TO WS-QTD-PERIODOS.
           IF ROT-EXISTE-88
               REWRITE REG-ROTCTL
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               WRITE REG-ROTCTL
                   INVALID KEY
                       CONTINUE.
       P-FECHA-PERIODO-FIM.
           EXIT.

      *-----------------------------------------*
      * Purga: arquivo de periodo com a guarda  *
      * vencida e' esvaziado; o ROTCTL guarda a *
      * quantidade, quem e quando.              *
      *-----------------------------------------*
       P-PURGA.
           MOVE LOW-VALUES TO ROT-CHAVE.
           START ROTCTL KEY IS NOT LESS THAN ROT-CHAVE
               INVALID KEY
                   GO TO P-PURGA-FIM.
       P-PURGA-LER.
           READ ROTCTL NEXT RECORD
               AT END GO TO P-PURGA-FIM.
           IF ROT-SIT NOT = "A"
               GO TO P-PURGA-LER.
           MOVE ZEROS TO WS-PRG-LIM.
           IF ROT-ARQ = "LOG"
               MOVE WS-PRG-LOG TO WS-PRG-LIM.
           IF ROT-ARQ = "JRN"
               MOVE WS-PRG-JRN TO WS-PRG-LIM.
           IF WS-PRG-LIM = ZEROS OR ROT-PERIODO NOT < WS-PRG-LIM
               GO TO P-PURGA-LER.
           MOVE ROT-NOME-ARQ TO WS-ARQ-ROT.
           IF ROT-ARQ = "LOG"
               OPEN OUTPUT ALOG
               CLOSE ALOG
           ELSE
               OPEN OUTPUT AJRN
               CLOSE AJRN.
           MOVE "P" TO ROT-SIT.
           MOVE WS-DATA TO ROT-DATA-PURGA.
           MOVE WS-OPERADOR TO ROT-PURGA-POR.
           REWRITE REG-ROTCTL
               INVALID KEY
                   CONTINUE.
           ADD 1 TO WS-QTD-PURGA.
           GO TO P-PURGA-LER.
       P-PURGA-FIM.
           EXIT.

      *-----------------------------------------*
      * Log: acao 1 (o R e' a reabertura do 87),*
      * numero = qtde de periodos               *
      * arquivados na rodada.                   *
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
           MOVE "1" TO LOG-ACAO.
           MOVE WS-QTD-PERIODOS TO LOG-NUM-CHE.
           MOVE "BANCO127" TO LOG-PROGRAMA.
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
           IF LOTE-88
               PERFORM P-LOTE-FIM THRU P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "MBANCO3.COM".

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
           IF LOT-PROG NOT = "BANCO127" OR LOT-SIT NOT = "E"
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
