           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT LOTE ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS LOT-PASSO
                  FILE STATUS IS FS-LOTE.
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

       FD BANCO
           LABEL RECORD IS STANDARD
           03 BANCO-CONTA      PIC X(15).
           03 AGENCIA-CONTA    PIC X(06).
           03 NUMCONTA-CONTA   PIC X(12).
           03 EMPR-CONTA       PIC 99.

       FD REMCTL
           LABEL RECORD IS STANDARD
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

       FD FECHA
           LABEL RECORD IS STANDARD
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.

       FD LOG
           LABEL RECORD IS STANDARD

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).

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

       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       88 CABEC-88              VALUE "S".
       77 WS-OCORR             PIC XX VALUE SPACES.
       77 WS-NUM-RET           PIC X(06) VALUE SPACES.
      *----- guia (seg.N) baixada: o seg.Z seguinte traz a
      *----- autenticacao dela
       77 WS-NUM-Z             PIC X(06) VALUE SPACES.
       77 WS-QTD-BAIXA         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REJ           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SKIP          PIC 9(05) VALUE ZEROS.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 WS-HORA-SES          PIC 9(08) VALUE ZEROS.
       01 WS-HORA-MIN.
           03 WS-SES-HH        PIC 99.
       77 WS-TOT-TAR           PIC 9(10)V99 VALUE ZEROS.
       77 WS-CATEG-TAR         PIC 9(03) VALUE ZEROS.
       77 WS-CONTA-CODIGO      PIC X(06) VALUE ZEROS.
       77 WS-CODIGO-PROX       PIC 9(06) VALUE ZEROS.
       77 WS-NUM               PIC 9(06) VALUE ZEROS.
       77 WS-NUM-SEM           PIC X VALUE "N".
       88 NUM-SEM-88             VALUE "S".
       01 WS-REG-TARSAVE       PIC X(350).
      *----- OBS do lancto de tarifa: forma e numero do item pago,
      *----- p/a auditoria de tarifas por servico (RELBAN29)
       01 WS-TAR-OBS.
           03 F                PIC X(04) VALUE "TAR-".
           03 WS-TAR-FORMA     PIC X(01).
           03 F                PIC X(01) VALUE SPACE.
           03 WS-TAR-NUM       PIC X(06).
           03 F                PIC X(03) VALUE SPACES.
       01 WS-DATA8-CONF        PIC 9(08) VALUE ZEROS.
       77 WS-TOTAL-BAIXA       PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR      PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P00-LOTE.
           PERFORM P-LOTE-LE THRU P-LOTE-LE-FIM.
       P03-ABERTURA.
           OPEN I-O BANCO.
           IF (FS = "61" OR FS = "91") AND LOTE-88
               MOVE "BCO.DAT EM USO" TO WS-LOTE-MSG
               PERFORM P-FIM.
           IF FS = "61" OR FS = "91"
               DISPLAY (21 04) "!! BCO.DAT EM USO - AGUARDE !!"
               ACCEPT (23 01) WS-P
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT RETORNO.
      *----- sem retorno do banco hoje: passo do lote com aviso
           IF FS-RET = "35" AND LOTE-88
               MOVE "A" TO WS-LOTE-SIT
               MOVE "SEM RETORNO.TXT - NADA A BAIXAR" TO WS-LOTE-MSG
               CLOSE BANCO
               PERFORM P-FIM.
           IF FS-RET = "35"
               DISPLAY (10 10) "!! ARQUIVO RETORNO.TXT INEXISTENTE !!"
               CLOSE BANCO
               CLOSE RETCHK
               OPEN I-O RETCHK.
           OPEN INPUT CONTA.
           IF FS-CONTA = "35" AND LOTE-88
               MOVE "SEM CONTA.DAT" TO WS-LOTE-MSG
               CLOSE BANCO RETORNO RETCHK
               PERFORM P-FIM.
           IF FS-CONTA = "35"
               DISPLAY (10 10) "!! ARQUIVO CONTA.DAT INEXISTENTE !!"
               CLOSE BANCO RETORNO RETCHK
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF LOTE-88
               MOVE WS-LOTE-OPER TO WS-OPERADOR
           ELSE
               PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.
           OPEN OUTPUT RELATO.
           DISPLAY TELA-1.
           PERFORM P-DATA.
      *----- e a confirmacao da remessa valem so p/o par
      *----- conta + NSA deste retorno
       P-PEDE-CONTA.
           IF LOTE-88
               GO TO P-PEDE-CONTA-LOTE.
           DISPLAY (07 04) "Conta do retorno (Cad.42)... :".
           ACCEPT (07 36) WS-CONTA-RET WITH PROMPT AUTO-SKIP.
           MOVE WS-CONTA-RET TO COD-CONTA.
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-PEDE-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-PEDE-CONTA.
           DISPLAY (07 40) NOME-CONTA.
      *----- categoria p/os lanctos de tarifa bancaria (0 = nao
      *----- lancar tarifas)
           DISPLAY (08 04) "Categoria p/tarifas (Cad.65) :".
           ACCEPT (08 36) WS-CATEG-TAR WITH PROMPT AUTO-SKIP.
           DISPLAY (08 04) WS-LIMPA.
           GO TO P-PEDE-CONTA-OK.
      *----- lote (128): conta e categoria de tarifas vem do
      *----- parametro do passo, CCTTT
       P-PEDE-CONTA-LOTE.
           IF WS-LOTE-PARAM(1:2) NOT NUMERIC OR
              WS-LOTE-PARAM(3:3) NOT NUMERIC
               MOVE "PARAMETRO DO PASSO INVALIDO (CCTTT)"
                   TO WS-LOTE-MSG
               GO TO P-PEDE-CONTA-ERRO.
           MOVE WS-LOTE-PARAM(1:2) TO WS-CONTA-RET.
           MOVE WS-LOTE-PARAM(3:3) TO WS-CATEG-TAR.
           MOVE WS-CONTA-RET TO COD-CONTA.
           READ CONTA
               INVALID KEY
                   MOVE "CONTA DO PARAMETRO NAO CADASTRADA"
                       TO WS-LOTE-MSG
                   GO TO P-PEDE-CONTA-ERRO.
           DISPLAY (07 04) "Conta do retorno (Cad.42)... :".
           DISPLAY (07 36) WS-CONTA-RET.
           DISPLAY (07 40) NOME-CONTA.
           GO TO P-PEDE-CONTA-OK.
       P-PEDE-CONTA-ERRO.
           CLOSE RETORNO RELATO RETCHK CONTA.
           IF WS-RCT-OK = "S"
               CLOSE REMCTL.
           PERFORM P-FIM.
       P-PEDE-CONTA-OK.
           DISPLAY (21 04) "Processando retorno...".

       P01-LER-RET.
               MOVE REG-RET(158:6) TO WS-NSA-RET
               PERFORM P-LE-CHECKPOINT THRU P-LE-CHECKPOINT-EXIT
               GO TO P01-LER-RET.
      *----- lote de credito de salario (servico 30) e' do 109
           IF REG-RET(8:1) = "1" AND REG-RET(10:2) = "30"
               PERFORM P-RECUSA-SALARIO.
           IF REG-RET(8:1) NOT = "3"
               GO TO P01-LER-RET.
           IF REG-RET(14:1) = "Z"
               PERFORM P-AUTENT-Z THRU P-AUTENT-Z-EXIT
               GO TO P01-LER-RET.
           MOVE SPACES TO WS-NUM-Z.
           IF REG-RET(14:1) NOT = "A" AND REG-RET(14:1) NOT = "J"
                                      AND REG-RET(14:1) NOT = "O"
                                      AND REG-RET(14:1) NOT = "N"
               GO TO P01-LER-RET.
      *----- seg.A (credito/TED/PIX) traz o seu-numero na posicao
      *----- 74; seg.J (boleto) na posicao 153; seg.O (conta c/
      *----- codigo de barras) na 123; seg.N (guia) na 18
           IF REG-RET(14:1) = "J"
               MOVE REG-RET(153:6) TO WS-NUM-RET
           ELSE
               IF REG-RET(14:1) = "O"
                   MOVE REG-RET(123:6) TO WS-NUM-RET
               ELSE
                   IF REG-RET(14:1) = "N"
                       MOVE REG-RET(18:6) TO WS-NUM-RET
                   ELSE
                       MOVE REG-RET(74:6) TO WS-NUM-RET.
           MOVE REG-RET(231:2) TO WS-OCORR.
      *----- detalhe ja coberto pelo checkpoint de uma carga
      *----- anterior interrompida: pula sem reprocessar
           ADD 1 TO WS-DET-ATUAL.
           IF WS-DET-ATUAL NOT > WS-CHK-LINHA
               ADD 1 TO WS-QTD-SKIP
               IF REG-RET(14:1) = "N" AND WS-OCORR = "00"
                   MOVE WS-NUM-RET TO WS-NUM-Z
                   GO TO P01-LER-RET
               ELSE
                   GO TO P01-LER-RET.
           IF WS-OCORR NOT = "00" AND WS-OCORR NOT = "BD"
               ADD 1 TO WS-QTD-REJ
               MOVE "RECUSADO PELO BANCO" TO MOTIVO-DET
               GO TO P-BAIXA-EXIT.
      *----- data efetiva (ddmmaaaa): seg.A traz em 155; no
      *----- seg.J a faixa 153-172 e' o seu-numero, a data de
      *----- pagamento vem em 130; seg.O em 100; seg.N em 88
           IF REG-RET(14:1) = "J"
               MOVE REG-RET(130:8) TO WS-DATA-EFET
           ELSE
               IF REG-RET(14:1) = "O"
                   MOVE REG-RET(100:8) TO WS-DATA-EFET
               ELSE
                   IF REG-RET(14:1) = "N"
                       MOVE REG-RET(88:8) TO WS-DATA-EFET
                   ELSE
                       MOVE REG-RET(155:8) TO WS-DATA-EFET.
           IF WS-DATA-EFET NOT = "00000000"
               MOVE WS-DATA-EFET(1:2) TO WS-DIA-CONF
               MOVE WS-DATA-EFET(3:2) TO WS-MES-CONF
      *----- ja foi p/contabilidade: marca p/re-exportar (67)
           IF EXPORT-CHE = "S"
               MOVE "R" TO EXPORT-CHE.
      *----- autenticacao do banco p/comprovante (95); no seg.N
      *----- a faixa 111-230 e' do tributo, ela vem no seg.Z
           IF REG-RET(14:1) NOT = "N"
               MOVE REG-RET(193:20) TO AUTENT-CHE.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           ADD 1 TO WS-QTD-BAIXA.
           ADD VALOR-CHE TO WS-TOTAL-BAIXA.
           IF REG-RET(14:1) = "N"
               MOVE NUM-CHE TO WS-NUM-Z
               GO TO P-BAIXA-EXIT.
      *----- tarifa cobrada neste credito vira lancto proprio,
      *----- ja conferido, p/a conciliacao bater com o extrato
           IF WS-CATEG-TAR > ZEROS
       P-BAIXA-EXIT.
           EXIT.

      *-----------------------------------------*
      * Seg.Z: autenticacao bancaria (79-98) da *
      * guia do seg.N baixado logo antes.       *
      *-----------------------------------------*
       P-AUTENT-Z.
           IF WS-NUM-Z = SPACES
               GO TO P-AUTENT-Z-EXIT.
           MOVE WS-NUM-Z TO NUM-CHE.
           MOVE SPACES TO WS-NUM-Z.
           READ BANCO
               INVALID KEY
                   GO TO P-AUTENT-Z-EXIT.
           IF AUTENT-CHE NOT = SPACES
               GO TO P-AUTENT-Z-EXIT.
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE REG-RET(79:20) TO AUTENT-CHE.
           REWRITE REG-BCO
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE BANCO RETORNO RELATO
                   STOP RUN.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
       P-AUTENT-Z-EXIT.
           EXIT.

      *-----------------------------------------*
      * Lancto da tarifa: mesma conta do item   *
      * pago, categoria de tarifas, baixado na  *
      *-----------------------------------------*
       P-GERA-TARIFA.
           MOVE REG-BCO TO WS-REG-TARSAVE.
           MOVE FORMA-CHE TO WS-TAR-FORMA.
           IF FORMA-CHE = SPACE
               MOVE "C" TO WS-TAR-FORMA.
           MOVE NUM-CHE TO WS-TAR-NUM.
           IF NOT NUM-SEM-88
               PERFORM P-GERA-CODIGO
               MOVE "S" TO WS-NUM-SEM.
           MOVE WS-ANO-CONF TO ANO-CHE(3:2).
           MOVE WS-TARIFA TO VALOR-CHE VALOR-BRUTO-CHE.
           MOVE WS-TARIFA TO VALOR-PAGO-CHE.
           MOVE WS-TAR-OBS TO OBS-CHE.
           MOVE ZEROS TO INSCR-CHE.
           MOVE WS-DATA-CONF TO DATA-CONF.
           MOVE "N" TO SITUACAO-CHE.
           MOVE SPACES TO NF-CHE.
           MOVE SPACE TO EXPORT-CHE.
       P-GERA-TARIFA-ESCREVE.
           MOVE WS-EMPR-SES TO EMPR-CHE.
           WRITE REG-BCO INVALID KEY
               CONTINUE.
           IF FS = "22"
           READ BANCO NEXT RECORD
               AT END
                   CONTINUE.
      *----- ultimo numero da empresa do login; o seguinte,
      *----- se ja' for de outra empresa, tambem e' pulado
           MOVE WS-CONTA-CODIGO TO WS-CODIGO-PROX.
           ADD 1 TO WS-CODIGO-PROX.
           IF FS NOT = "10" AND NUM-CHE > WS-CONTA-CODIGO
               AND (EMPR-CHE = WS-EMPR-SES OR NUM-CHE = WS-CODIGO-PROX)
               MOVE NUM-CHE TO WS-CONTA-CODIGO.

       P-GRAVA-LOG-TARIFA.
               DISPLAY (13 04) "Valor tarifas....R$:"
               DISPLAY (13 25) WS-MOSTRA-VALOR.
           DISPLAY (21 04) WS-LIMPA.
           IF LOTE-88
               PERFORM P-LOTE-RESUMO
               GO TO P-FIM-PROCESSA-FECHA.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
       P-FIM-PROCESSA-FECHA.
           CLOSE RETORNO RELATO RETCHK CONTA.
           IF WS-RCT-OK = "S"
               CLOSE REMCTL.
           PERFORM P-FIM.

      *----- lote (128): rejeitado pelo banco pede olho -> aviso
       P-LOTE-RESUMO.
           MOVE "O" TO WS-LOTE-SIT.
           IF WS-QTD-REJ > ZEROS
               MOVE "A" TO WS-LOTE-SIT.
           MOVE WS-QTD-BAIXA TO WS-LOTE-QTD.
           MOVE SPACES TO WS-LOTE-MSG.
           STRING "NSA " WS-NSA-RET ": " WS-QTD-BAIXA " BAIXA(S), "
               WS-QTD-REJ " REJ." DELIMITED BY SIZE INTO WS-LOTE-MSG.

      *-----------------------------------------*
      * Retorno de credito de salario (lote de  *
      * servico 30) e' processado pelo 109:     *
      * sai sem baixar nada.                    *
      *-----------------------------------------*
       P-RECUSA-SALARIO.
           DISPLAY (21 04) "!! RETORNO DE SALARIOS - USE O 109 !!".
           IF LOTE-88
               MOVE "A" TO WS-LOTE-SIT
               MOVE "RETORNO DE SALARIOS - USE O 109" TO WS-LOTE-MSG
           ELSE
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P.
           CLOSE RETORNO RELATO RETCHK CONTA.
           IF WS-RCT-OK = "S"
               CLOSE REMCTL.
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
           CLOSE BANCO LOG.
           IF FCH-OK-88
               CLOSE FECHA.
           IF LOTE-88
               PERFORM P-LOTE-FIM THRU P-LOTE-FIM-VOLTA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

           MOVE SPACES TO WS-JRN-ANTES.
       P-GRAVA-JRN-FIM.
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
           IF LOT-PROG NOT = "BANCO54" OR LOT-SIT NOT = "E"
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
