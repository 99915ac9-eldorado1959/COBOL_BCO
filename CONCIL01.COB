                  RECORD KEY IS APL-NUM
                  FILE STATUS IS FS-APL.

           SELECT CARPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPC-CHAVE
                  ALTERNATE RECORD KEY IS CPC-PREVISTA
                      WITH DUPLICATES
                  FILE STATUS IS FS-CPC.

           SELECT RELATO    ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-REL.
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FCH-CHAVE
                  FILE STATUS IS FS-FCH.
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

       FD FECHA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FECHA.DAT".
           03 FCH-CHAVE.
               05 FCH-ANO      PIC 9(04).
               05 FCH-MES      PIC 99.
               05 FCH-EMPR     PIC 99.
           03 FCH-SIT          PIC X(01).
           03 FCH-POR          PIC X(08).
           03 FCH-DATA         PIC 9(08).
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
           03 APL-DESCRI       PIC X(20).
           03 APL-POR          PIC X(08).

       FD CARPARC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARPARC.DAT".
       01 REG-CARPARC.
           03 CPC-CHAVE.
               05 CPC-NSU      PIC X(12).
               05 CPC-PARC     PIC 99.
           03 CPC-PREVISTA     PIC 9(08).
           03 CPC-BRUTO        PIC 9(08)V99.
           03 CPC-MDR          PIC 9(08)V99.
           03 CPC-LIQ          PIC 9(08)V99.
           03 CPC-LIQ-CONTR    PIC 9(08)V99.
           03 CPC-SIT          PIC X(01).
           03 CPC-DATA-CRED    PIC 9(08).
           03 CPC-VALOR-CRED   PIC 9(08)V99.
           03 CPC-VALOR-EXT    PIC 9(08)V99.

       FD RELATO            LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-SPOOL.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.
       77 FS-FCH               PIC XX.
       77 WS-FCH-OK            PIC X VALUE "S".
       88 FCH-OK-88              VALUE "S".
       77 WS-FCH-T-MES         PIC 99 VALUE ZEROS.
       77 FS-JRN               PIC XX.
       77 WS-JRN-ACAO          PIC X VALUE SPACE.
       01 WS-JRN-ANTES         PIC X(326) VALUE SPACES.
       77 WS-JRN-DATA          PIC 9(08) VALUE ZEROS.
       77 WS-JRN-HORA          PIC 9(08) VALUE ZEROS.
       77 FS-PAN               PIC XX.
       77 WS-APL-ACHOU          PIC X VALUE "N".
       88 APL-ACHOU-88            VALUE "S".
       77 WS-QTD-APL            PIC 9(05) VALUE ZEROS.
       77 FS-CPC                PIC XX.
       77 WS-CPC-OK             PIC X VALUE "S".
       88 CPC-OK-88               VALUE "S".
       77 WS-CPC-ACHOU          PIC X VALUE "N".
       88 CPC-ACHOU-88            VALUE "S".
       77 WS-QTD-CPC            PIC 9(05) VALUE ZEROS.
       77 WS-EXT-DATA8          PIC 9(08) VALUE ZEROS.
       77 WS-SUS-ACHOU          PIC X VALUE "N".
       88 SUS-ACHOU-88            VALUE "S".
       77 WS-QTD-SUS-EXT        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SUS-ABE        PIC 9(05) VALUE ZEROS.
       77 WS-TOT-SUS-ABE        PIC 9(10)V99 VALUE ZEROS.
       77 WS-MOSTRA-VALOR       PIC Z.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x value "/".
           02 ANO-DET2 PIC 9(04).

      *----- linha do extrato que casa com cheque sustado (131):
      *----- o banco pagou o que nao devia, nao se baixa
       01 LINHA-DET-SUS.
           02 f pic x(02) value spaces.
           02 F PIC X(18) VALUE "SUSTADO PAGO...: ".
           02 VALOR-DET-SUS PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(05) value spaces.
           02 DIA-DET-SUS PIC 99.
           02 f pic x value "/".
           02 MES-DET-SUS PIC 99.
           02 f pic x value "/".
           02 ANO-DET-SUS PIC 9(04).
           02 F PIC X(08) VALUE "  lancto".
           02 f pic x value spaces.
           02 NUM-DET-SUS PIC X(06).

       01 LINHA-TIT-SUS.
           02 f pic x(02) value spaces.
           02 F PIC X(40) VALUE
              "CHEQUES SUSTADOS EM ABERTO (131)".

       01 LINHA-ABE-SUS.
           02 f pic x(02) value spaces.
           02 NUM-ABE PIC X(06).
           02 f pic x value spaces.
           02 CONTA-ABE PIC X(10).
           02 f pic x value spaces.
           02 FOLHA-ABE PIC 9(06).
           02 f pic x value spaces.
           02 VALOR-ABE PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x value spaces.
           02 MOTIVO-ABE PIC X(20).

       01 LINHA-TOTAL-SUS.
           02 f pic x(02) value spaces.
           02 F PIC X(22) VALUE "SUSTADOS NO EXTRATO..:".
           02 QTD-SUS-TOTAL PIC ZZ.ZZ9.
           02 F PIC X(22) VALUE "SUSTADOS EM ABERTO...:".
           02 QTD-ABE-TOTAL PIC ZZ.ZZ9.
           02 f pic x value spaces.
           02 VALOR-ABE-TOTAL PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 F PIC X(22) VALUE "CONCILIADOS..........:".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT APLIC.
           IF FS-APL = "35"
               MOVE "N" TO WS-APL-OK.
           OPEN INPUT CARPARC.
           IF FS-CPC = "35"
               MOVE "N" TO WS-CPC-OK.
           OPEN INPUT EXTRATO.
           IF FS-EXT = "35"
               DISPLAY (10 10) "!! ARQUIVO EXTRATO.DAT INEXISTENTE !!"
           PERFORM P-PROCURA-APLIC THRU P-PROCURA-APLIC-EXIT.
           IF APL-ACHOU-88
               ADD 1 TO WS-QTD-APL
               GO TO P01-LER-EXTRATO.
      *----- ou credito de cartao ja conciliado (132)
           PERFORM P-PROCURA-CARTAO THRU P-PROCURA-CARTAO-EXIT.
           IF CPC-ACHOU-88
               ADD 1 TO WS-QTD-CPC
               GO TO P01-LER-EXTRATO.
      *----- ou cheque sustado (131) que o banco compensou
           PERFORM P-PROCURA-SUSTADO THRU P-PROCURA-SUSTADO-EXIT.
           IF SUS-ACHOU-88
               ADD 1 TO WS-QTD-SUS-EXT
               PERFORM P-IMPRIME-SUS-EXT
           ELSE
               ADD 1 TO WS-QTD-EXCE
               PERFORM P-IMPRIME-EXCECAO.
       P-PROCURA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-PROCURA-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-PROCURA-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-PROCURA-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               GO TO P-PROCURA-LER.
           IF SITUACAO-CHE = "S"
               GO TO P-PROCURA-LER.
           IF VALOR-CHE NOT = EXT-VALOR
               GO TO P-PROCURA-LER.
      *-----------------------------------------*
       P-PROCURA-APLIC-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha do extrato ja usada p/liquidar    *
      * parcela de venda em cartao (132): nao   *
      * e' excecao.                             *
      *-----------------------------------------*
       P-PROCURA-CARTAO.
           MOVE "N" TO WS-CPC-ACHOU.
           IF NOT CPC-OK-88
               GO TO P-PROCURA-CARTAO-EXIT.
           MOVE ZEROS TO WS-EXT-DATA8.
           MOVE EXT-ANO TO WS-EXT-DATA8(1:4).
           MOVE EXT-MES TO WS-EXT-DATA8(5:2).
           MOVE EXT-DIA TO WS-EXT-DATA8(7:2).
           MOVE LOW-VALUES TO CPC-CHAVE.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P-PROCURA-CARTAO-EXIT.
       P-PROCURA-CARTAO-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P-PROCURA-CARTAO-EXIT.
           IF CPC-SIT NOT = "L"
               GO TO P-PROCURA-CARTAO-LER.
           IF CPC-DATA-CRED NOT = WS-EXT-DATA8 OR
              CPC-VALOR-EXT NOT = EXT-VALOR
               GO TO P-PROCURA-CARTAO-LER.
           MOVE "S" TO WS-CPC-ACHOU.
       P-PROCURA-CARTAO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Linha do extrato com o valor de cheque  *
      * sustado (131) em aberto, compensado na  *
      * data do cheque ou depois: sai a parte,  *
      * sem baixa, p/reclamar ao banco.         *
      *-----------------------------------------*
       P-PROCURA-SUSTADO.
           MOVE "N" TO WS-SUS-ACHOU.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-PROCURA-SUSTADO-EXIT.
       P-PROCURA-SUSTADO-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-PROCURA-SUSTADO-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-PROCURA-SUSTADO-LER.
           IF SITUACAO-CHE NOT = "S" OR DATA-CONF NOT = ZEROS
               GO TO P-PROCURA-SUSTADO-LER.
           IF VALOR-CHE NOT = EXT-VALOR
               GO TO P-PROCURA-SUSTADO-LER.
           MOVE ANO-CHE TO WS-VCTO-ANO.
           MOVE MES-CHE TO WS-VCTO-MES.
           MOVE DIA-CHE TO WS-VCTO-DIA.
           MOVE EXT-ANO TO WS-EXT-ANO.
           MOVE EXT-MES TO WS-EXT-MES.
           MOVE EXT-DIA TO WS-EXT-DIA.
           IF WS-EXT-DATA < WS-VCTO-DATA
               GO TO P-PROCURA-SUSTADO-LER.
           MOVE "S" TO WS-SUS-ACHOU.
       P-PROCURA-SUSTADO-EXIT.
           EXIT.

      *-----------------------------------------*
      * Cheques sustados (131) ainda em aberto, *
      * listados a parte das excecoes.          *
      *-----------------------------------------*
       P-LISTA-SUSTADOS.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-LISTA-SUSTADOS-EXIT.
       P-LISTA-SUSTADOS-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-LISTA-SUSTADOS-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-LISTA-SUSTADOS-LER.
           IF SITUACAO-CHE NOT = "S" OR DATA-CONF NOT = ZEROS
               GO TO P-LISTA-SUSTADOS-LER.
           IF NOT CABEC-88
               PERFORM P-IMPRIME-CABEC.
           IF WS-QTD-SUS-ABE = ZEROS
               WRITE REG-RELATO FROM LINHA-TRACO
               WRITE REG-RELATO FROM LINHA-TIT-SUS.
           ADD 1 TO WS-QTD-SUS-ABE.
           ADD VALOR-CHE TO WS-TOT-SUS-ABE.
           MOVE NUM-CHE TO NUM-ABE.
           MOVE CONTA-CHE TO CONTA-ABE.
           MOVE FOLHA-CHE TO FOLHA-ABE.
           MOVE VALOR-CHE TO VALOR-ABE.
           MOVE MOTIVO-CHE TO MOTIVO-ABE.
           WRITE REG-RELATO FROM LINHA-ABE-SUS.
           GO TO P-LISTA-SUSTADOS-LER.
       P-LISTA-SUSTADOS-EXIT.
           EXIT.

       P-FIM-PROCESSA.
           PERFORM P-LISTA-SUSTADOS THRU P-LISTA-SUSTADOS-EXIT.
           IF WS-QTD-EXCE > ZEROS OR WS-QTD-SUS-EXT > ZEROS
              OR WS-QTD-SUS-ABE > ZEROS
               PERFORM P-IMPRIME-FECHA.
           DISPLAY TELA-TOTAIS.
           DISPLAY (08 25) WS-QTD-CONC.
           DISPLAY (09 25) WS-QTD-EXCE.
           DISPLAY (10 04) "Aplic/Resgate (90)..=".
           DISPLAY (10 25) WS-QTD-APL.
           DISPLAY (11 04) "Sustados no extrato.=".
           DISPLAY (11 25) WS-QTD-SUS-EXT.
           DISPLAY (12 04) "Sustados em aberto..=".
           DISPLAY (12 25) WS-QTD-SUS-ABE.
           DISPLAY (13 04) "Cartao (132)........=".
           DISPLAY (13 25) WS-QTD-CPC.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.
           MOVE EXT-ANO TO ANO-DET2.
           WRITE REG-RELATO FROM LINHA-DET.

       P-IMPRIME-SUS-EXT.
           IF NOT CABEC-88
               PERFORM P-IMPRIME-CABEC.
           MOVE EXT-VALOR TO VALOR-DET-SUS.
           MOVE EXT-DIA TO DIA-DET-SUS.
           MOVE EXT-MES TO MES-DET-SUS.
           MOVE EXT-ANO TO ANO-DET-SUS.
           MOVE NUM-CHE TO NUM-DET-SUS.
           WRITE REG-RELATO FROM LINHA-DET-SUS.

       P-IMPRIME-CABEC.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-QTD-CONC TO QTD-CONC-TOTAL.
           MOVE WS-QTD-EXCE TO QTD-EXCE-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE WS-QTD-SUS-EXT TO QTD-SUS-TOTAL.
           MOVE WS-QTD-SUS-ABE TO QTD-ABE-TOTAL.
           MOVE WS-TOT-SUS-ABE TO VALOR-ABE-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL-SUS.
           WRITE REG-RELATO FROM LINHA-TRACO.

       P-DATA.
               CLOSE FECHA.
           IF APL-OK-88
               CLOSE APLIC.
           IF CPC-OK-88
               CLOSE CARPARC.
           PERFORM P-IMPRIME-SPOOL THRU P-IMPRIME-SPOOL-FIM.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".
               GO TO P-TESTA-FECHADO-EXIT.
           MOVE WS-FCH-T-ANO TO FCH-ANO.
           MOVE WS-FCH-T-MES TO FCH-MES.
           MOVE WS-EMPR-SES TO FCH-EMPR.
           READ FECHA
               INVALID KEY
                   GO TO P-TESTA-FECHADO-EXIT.
               MOVE "S" TO WS-FECHADO.
       P-TESTA-FECHADO-EXIT.
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
