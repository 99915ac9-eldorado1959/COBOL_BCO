                  RECORD KEY   IS CXI-NUM
                  FILE STATUS  IS FS-CXI.

           SELECT FATITEM   ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS FTI-CHAVE
                  FILE STATUS  IS FS-FTI.

           SELECT CATEG     ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS COD-DEPTO
                  FILE STATUS  IS FS-DEPTO.
           SELECT ORGDEP ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS ORG-CHAVE
                  FILE STATUS IS FS-ORG.

           SELECT EXPORT    ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-EXPORT.

           SELECT SESSAO    ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC
                  RECORD KEY   IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS  IS FS-OPER.

           SELECT LOG       ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS  IS FS-LOG.

           SELECT TAXA      ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE  IS DYNAMIC

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

       FD TAXA                LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "TAXA.DAT".
       01 REG-TAXA.
           03 COD-DEPTO        PIC 99.
           03 NOME-DEPTO       PIC X(10).

      *-----------------------------------------*
      * Estrutura (117): D depto -> area,       *
      * A area -> diretoria, R diretoria.       *
      *-----------------------------------------*
       FD ORGDEP
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "ORGDEP.DAT".
       01 REG-ORG.
           03 ORG-CHAVE.
               05 ORG-TIPO     PIC X(01).
               05 ORG-COD      PIC 99.
           03 ORG-NOME         PIC X(20).
           03 ORG-PAI          PIC 99.

       FD BANCO             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-PROD==.
           03 CXI-REPOSTO      PIC X(01).
           03 CXI-LANC         PIC X(06).

       FD FATITEM           LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "FATITEM.DAT".
       01 REG-FATITEM.
           03 FTI-CHAVE.
               05 FTI-NUM      PIC X(06).
               05 FTI-SEQ      PIC 9(04).
           03 FTI-DATA         PIC 9(08).
           03 FTI-CARTAO       PIC X(04).
           03 FTI-PORTADOR     PIC X(15).
           03 FTI-DESCRI       PIC X(20).
           03 FTI-VALOR        PIC 9(08)V99.
           03 FTI-SINAL        PIC X(01).
           03 FTI-DEPTO        PIC 99.
           03 FTI-CATEG        PIC 9(03).
           03 FTI-POR          PIC X(08).
           03 FTI-ALT          PIC 9(08).

       FD CATEG             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "CATEG.DAT".
       01 REG-CATEG.
           03 FILLER          PIC X(70).
           03 RATEIO-CHE-S    PIC X(01).
           03 FILLER          PIC X(25).
           03 EMPR-CHE-S      PIC 99.

       FD EXPORT             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS "EXP31.TXT".
           03 DIA-SPL          PIC 99.
       77 ST                   PIC XX.
       77 LIN                  PIC 99 VALUE ZEROS.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 FS-OPER              PIC XX.
       77 FS-LOG               PIC XX.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
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
       77 FS                   PIC XX.

       77 FS-DEPTO              PIC XX.
       77 WS-DEPTO-OK           PIC X VALUE "S".
       88 DEPTO-OK-88            VALUE "S".
      *----- estrutura (117): depto -> area -> diretoria
       77 FS-ORG               PIC XX.
       77 WS-ORG-OK            PIC X VALUE "S".
       88 ORG-OK-88              VALUE "S".
       01 WS-TAB-ORG.
           03 WS-OD-AREA OCCURS 99 PIC 99.
           03 WS-OA-ENT OCCURS 99.
               05 WS-OA-DIR    PIC 99.
               05 WS-OA-NOME   PIC X(20).
           03 WS-OR-NOME OCCURS 99 PIC X(20).
      *----- subtotais por area/diretoria: 100 = sem area/dir.
       01 WS-TAB-GRP.
           03 WS-GD-ENT OCCURS 99.
               05 WS-GD-VAL    PIC 9(10)V99.
               05 WS-GD-VB     PIC 9(10)V99.
           03 WS-GA-ENT OCCURS 100.
               05 WS-GA-VAL    PIC 9(10)V99.
               05 WS-GA-VB     PIC 9(10)V99.
           03 WS-GR-ENT OCCURS 100.
               05 WS-GR-VAL    PIC 9(10)V99.
               05 WS-GR-VB     PIC 9(10)V99.
       77 WS-GRP-MODO          PIC X VALUE "N".
       88 GRP-SUBTOT-88          VALUE "S".
       88 GRP-RESUMO-88          VALUE "R".
       77 WS-GI-D              PIC 9(03) VALUE ZEROS.
       77 WS-GI-A              PIC 9(03) VALUE ZEROS.
       77 WS-GI-R              PIC 9(03) VALUE ZEROS.
       77 WS-GX-A              PIC 9(03) VALUE ZEROS.
       77 WS-GX-R              PIC 9(03) VALUE ZEROS.
       77 WS-GL-NIVEL          PIC X VALUE SPACES.
       77 WS-GL-COD            PIC 99 VALUE ZEROS.
       77 WS-GL-NOME           PIC X(20) VALUE SPACES.
       77 WS-GL-VAL            PIC 9(10)V99 VALUE ZEROS.
       77 WS-GL-VB             PIC 9(10)V99 VALUE ZEROS.
       77 WS-GRP-PERC          PIC 9(03)V99 VALUE ZEROS.

       77 FS-RAT                PIC XX.
       77 WS-RAT-OK             PIC X VALUE "S".
           03 ANO-CXI          PIC 9(04).
           03 MES-CXI          PIC 99.
           03 DIA-CXI          PIC 99.
       77 FS-FTI                PIC XX.
       77 WS-FTI-OK             PIC X VALUE "S".
       88 FTI-OK-88              VALUE "S".
       77 WS-FTI-QTD            PIC 9(05) VALUE ZEROS.
       77 WS-FTI-DEB            PIC 9(10)V99 VALUE ZEROS.
       77 WS-FTI-CRED           PIC 9(10)V99 VALUE ZEROS.
       77 WS-FTI-LIQ            PIC S9(10)V99 VALUE ZEROS.
       01 WS-DATA-FTI.
           03 ANO-FTI          PIC 9(04).
           03 MES-FTI          PIC 99.
           03 DIA-FTI          PIC 99.

       77 FS-EXPORT             PIC XX.
       77 WS-EXPORTA            PIC X VALUE "N".
           02 F PIC X(12) VALUE " NO VALOR DE".
           02 CXI-VAL-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-FTI-TIT.
           02 f pic x(02) value spaces.
           02 F PIC X(46) VALUE
               "DETALHE DO CARTAO CORPORATIVO NO PERIODO (107)".

       01 LINHA-FTI-DET.
           02 f pic x(02) value spaces.
           02 FTI-DEPTO-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 FTI-DATA-DET PIC X(10).
           02 f pic x(01) value spaces.
           02 FTI-PORT-DET PIC X(15).
           02 f pic x(01) value spaces.
           02 FTI-DESCRI-DET PIC X(20).
           02 FTI-VALOR-DET PIC ZZ.ZZ9,99.
           02 FTI-SINAL-DET PIC X(01).

       01 LINHA-FTI-TOT.
           02 f pic x(02) value spaces.
           02 F PIC X(22) VALUE "TOTAL CARTAO........: ".
           02 FTI-QTD-TOT PIC ZZ.ZZ9.
           02 F PIC X(12) VALUE " LIQUIDO DE ".
           02 FTI-VAL-TOT PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(60) value ALL "-".

       01 LINHA-LIMPA.
           02 f pic x(80) value ALL " ".

       01 LINHA-GRP.
           02 GRP-NIVEL-DET    PIC X(10).
           02 GRP-COD-DET      PIC 99.
           02 f                PIC X VALUE SPACES.
           02 GRP-NOME-DET     PIC X(20).
           02 f                PIC X VALUE SPACES.
           02 GRP-VAL-DET      PIC Z.ZZZ.ZZZ.ZZ9,99.
           02 f                PIC X(02) VALUE SPACES.
           02 GRP-PERC-DET     PIC ZZ9,99.
           02 f                PIC X VALUE "%".
       01 LINHA-GRP-TIT.
           02 f                PIC X(10) VALUE "NIVEL".
           02 f                PIC X(24) VALUE "COD NOME".
           02 f                PIC X(26) VALUE
              "           VALOR R$      %".
       01 LINHA-EXPORT.
           02 NUM-CHE-EXP       PIC X(06).
           02 f                 PIC X VALUE "|".
           02 f                 PIC X VALUE "|".
           02 OBS-EXP           PIC X(15).
           02 f                 PIC X VALUE "|".
           02 INSCR-EXP         PIC X(14).

       SCREEN SECTION.
       01 TELA.

       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P01-CLASSIFICA.
           SORT SORTEIO ON ASCENDING KEY 
               OBS-CHE-S CONTA-CHE-S DESCRI-CHE-S
           OPEN INPUT DEPTO.
           IF FS-DEPTO = "35"
               MOVE "N" TO WS-DEPTO-OK.
           OPEN INPUT ORGDEP.
           IF FS-ORG = "35"
               MOVE "N" TO WS-ORG-OK.
           OPEN INPUT CXITEM.
           IF FS-CXI = "35"
               MOVE "N" TO WS-CXI-OK.
           OPEN INPUT FATITEM.
           IF FS-FTI = "35"
               MOVE "N" TO WS-FTI-OK.
           OPEN INPUT RATEIO.
           IF FS-RAT = "35"
               MOVE "N" TO WS-RAT-OK.
                       MOVE VALOR-TAXA TO WS-TAXA-JUROS.
           IF FS-TAXA NOT = "35"
               CLOSE TAXA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P-DESCRI-CHE.
           MOVE ZEROS TO WS-TOTAL-IMPRESSOS.
           MOVE ZEROS TO WS-TOTAL-VALOR.
           MOVE ZEROS TO WS-CONTA-NAOCONC.
           MOVE ZEROS TO WS-TAB-GRP.
           MOVE ZEROS TO WS-QTD-FC WS-TOT-FC WS-QTD-FT WS-TOT-FT.
           MOVE ZEROS TO WS-QTD-FP WS-TOT-FP.
           MOVE ZEROS TO WS-TAB-DIAS.
               MOVE "S" TO WS-EXPORTA.
           IF EXPORTA-88
               OPEN OUTPUT EXPORT.
           MOVE "N" TO WS-GRP-MODO.
           IF ORG-OK-88
               PERFORM P-PEDE-MODO.

      * P-REC-DEPTO.
      *     DISPLAY (12 16) "Informe a Depto p/imprimir> [ ]".
                AT END
                    PERFORM P-FINAL-IMP
                    GO TO P-DESCRI-CHE. 
           IF EMPR-CHE-S NOT = WS-EMPR-SES
               GO TO LER.
           MOVE DIA-CHE-s TO DIA-R.
           MOVE MES-CHE-s TO MES-R.
           MOVE ANO-CHE-s TO ANO-R.
           PERFORM P-IMPRIME.
           PERFORM P-IMP-DIAS.

      *----- CPFs que sairam inteiros: um registro no log
           IF WS-LGPD-QTD > ZEROS
               MOVE "W" TO WS-LGPD-ACAO
               MOVE WS-LGPD-QTD TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM
               MOVE ZEROS TO WS-LGPD-QTD.
           IF EXPORTA-88
               CLOSE EXPORT.
           CLOSE BANCO DEPTO CXITEM CATEG.
           IF ORG-OK-88
               CLOSE ORGDEP.
           IF RAT-OK-88
               CLOSE RATEIO.
           IF FTI-OK-88
               CLOSE FATITEM.
           stop run.
           CHAIN "BANCO.COM".

           MOVE WS-TOT-FP TO VAL-FORMA-DET.
           WRITE REG-RELATO FROM LINHA-FORMA.
           PERFORM P-IMP-CAIXINHA THRU P-IMP-CAIXINHA-FIM.
           PERFORM P-IMP-CARTAO THRU P-IMP-CARTAO-FIM.
           IF GRP-SUBTOT-88 OR GRP-RESUMO-88
               PERFORM P-IMP-GRUPO.
           CLOSE RELATO.
           PERFORM P-IMPRIME-SPOOL THRU P-IMPRIME-SPOOL-FIM.

       P-IMP-CAIXINHA-FIM.
           EXIT.

      *-----------------------------------------*
      * Idem p/fatura do cartao corporativo     *
      * (107): compra a compra, c/portador; o   *
      * estorno sai marcado com "-".            *
      *-----------------------------------------*
       P-IMP-CARTAO.
           IF NOT FTI-OK-88
               GO TO P-IMP-CARTAO-FIM.
           MOVE ZEROS TO WS-FTI-QTD WS-FTI-DEB WS-FTI-CRED.
           MOVE SPACES TO FTI-NUM.
           MOVE ZEROS TO FTI-SEQ.
           START FATITEM KEY IS NOT LESS THAN FTI-CHAVE
               INVALID KEY GO TO P-IMP-CARTAO-FIM.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-FTI-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
       P-IMP-CARTAO-LER.
           READ FATITEM NEXT RECORD
               AT END GO TO P-IMP-CARTAO-TOT.
           MOVE FTI-DATA TO WS-DATA-FTI.
           IF WS-DATA-FTI < WS-DATA-I
               GO TO P-IMP-CARTAO-LER.
           IF WS-DATA-FTI > WS-DATA-C
               GO TO P-IMP-CARTAO-LER.
           MOVE SPACES TO FTI-DEPTO-DET.
           IF DEPTO-OK-88 AND FTI-DEPTO NOT = ZEROS
               MOVE FTI-DEPTO TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       MOVE FTI-DEPTO TO FTI-DEPTO-DET
                   NOT INVALID KEY
                       MOVE NOME-DEPTO TO FTI-DEPTO-DET
           ELSE
               MOVE FTI-DEPTO TO FTI-DEPTO-DET.
           MOVE SPACES TO FTI-DATA-DET.
           STRING DIA-FTI "/" MES-FTI "/" ANO-FTI
               DELIMITED BY SIZE INTO FTI-DATA-DET.
           MOVE FTI-PORTADOR TO FTI-PORT-DET.
           MOVE FTI-DESCRI TO FTI-DESCRI-DET.
           MOVE FTI-VALOR TO FTI-VALOR-DET.
           IF FTI-SINAL = "C"
               MOVE "-" TO FTI-SINAL-DET
               ADD FTI-VALOR TO WS-FTI-CRED
           ELSE
               MOVE SPACE TO FTI-SINAL-DET
               ADD FTI-VALOR TO WS-FTI-DEB.
           WRITE REG-RELATO FROM LINHA-FTI-DET.
           ADD 1 TO WS-FTI-QTD.
           GO TO P-IMP-CARTAO-LER.
       P-IMP-CARTAO-TOT.
           COMPUTE WS-FTI-LIQ = WS-FTI-DEB - WS-FTI-CRED.
           MOVE WS-FTI-QTD TO FTI-QTD-TOT.
           MOVE WS-FTI-LIQ TO FTI-VAL-TOT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-FTI-TOT.
       P-IMP-CARTAO-FIM.
           EXIT.

       P-IMP-DIAS-1.
           MOVE WS-IDX-DIA TO DIA-DIA-DET.
           MOVE WS-DIA-TOT(WS-IDX-DIA) TO VALOR-DIA-DET.
               PERFORM P-RATEIO-SOMA THRU P-RATEIO-SOMA-EXIT
               GO TO P-MOSTRA-EXPORTA.

      *----- realizado do depto p/os subtotais de area (117)
           IF OBS-CHE-S(1:2) NUMERIC
               MOVE OBS-CHE-S(1:2) TO WS-GI-D
               IF WS-GI-D > ZEROS
                   ADD VALOR-CHE-S TO WS-GD-VAL(WS-GI-D).

           IF OBS-CHE-S = 01
           ADD VALOR-CHE-S TO WS-TOTAL-LOJA
           ADD WS-VALOR-C-JUROS TO WS-TOTAL-JUROS-LOJA
           EXIT.

       P-SOMA-DEPTO.
           IF WS-SD-VALOR > ZEROS AND WS-SD-DEPTO > ZEROS
               ADD WS-SD-VALOR TO WS-GD-VAL(WS-SD-DEPTO).
           IF WS-SD-DEPTO = 01
               ADD WS-SD-VALOR TO WS-TOTAL-LOJA
               ADD WS-SD-JUROS TO WS-TOTAL-JUROS-LOJA
               ADD WS-SD-JUROS TO WS-TOTAL-JUROS-ACOUGUE
               ADD WS-SD-QTD TO WS-CONTCHEQ-ACOUGUE.

      *-----------------------------------------*
      * Subtotais do periodo por area e por     *
      * diretoria (117); no modo R so os totais *
      * dos grupos, sem os deptos.              *
      *-----------------------------------------*
       P-IMP-GRUPO.
           PERFORM P-CARREGA-ORG THRU P-CARREGA-ORG-FIM.
           PERFORM P-GRP-SOMA-AREAS THRU P-GRP-SOMA-FIM.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-GRP-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           PERFORM P-GRP-IMPRIME.

       P-GRP-LINHA.
           PERFORM P-GRP-MONTA.
           WRITE REG-RELATO FROM LINHA-GRP.

      *----- uma linha do agrupado (depto, area ou diretoria)
       P-GRP-MONTA.
           MOVE "  depto" TO GRP-NIVEL-DET.
           IF WS-GL-NIVEL = "A"
               MOVE " AREA" TO GRP-NIVEL-DET.
           IF WS-GL-NIVEL = "R"
               MOVE "DIRETORIA" TO GRP-NIVEL-DET.
           MOVE WS-GL-COD TO GRP-COD-DET.
           MOVE WS-GL-NOME TO GRP-NOME-DET.
           MOVE WS-GL-VAL TO GRP-VAL-DET.
           MOVE ZEROS TO WS-GRP-PERC.
           IF WS-TOTAL-VALOR > ZEROS
               COMPUTE WS-GRP-PERC ROUNDED =
                   (WS-GL-VAL * 100) / WS-TOTAL-VALOR.
           MOVE WS-GRP-PERC TO GRP-PERC-DET.

       P-PEDE-MODO.
           DISPLAY (16 16) "Subtotal area/diretoria ? < S/R/N >".
           ACCEPT (16 53) WS-GRP-MODO WITH PROMPT AUTO-SKIP.
           DISPLAY (16 16) WS-LIMPA.
           IF WS-GRP-MODO = "s"
               MOVE "S" TO WS-GRP-MODO.
           IF WS-GRP-MODO = "r"
               MOVE "R" TO WS-GRP-MODO.
           IF NOT GRP-SUBTOT-88 AND NOT GRP-RESUMO-88
               MOVE "N" TO WS-GRP-MODO.

      *-----------------------------------------*
      * Sobe os valores do depto p/a area e da  *
      * area p/a diretoria (WS-GD -> WS-GA ->   *
      * WS-GR); 100 junta os sem estrutura.     *
      *-----------------------------------------*
       P-GRP-SOMA-AREAS.
           MOVE 1 TO WS-GI-D.
           PERFORM P-GRP-SOMA-D UNTIL WS-GI-D > 99.
       P-GRP-SOMA-DIRS.
           MOVE 1 TO WS-GI-A.
           PERFORM P-GRP-SOMA-A UNTIL WS-GI-A > 100.
       P-GRP-SOMA-FIM.
           EXIT.

       P-GRP-SOMA-D.
           PERFORM P-GRP-AREA-DO-DEPTO.
           ADD WS-GD-VAL(WS-GI-D) TO WS-GA-VAL(WS-GX-A).
           ADD WS-GD-VB(WS-GI-D) TO WS-GA-VB(WS-GX-A).
           ADD 1 TO WS-GI-D.

       P-GRP-SOMA-A.
           PERFORM P-GRP-DIR-DA-AREA.
           ADD WS-GA-VAL(WS-GI-A) TO WS-GR-VAL(WS-GX-R).
           ADD WS-GA-VB(WS-GI-A) TO WS-GR-VB(WS-GX-R).
           ADD 1 TO WS-GI-A.

       P-GRP-AREA-DO-DEPTO.
           MOVE WS-OD-AREA(WS-GI-D) TO WS-GX-A.
           IF WS-GX-A = ZEROS
               MOVE 100 TO WS-GX-A.

       P-GRP-DIR-DA-AREA.
           MOVE 100 TO WS-GX-R.
           IF WS-GI-A < 100
               IF WS-OA-DIR(WS-GI-A) > ZEROS
                   MOVE WS-OA-DIR(WS-GI-A) TO WS-GX-R.

      *-----------------------------------------*
      * Percorre diretoria > area > depto e     *
      * manda cada linha p/P-GRP-LINHA (depto   *
      * so no modo com subtotais).              *
      *-----------------------------------------*
       P-GRP-IMPRIME.
           MOVE 1 TO WS-GI-R.
           PERFORM P-GRP-IMP-R THRU P-GRP-IMP-R-FIM
               UNTIL WS-GI-R > 100.

       P-GRP-IMP-R.
           IF WS-GR-VAL(WS-GI-R) = ZEROS AND WS-GR-VB(WS-GI-R) = ZEROS
               GO TO P-GRP-IMP-R-PROX.
           MOVE 1 TO WS-GI-A.
           PERFORM P-GRP-IMP-A THRU P-GRP-IMP-A-FIM
               UNTIL WS-GI-A > 100.
           MOVE "R" TO WS-GL-NIVEL.
           MOVE ZEROS TO WS-GL-COD.
           MOVE "SEM DIRETORIA" TO WS-GL-NOME.
           IF WS-GI-R < 100
               MOVE WS-GI-R TO WS-GL-COD
               MOVE WS-OR-NOME(WS-GI-R) TO WS-GL-NOME.
           MOVE WS-GR-VAL(WS-GI-R) TO WS-GL-VAL.
           MOVE WS-GR-VB(WS-GI-R) TO WS-GL-VB.
           PERFORM P-GRP-LINHA.
       P-GRP-IMP-R-PROX.
           ADD 1 TO WS-GI-R.
       P-GRP-IMP-R-FIM.
           EXIT.

       P-GRP-IMP-A.
           IF WS-GA-VAL(WS-GI-A) = ZEROS AND WS-GA-VB(WS-GI-A) = ZEROS
               GO TO P-GRP-IMP-A-PROX.
           PERFORM P-GRP-DIR-DA-AREA.
           IF WS-GX-R NOT = WS-GI-R
               GO TO P-GRP-IMP-A-PROX.
           IF GRP-SUBTOT-88
               MOVE 1 TO WS-GI-D
               PERFORM P-GRP-IMP-D UNTIL WS-GI-D > 99.
           MOVE "A" TO WS-GL-NIVEL.
           MOVE ZEROS TO WS-GL-COD.
           MOVE "SEM AREA" TO WS-GL-NOME.
           IF WS-GI-A < 100
               MOVE WS-GI-A TO WS-GL-COD
               MOVE WS-OA-NOME(WS-GI-A) TO WS-GL-NOME.
           MOVE WS-GA-VAL(WS-GI-A) TO WS-GL-VAL.
           MOVE WS-GA-VB(WS-GI-A) TO WS-GL-VB.
           PERFORM P-GRP-LINHA.
       P-GRP-IMP-A-PROX.
           ADD 1 TO WS-GI-A.
       P-GRP-IMP-A-FIM.
           EXIT.

       P-GRP-IMP-D.
           PERFORM P-GRP-AREA-DO-DEPTO.
           IF WS-GX-A = WS-GI-A
               IF WS-GD-VAL(WS-GI-D) > ZEROS
                  OR WS-GD-VB(WS-GI-D) > ZEROS
                   MOVE "D" TO WS-GL-NIVEL
                   MOVE WS-GI-D TO WS-GL-COD
                   MOVE SPACES TO WS-GL-NOME
                   PERFORM P-GRP-NOME-DEPTO
                   MOVE WS-GD-VAL(WS-GI-D) TO WS-GL-VAL
                   MOVE WS-GD-VB(WS-GI-D) TO WS-GL-VB
                   PERFORM P-GRP-LINHA.
           ADD 1 TO WS-GI-D.

       P-GRP-NOME-DEPTO.
           IF DEPTO-OK-88
               MOVE WS-GL-COD TO COD-DEPTO
               READ DEPTO
                   INVALID KEY
                       NEXT SENTENCE
                   NOT INVALID KEY
                       MOVE NOME-DEPTO TO WS-GL-NOME.

      *-----------------------------------------*
      * Carrega a estrutura (117) em tabela:    *
      * area do depto, diretoria e nome da area *
      * e nome da diretoria.                    *
      *-----------------------------------------*
       P-CARREGA-ORG.
           MOVE ZEROS TO WS-TAB-ORG.
           IF NOT ORG-OK-88
               GO TO P-CARREGA-ORG-FIM.
           MOVE SPACES TO ORG-CHAVE.
           START ORGDEP KEY IS NOT LESS THAN ORG-CHAVE
               INVALID KEY GO TO P-CARREGA-ORG-FIM.
       P-CARREGA-ORG-LER.
           READ ORGDEP NEXT RECORD
               AT END GO TO P-CARREGA-ORG-FIM.
           IF ORG-COD = ZEROS
               GO TO P-CARREGA-ORG-LER.
           IF ORG-TIPO = "D"
               MOVE ORG-PAI TO WS-OD-AREA(ORG-COD).
           IF ORG-TIPO = "A"
               MOVE ORG-PAI TO WS-OA-DIR(ORG-COD)
               MOVE ORG-NOME TO WS-OA-NOME(ORG-COD).
           IF ORG-TIPO = "R"
               MOVE ORG-NOME TO WS-OR-NOME(ORG-COD).
           GO TO P-CARREGA-ORG-LER.
       P-CARREGA-ORG-FIM.
           EXIT.

       P-EXPORTA.
           MOVE NUM-CHE-S     TO NUM-CHE-EXP.
           MOVE CONTA-CHE-S   TO CONTA-CHE-EXP.
           MOVE ANO-CHE-S     TO ANO-EXP.
           MOVE VALOR-CHE-S   TO VALOR-EXP.
           MOVE OBS-CHE-S     TO OBS-EXP.
           MOVE INSCR-CHE-S   TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           MOVE WS-LGPD-MASC  TO INSCR-EXP.
           WRITE REG-EXPORT FROM LINHA-EXPORT.

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
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           IF FS-LOG NOT = "00"
               GO TO P-GRAVA-LOG-LGPD-FIM.
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO31" TO LOG-PROGRAMA.
           WRITE REG-LOG.
           CLOSE LOG.
       P-GRAVA-LOG-LGPD-FIM.
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

       P-ACHA-DEPTO.
           MOVE "-+-+-+-+" TO DEPTO-DET.
           IF OBS-CHE-S = SPACES OR NOT DEPTO-OK-88
           GO TO P-IMPRIME-SPOOL-LER.
       P-IMPRIME-SPOOL-FIM.
           CLOSE RELATO IMPRES.

      *-----------------------------------------*
      * Empresa do login (SESSAO.DAT deste      *
      * terminal): so' os registros dela sao    *
      * tratados e os novos saem com o codigo.  *
      *-----------------------------------------*
       EMPRESA SECTION.
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
