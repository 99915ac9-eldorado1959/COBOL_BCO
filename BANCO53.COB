                  RECORD KEY IS REM-CHAVE
                  FILE STATUS IS FS-RCT.

           SELECT GUIA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS GUI-NUM
                  FILE STATUS IS FS-GUI.

           SELECT JRN ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-JRN.
           SELECT PAINEL ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-PAN.
           SELECT LOG ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-LOG.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
                  LOCK MODE IS AUTOMATIC
                  FILE STATUS IS FS-OPER.
           SELECT SODREGRA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-SOD
                  FILE STATUS IS FS-SOD.
           SELECT CERTFORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CER-CHAVE
                  FILE STATUS IS FS-CER.
           SELECT FBCOALT ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS FBA-COD
                  FILE STATUS IS FS-FBA.
           SELECT EMPRESA ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS EMP-COD
                  FILE STATUS IS FS-EMP.
       DATA DIVISION.
       FILE SECTION.
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
      * Journal de BCO.DAT: imagem antes/depois *
      * de cada gravacao, p/rolar p/frente em   *
      * cima da ultima geracao do backup (93).  *
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

       FD REMESSA
           LABEL RECORD IS STANDARD
           03 REM-TOTAL        PIC 9(13)V99.
           03 REM-SIT          PIC X(01).
           03 REM-ARQ          PIC X(12).
           03 REM-EMPR         PIC 99.

       FD FERIADO
           LABEL RECORD IS STANDARD
           03 FER-DATA         PIC 9(08).
           03 FER-DESCRI       PIC X(20).

      *-----------------------------------------*
      * Guia de tributo sem codigo de barras    *
      * (FORMA "G"), gravada no 21.             *
      *-----------------------------------------*
       FD GUIA
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "GUIA.DAT".
       01 REG-GUIA.
           03 GUI-NUM          PIC X(06).
           03 GUI-TIPO         PIC X(01).
           03 GUI-RECEITA      PIC 9(06).
           03 GUI-PERIODO      PIC 9(08).
           03 GUI-INSCR        PIC 9(14).
           03 GUI-REFER        PIC X(17).
           03 GUI-PRINCIPAL    PIC 9(08)V99.
           03 GUI-MULTA        PIC 9(08)V99.
           03 GUI-JUROS        PIC 9(08)V99.

       FD FORNBCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNBCO.DAT".
           03 CONTA-FB         PIC 9(10).
           03 DV-CONTA-FB      PIC X(01).
           03 VALID-FB         PIC X(01).

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

      *-----------------------------------------*
      * Certidoes do fornecedor (119): C CND    *
      * federal, F FGTS, T trabalhista, E       *
      * estadual, M municipal.                  *
      *-----------------------------------------*
       FD CERTFORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CERTFORN.DAT".
       01 REG-CERT.
           03 CER-CHAVE.
               05 CER-FORN     PIC X(05).
               05 CER-TIPO     PIC X(01).
           03 CER-NUMERO       PIC X(20).
           03 CER-EMISSAO      PIC 9(08).
           03 CER-VALIDADE.
               05 CER-VAL-ANO  PIC 9(04).
               05 CER-VAL-MES  PIC 99.
               05 CER-VAL-DIA  PIC 99.

      *-----------------------------------------*
      * Ultima alteracao dos dados bancarios /  *
      * PIX do fornecedor (83): data, hora e    *
      * quem alterou.                           *
      *-----------------------------------------*
       FD FBCOALT
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FBCOALT.DAT".
       01 REG-FBCOALT.
           03 FBA-COD          PIC X(05).
           03 FBA-DATA         PIC 9(08).
           03 FBA-HORA         PIC 9(06).
           03 FBA-POR          PIC X(08).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-EMP               PIC XX.
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
           03 WS-SES-MM        PIC 99.
       77 WS-MIN-AGORA         PIC 9(04) VALUE ZEROS.
       77 WS-MIN-ULT           PIC 9(04) VALUE ZEROS.
       77 WS-MIN-DIF           PIC S9(04) VALUE ZEROS.
       77 WS-OPERADOR          PIC X(08) VALUE SPACES.
       77 WS-NIVEL             PIC 9 VALUE ZEROS.
       77 FS-LOG               PIC XX.
       77 WS-HORA-LOG          PIC 9(08) VALUE ZEROS.
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

      *----- segregacao: quem aprovou nao libera (AP) e quem
      *----- alterou o banco do fornecedor hoje nao paga (BP)
       77 FS-SOD               PIC XX.
       77 WS-SOD-OK            PIC X VALUE "S".
       88 SOD-OK-88              VALUE "S".
       77 FS-CER               PIC XX.
       77 WS-CER-OK            PIC X VALUE "S".
       88 CER-OK-88              VALUE "S".
       77 WS-CER-VENCIDA       PIC X VALUE "N".
       88 CER-VENCIDA-88         VALUE "S".
       77 WS-CER-MSG           PIC X(45) VALUE SPACES.
       77 WS-CER-HOJE          PIC 9(08) VALUE ZEROS.
       01 WS-CER-REF.
           03 WS-CER-ANO       PIC 9(04).
           03 WS-CER-MES       PIC 99.
           03 WS-CER-DIA       PIC 99.
       01 WS-CER-REF-N REDEFINES WS-CER-REF PIC 9(08).
       77 FS-FBA               PIC XX.
       77 WS-FBA-OK            PIC X VALUE "S".
       88 FBA-OK-88              VALUE "S".
       77 WS-SOD-COD           PIC X(02) VALUE SPACES.
       77 WS-SOD-ATIVA         PIC X VALUE "S".
       77 WS-SOD-LIBERA        PIC X VALUE "S".
       77 WS-AP-ATIVA          PIC X VALUE "S".
       88 AP-ATIVA-88            VALUE "S".
       77 WS-AP-LIBERA         PIC X VALUE "S".
       77 WS-BP-ATIVA          PIC X VALUE "S".
       88 BP-ATIVA-88            VALUE "S".
       77 WS-BP-LIBERA         PIC X VALUE "S".
       77 WS-SOD-PASSA         PIC X VALUE "S".
       88 SOD-PASSA-88           VALUE "S".
       77 WS-SOD-ACAO          PIC X VALUE SPACES.
       77 WS-SOD-MSG           PIC X(45) VALUE SPACES.
       77 WS-SOD-CONF          PIC X VALUE SPACES.
       77 WS-QTD-SOD           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CER           PIC 9(05) VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
       77 WS-FAV-AGEN          PIC X(06) VALUE SPACES.
       77 WS-FAV-CONTA         PIC X(11) VALUE SPACES.

       77 FS-GUI               PIC XX.
       77 WS-GUI-OK            PIC X VALUE "S".
       88 GUI-OK-88              VALUE "S".
       77 WS-QTD-SEMGUIA       PIC 9(05) VALUE ZEROS.
       77 WS-TIPO-INSC         PIC X(02) VALUE SPACES.
       77 FS-RCT               PIC XX.
       77 WS-ARQ-REM           PIC X(12) VALUE "REMESSA.TXT".
       77 WS-QTD-PENREM        PIC 9(05) VALUE ZEROS.
           03 RSB-CHAVE        PIC X(40).
           03 F                PIC X(167) VALUE SPACES.

      *-----------------------------------------*
      * Segmento O (conta de consumo / tributo  *
      * com codigo de barras de arrecadacao).   *
      *-----------------------------------------*
       01 REM-SEG-O.
           03 RSO-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSO-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "O".
           03 F                PIC X(03) VALUE "000".
           03 RSO-CODBAR       PIC X(44).
           03 RSO-CONCESS      PIC X(30).
           03 RSO-DATA-VCTO    PIC 9(08).
           03 RSO-DATA-PAG     PIC 9(08).
           03 RSO-VALOR-PAG    PIC 9(13)V99.
           03 RSO-SEUNUM       PIC X(20).
           03 F                PIC X(20) VALUE SPACES.
           03 F                PIC X(78) VALUE SPACES.

      *-----------------------------------------*
      * Segmento N (tributo sem codigo de       *
      * barras): complemento N2 p/DARF e N1     *
      * p/GPS, dados da guia do 21 (GUIA.DAT).  *
      *-----------------------------------------*
       01 REM-SEG-N.
           03 RSN-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
           03 F                PIC X(01) VALUE "3".
           03 RSN-SEQ          PIC 9(05).
           03 F                PIC X(01) VALUE "N".
           03 F                PIC X(03) VALUE "000".
           03 RSN-SEUNUM       PIC X(20).
           03 F                PIC X(20) VALUE SPACES.
           03 RSN-CONTRIB      PIC X(30).
           03 RSN-DATA-PAG     PIC 9(08).
           03 RSN-VALOR-PAG    PIC 9(13)V99.
           03 RSN-DARF.
               05 RSN-D-RECEITA    PIC 9(06).
               05 RSN-D-TIPO-INSC  PIC X(02).
               05 RSN-D-INSCR      PIC 9(14).
               05 RSN-D-IDENT      PIC X(02).
               05 RSN-D-PERIODO    PIC 9(08).
               05 RSN-D-REFER      PIC X(17).
               05 RSN-D-PRINCIPAL  PIC 9(13)V99.
               05 RSN-D-MULTA      PIC 9(13)V99.
               05 RSN-D-JUROS      PIC 9(13)V99.
               05 RSN-D-DATA-VCTO  PIC 9(08).
               05 F                PIC X(18).
           03 RSN-GPS REDEFINES RSN-DARF.
               05 RSN-G-RECEITA    PIC 9(06).
               05 RSN-G-TIPO-INSC  PIC X(02).
               05 RSN-G-INSCR      PIC 9(14).
               05 RSN-G-IDENT      PIC X(02).
               05 RSN-G-COMPET     PIC 9(06).
               05 RSN-G-VALOR-INSS PIC 9(13)V99.
               05 RSN-G-OUTRAS     PIC 9(13)V99.
               05 RSN-G-ATUALIZ    PIC 9(13)V99.
               05 F                PIC X(45).
           03 F                PIC X(10) VALUE SPACES.

       01 REM-TRAILER-LOTE.
           03 RTL-BANCO        PIC 9(03).
           03 F                PIC X(04) VALUE "0001".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O BANCO.
           IF FS = "61" OR FS = "91"
           OPEN INPUT FERIADO.
           IF FS-FER = "35"
               MOVE "N" TO WS-FER-OK.
           OPEN INPUT GUIA.
           IF FS-GUI = "35"
               MOVE "N" TO WS-GUI-OK.
           OPEN EXTEND LOG.
           IF FS-LOG = "35"
               OPEN OUTPUT LOG
               CLOSE LOG
               OPEN EXTEND LOG.
           OPEN INPUT FBCOALT.
           IF FS-FBA = "35"
               MOVE "N" TO WS-FBA-OK.
           OPEN INPUT SODREGRA.
           IF FS-SOD = "35"
               MOVE "N" TO WS-SOD-OK.
           OPEN INPUT CERTFORN.
           IF FS-CER = "35"
               MOVE "N" TO WS-CER-OK.
           MOVE "AP" TO WS-SOD-COD.
           PERFORM P-LE-REGRA THRU P-LE-REGRA-EXIT.
           MOVE WS-SOD-ATIVA TO WS-AP-ATIVA.
           MOVE WS-SOD-LIBERA TO WS-AP-LIBERA.
           MOVE "BP" TO WS-SOD-COD.
           PERFORM P-LE-REGRA THRU P-LE-REGRA-EXIT.
           MOVE WS-SOD-ATIVA TO WS-BP-ATIVA.
           MOVE WS-SOD-LIBERA TO WS-BP-LIBERA.
           PERFORM P-LE-OPERADOR THRU P-LE-OPERADOR-FIM.

       P01-TELA-1.
           DISPLAY TELA-1.
               INVALID KEY
                   DISPLAY (21 04) "!! < Conta Nao Cadastrada > !!"
                   GO TO P04-CONTA.
           IF EMPR-CONTA NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Conta de Outra Empresa > !!"
               GO TO P04-CONTA.
           DISPLAY (08 40) NOME-CONTA.
       P05-DADOS.
           ACCEPT (09 34) WS-BANCO-COD WITH PROMPT AUTO-SKIP.
           IF WS-INSCR-EMP = ZEROS
               PERFORM P-LE-EMPRESA THRU P-LE-EMPRESA-FIM.
           ACCEPT (10 34) WS-INSCR-EMP WITH UPDATE PROMPT AUTO-SKIP.
      *----- NSA automatico: ultimo da conta no controle + 1
           PERFORM P-PROXIMO-NSA THRU P-PROXIMO-NSA-EXIT.
           DISPLAY (11 34) WS-NSA.
           PERFORM P-GRAVA-HEADERS.
           MOVE ZEROS TO WS-QTD WS-TOTAL WS-SEQ-REG.
           MOVE ZEROS TO WS-QTD-SEMPIX WS-QTD-SEGB WS-QTD-SEMBCO.
           MOVE ZEROS TO WS-QTD-PENREM WS-QTD-SEMGUIA.
           MOVE ZEROS TO WS-QTD-SOD WS-QTD-CER.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-BUSCA-FIM.
       P-BUSCA-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-BUSCA-FIM.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-BUSCA-LER.
           IF DATA-CONF NOT = ZEROS
               GO TO P-BUSCA-LER.
           IF APROV-CHE = "P" OR APROV-CHE = "R"
               GO TO P-BUSCA-LER.
           IF TIPO-CHE = "T" OR TIPO-CHE = "E"
               GO TO P-BUSCA-LER.
      *----- liquido da folha sai so pela remessa de salarios
      *----- (109), por funcionario
           IF TIPO-CHE = "S"
               GO TO P-BUSCA-LER.
           IF FORMA-CHE NOT = "T" AND FORMA-CHE NOT = "P"
                                  AND FORMA-CHE NOT = "B"
                                  AND FORMA-CHE NOT = "A"
                                  AND FORMA-CHE NOT = "G"
               GO TO P-BUSCA-LER.
      *----- boleto/arrecadacao so sai na remessa com codigo de
      *----- barras (21)
           IF FORMA-CHE = "B" AND CODBAR-CHE = SPACES
               GO TO P-BUSCA-LER.
           IF FORMA-CHE = "A" AND CODBAR-CHE = SPACES
               GO TO P-BUSCA-LER.
           IF CONTA-CHE NOT = NOME-CONTA
               GO TO P-BUSCA-LER.
           IF DESCRI-CHE = "NULO "
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-BUSCA-LER.
      *----- guia sem os dados do tributo (21) nao sai na remessa
           IF FORMA-CHE = "G"
               PERFORM P-PEGA-GUIA THRU P-PEGA-GUIA-EXIT
               IF FS-GUI NOT = "00"
                   ADD 1 TO WS-QTD-SEMGUIA
                   PERFORM P-MOSTRA-REG
                   DISPLAY (21 04)
                       "!! GUIA SEM DADOS DO TRIBUTO - FORA !!"
                   ACCEPT (23 01) WS-P
                   DISPLAY (21 04) WS-LIMPA
                   GO TO P-BUSCA-LER.
           PERFORM P-MOSTRA-REG.
           DISPLAY (21 04) "Incluir na remessa ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               GO TO P-BUSCA-LER.
      *----- quem aprovou o lancamento (70) nao o manda ao banco
           IF AP-ATIVA-88 AND APROV-POR NOT = SPACES
              AND APROV-POR = WS-OPERADOR
               MOVE "!! SEGREGACAO: QUEM APROVOU NAO LIBERA !!"
                   TO WS-SOD-MSG
               MOVE WS-AP-LIBERA TO WS-SOD-LIBERA
               MOVE "P" TO WS-SOD-ACAO
               PERFORM P-BLOQUEIA-SOD THRU P-BLOQUEIA-SOD-EXIT
               IF NOT SOD-PASSA-88
                   ADD 1 TO WS-QTD-SOD
                   GO TO P-BUSCA-LER.
      *----- quem alterou hoje o banco/PIX do fornecedor (83)
      *----- nao manda pagamento a ele no mesmo dia
           IF BP-ATIVA-88 AND FBA-OK-88 AND FORN-CHE NOT = SPACES
               MOVE FORN-CHE TO FBA-COD
               READ FBCOALT
                   INVALID KEY
                       MOVE ZEROS TO FBA-DATA
               END-READ
               IF FBA-DATA = WS-DATA AND FBA-POR = WS-OPERADOR
                   MOVE "!! SEGREGACAO: ALTEROU BANCO (83) HOJE !!"
                       TO WS-SOD-MSG
                   MOVE WS-BP-LIBERA TO WS-SOD-LIBERA
                   MOVE "Q" TO WS-SOD-ACAO
                   PERFORM P-BLOQUEIA-SOD THRU P-BLOQUEIA-SOD-EXIT
                   IF NOT SOD-PASSA-88
                       ADD 1 TO WS-QTD-SOD
                       GO TO P-BUSCA-LER.
      *----- certidao do fornecedor (119) vencida no pagamento:
      *----- so vai ao banco com liberacao de supervisor
           PERFORM P-VERIFICA-CERT THRU P-VERIFICA-CERT-EXIT.
           IF CER-VENCIDA-88
               MOVE WS-CER-MSG TO WS-SOD-MSG
               MOVE "S" TO WS-SOD-LIBERA
               MOVE "T" TO WS-SOD-ACAO
               PERFORM P-BLOQUEIA-SOD THRU P-BLOQUEIA-SOD-EXIT
               IF NOT SOD-PASSA-88
                   ADD 1 TO WS-QTD-CER
                   GO TO P-BUSCA-LER.
           ADD 1 TO WS-QTD.
           ADD VALOR-CHE TO WS-TOTAL.
           IF FORMA-CHE = "B"
               PERFORM P-GRAVA-SEG-J
           ELSE
               IF FORMA-CHE = "A"
                   PERFORM P-GRAVA-SEG-O
               ELSE
                   IF FORMA-CHE = "G"
                       PERFORM P-GRAVA-SEG-N
                   ELSE
                       PERFORM P-GRAVA-SEG-A.
      *----- amarra o lancamento a remessa que o levou
           MOVE REG-BCO TO WS-JRN-ANTES.
           MOVE WS-NSA TO REMESSA-CHE.
                   CONTINUE.
           MOVE "A" TO WS-JRN-ACAO.
           PERFORM P-GRAVA-JRN THRU P-GRAVA-JRN-FIM.
           MOVE "M" TO WS-SOD-ACAO.
           PERFORM P-GRAVA-LOG.
           GO TO P-BUSCA-LER.

       P-BUSCA-FIM.
           IF WS-QTD-PENREM > ZEROS
               DISPLAY (13 04) "Em remessa pendente(fora:"
               DISPLAY (13 30) WS-QTD-PENREM.
           IF WS-QTD-SEMGUIA > ZEROS
               DISPLAY (14 04) "Guia sem dados (fora)...:"
               DISPLAY (14 30) WS-QTD-SEMGUIA.
           IF WS-QTD-SOD > ZEROS
               DISPLAY (15 04) "Barrado segregacao(fora):"
               DISPLAY (15 30) WS-QTD-SOD.
           IF WS-QTD-CER > ZEROS
               DISPLAY (16 04) "Certidao vencida (fora).:"
               DISPLAY (16 30) WS-QTD-CER.
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           PERFORM P-FIM.
           EXIT.

      *-----------------------------------------*
      * Proximo NSA da conta pelo controle, so' *
      * com as remessas da empresa do login (o  *
      * NSA seguinte, se ja' gravado por outra  *
      * empresa, tambem e' pulado).             *
      *-----------------------------------------*
       P-PROXIMO-NSA.
           MOVE ZEROS TO WS-NSA.
                   MOVE "10" TO FS-RCT
               ELSE
                   IF REM-NSA > WS-NSA
                       AND (REM-EMPR = WS-EMPR-SES
                            OR REM-NSA = WS-NSA + 1)
                       MOVE REM-NSA TO WS-NSA.

      *-----------------------------------------*
           MOVE WS-TOTAL TO REM-TOTAL.
           MOVE "G" TO REM-SIT.
           MOVE WS-ARQ-REM TO REM-ARQ.
           MOVE WS-EMPR-SES TO REM-EMPR.
           WRITE REG-REMCTL
               INVALID KEY
                   REWRITE REG-REMCTL
           MOVE NUM-CHE TO RSJ-SEUNUM.
           WRITE REG-REMESSA FROM REM-SEG-J.

      *-----------------------------------------*
       P-GRAVA-SEG-O.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSO-BANCO.
           MOVE WS-SEQ-REG TO RSO-SEQ.
           MOVE CODBAR-CHE TO RSO-CODBAR.
           MOVE SPACES TO RSO-CONCESS.
           MOVE DESCRI-CHE-GRP TO RSO-CONCESS.
           MOVE ZEROS TO RSO-DATA-VCTO.
           MOVE DIA-CHE TO RSO-DATA-VCTO(1:2).
           MOVE MES-CHE TO RSO-DATA-VCTO(3:2).
           MOVE ANO-CHE TO RSO-DATA-VCTO(5:4).
      *----- data de pagamento rolada p/o proximo dia util
           MOVE DIA-CHE TO WS-UD-DIA.
           MOVE MES-CHE TO WS-UD-MES.
           MOVE ANO-CHE TO WS-UD-ANO.
           PERFORM P-ROLA-UTIL THRU P-ROLA-UTIL-EXIT.
           MOVE ZEROS TO RSO-DATA-PAG.
           MOVE WS-UD-DIA TO RSO-DATA-PAG(1:2).
           MOVE WS-UD-MES TO RSO-DATA-PAG(3:2).
           MOVE WS-UD-ANO TO RSO-DATA-PAG(5:4).
           MOVE VALOR-CHE TO RSO-VALOR-PAG.
           MOVE SPACES TO RSO-SEUNUM.
           MOVE NUM-CHE TO RSO-SEUNUM.
           WRITE REG-REMESSA FROM REM-SEG-O.

      *-----------------------------------------*
       P-GRAVA-SEG-N.
           ADD 1 TO WS-SEQ-REG.
           MOVE WS-BANCO-COD TO RSN-BANCO.
           MOVE WS-SEQ-REG TO RSN-SEQ.
           MOVE SPACES TO RSN-SEUNUM.
           MOVE NUM-CHE TO RSN-SEUNUM.
           MOVE SPACES TO RSN-CONTRIB.
           MOVE RHA-EMPRESA TO RSN-CONTRIB.
      *----- data de pagamento rolada p/o proximo dia util
           MOVE DIA-CHE TO WS-UD-DIA.
           MOVE MES-CHE TO WS-UD-MES.
           MOVE ANO-CHE TO WS-UD-ANO.
           PERFORM P-ROLA-UTIL THRU P-ROLA-UTIL-EXIT.
           MOVE ZEROS TO RSN-DATA-PAG.
           MOVE WS-UD-DIA TO RSN-DATA-PAG(1:2).
           MOVE WS-UD-MES TO RSN-DATA-PAG(3:2).
           MOVE WS-UD-ANO TO RSN-DATA-PAG(5:4).
           MOVE VALOR-CHE TO RSN-VALOR-PAG.
           MOVE SPACES TO RSN-DARF.
      *----- contribuinte: 01 CPF, 02 CNPJ
           MOVE "02" TO WS-TIPO-INSC.
           IF GUI-INSCR < 100000000000
               MOVE "01" TO WS-TIPO-INSC.
           IF GUI-TIPO = "G"
               MOVE GUI-RECEITA TO RSN-G-RECEITA
               MOVE WS-TIPO-INSC TO RSN-G-TIPO-INSC
               MOVE GUI-INSCR TO RSN-G-INSCR
               MOVE "17" TO RSN-G-IDENT
               MOVE GUI-PERIODO(3:6) TO RSN-G-COMPET
               MOVE GUI-PRINCIPAL TO RSN-G-VALOR-INSS
               MOVE ZEROS TO RSN-G-OUTRAS
               COMPUTE RSN-G-ATUALIZ = GUI-MULTA + GUI-JUROS
           ELSE
               MOVE GUI-RECEITA TO RSN-D-RECEITA
               MOVE WS-TIPO-INSC TO RSN-D-TIPO-INSC
               MOVE GUI-INSCR TO RSN-D-INSCR
               MOVE "16" TO RSN-D-IDENT
               MOVE GUI-PERIODO TO RSN-D-PERIODO
               MOVE GUI-REFER TO RSN-D-REFER
               MOVE GUI-PRINCIPAL TO RSN-D-PRINCIPAL
               MOVE GUI-MULTA TO RSN-D-MULTA
               MOVE GUI-JUROS TO RSN-D-JUROS
               MOVE ZEROS TO RSN-D-DATA-VCTO
               MOVE DIA-CHE TO RSN-D-DATA-VCTO(1:2)
               MOVE MES-CHE TO RSN-D-DATA-VCTO(3:2)
               MOVE ANO-CHE TO RSN-D-DATA-VCTO(5:4).
           WRITE REG-REMESSA FROM REM-SEG-N.

      *-----------------------------------------*
      * Dados do tributo da guia do item (21).  *
      *-----------------------------------------*
       P-PEGA-GUIA.
           MOVE "23" TO FS-GUI.
           IF NOT GUI-OK-88
               GO TO P-PEGA-GUIA-EXIT.
           MOVE NUM-CHE TO GUI-NUM.
           READ GUIA
               INVALID KEY
                   MOVE "23" TO FS-GUI.
       P-PEGA-GUIA-EXIT.
           EXIT.

      *-----------------------------------------*
       P-GRAVA-SEG-B.
           ADD 1 TO WS-SEQ-REG.
           DISPLAY (10 25) DESCRI-CHE DESCRI2-CHE.
           DISPLAY (11 25) DIA-CHE "/" MES-CHE "/" ANO-CHE.
           DISPLAY (12 25) VALOR-CHE.
           MOVE INSCR-CHE TO WS-LGPD-INSCR.
           PERFORM P-LGPD-MASCARA THRU P-LGPD-MASCARA-FIM.
           DISPLAY (13 25) WS-LGPD-MASC.
           IF LGPD-ABERTO-88
               MOVE "X" TO WS-LGPD-ACAO
               MOVE NUM-CHE TO WS-LGPD-CHAVE
               PERFORM P-GRAVA-LOG-LGPD THRU P-GRAVA-LOG-LGPD-FIM.


      *-----------------------------------------*

       P-FIM.
           PERFORM P-SUJA-PAINEL THRU P-SUJA-PAINEL-FIM.
           CLOSE BANCO CONTA REMCTL LOG.
           IF SOD-OK-88
               CLOSE SODREGRA.
           IF CER-OK-88
               CLOSE CERTFORN.
           IF FBA-OK-88
               CLOSE FBCOALT.
           IF FER-OK-88
               CLOSE FERIADO.
           IF FB-OK-88
               CLOSE FORNBCO.
           IF GUI-OK-88
               CLOSE GUIA.
           DISPLAY (01 01) ERASE.
           CHAIN "BANCO.COM".

           ACCEPT WS-JRN-HORA FROM TIME.
           MOVE WS-JRN-DATA TO JRN-DATA.
           MOVE WS-JRN-HORA(1:6) TO JRN-HORA.
           MOVE WS-OPERADOR TO JRN-OPERADOR.
           MOVE "BANCO53" TO JRN-PROGRAMA.
           MOVE WS-JRN-ACAO TO JRN-ACAO.
           MOVE WS-JRN-ANTES TO JRN-ANTES.
           CLOSE PAINEL.
       P-SUJA-PAINEL-FIM.
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
           ACCEPT WS-HORA-LOG FROM TIME.
           ACCEPT WS-LGPD-DATA FROM DATE YYYYMMDD.
           MOVE WS-LGPD-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-LGPD-ACAO TO LOG-ACAO.
           MOVE WS-LGPD-CHAVE TO LOG-NUM-CHE.
           MOVE "BANCO53" TO LOG-PROGRAMA.
           WRITE REG-LOG.
       P-GRAVA-LOG-LGPD-FIM.
           EXIT.

       P-GRAVA-LOG.
           ACCEPT WS-HORA-LOG FROM TIME.
           MOVE WS-DATA TO LOG-DATA.
           MOVE WS-HORA-LOG(1:6) TO LOG-HORA.
           MOVE WS-OPERADOR TO LOG-OPERADOR.
           MOVE WS-SOD-ACAO TO LOG-ACAO.
           MOVE NUM-CHE TO LOG-NUM-CHE.
           MOVE "BANCO53" TO LOG-PROGRAMA.
           WRITE REG-LOG.

      *-----------------------------------------*
      * Le a regra WS-SOD-COD gravada no 113;   *
      * sem ela vale ativa, com liberacao de    *
      * supervisor.                             *
      *-----------------------------------------*
       P-LE-REGRA.
           MOVE "S" TO WS-SOD-ATIVA WS-SOD-LIBERA.
           IF NOT SOD-OK-88
               GO TO P-LE-REGRA-EXIT.
           MOVE WS-SOD-COD TO COD-SOD.
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
           DISPLAY (21 04) WS-SOD-MSG.
           ACCEPT (23 01) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-LIBERA NOT = "S" OR WS-NIVEL < 3
               GO TO P-BLOQUEIA-SOD-EXIT.
           DISPLAY (21 04) "Supervisor libera a remessa ?  < S/N >".
           ACCEPT (21 45) WS-SOD-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-SOD-CONF NOT = "S" AND WS-SOD-CONF NOT = "s"
               GO TO P-BLOQUEIA-SOD-EXIT.
           MOVE "S" TO WS-SOD-PASSA.
           PERFORM P-GRAVA-LOG.
       P-BLOQUEIA-SOD-EXIT.
           EXIT.

      *-----------------------------------------*
      * CNPJ e razao social da empresa do      *
      * login (cadastro 118), quando houver.    *
      *-----------------------------------------*
       P-LE-EMPRESA.
           OPEN INPUT EMPRESA.
           IF FS-EMP NOT = "00"
               GO TO P-LE-EMPRESA-FIM.
           MOVE WS-EMPR-SES TO EMP-COD.
           READ EMPRESA
               INVALID KEY GO TO P-LE-EMPRESA-FECHA.
           MOVE EMP-CNPJ TO WS-INSCR-EMP.
           MOVE EMP-RAZAO TO RHA-EMPRESA RHL-EMPRESA.
       P-LE-EMPRESA-FECHA.
           CLOSE EMPRESA.
       P-LE-EMPRESA-FIM.
           EXIT.

      *-----------------------------------------*
      * Certidoes do fornecedor (119) na data   *
      * do pagamento (vencimento, ou hoje se ja *
      * passou): a primeira vencida fica em     *
      * REG-CERT e WS-CER-MSG.  Fornecedor sem  *
      * certidao cadastrada nao e' cobrado.     *
      *-----------------------------------------*
       P-VERIFICA-CERT.
           MOVE "N" TO WS-CER-VENCIDA.
           MOVE SPACES TO WS-CER-MSG.
           IF NOT CER-OK-88 OR FORN-CHE = SPACES
               GO TO P-VERIFICA-CERT-EXIT.
           ACCEPT WS-CER-HOJE FROM DATE YYYYMMDD.
           MOVE ANO-CHE TO WS-CER-ANO.
           MOVE MES-CHE TO WS-CER-MES.
           MOVE DIA-CHE TO WS-CER-DIA.
           IF WS-CER-REF-N < WS-CER-HOJE
               MOVE WS-CER-HOJE TO WS-CER-REF-N.
           MOVE FORN-CHE TO CER-FORN.
           MOVE SPACES TO CER-TIPO.
           START CERTFORN KEY IS NOT LESS THAN CER-CHAVE
               INVALID KEY GO TO P-VERIFICA-CERT-EXIT.
       P-VERIFICA-CERT-LER.
           READ CERTFORN NEXT RECORD
               AT END GO TO P-VERIFICA-CERT-EXIT.
           IF CER-FORN NOT = FORN-CHE
               GO TO P-VERIFICA-CERT-EXIT.
           IF CER-VALIDADE NOT < WS-CER-REF
               GO TO P-VERIFICA-CERT-LER.
           MOVE "S" TO WS-CER-VENCIDA.
           STRING "!! CERTIDAO " CER-TIPO " VENCIDA EM "
                  CER-VAL-DIA "/" CER-VAL-MES "/" CER-VAL-ANO
                  " (119) !!" DELIMITED BY SIZE INTO WS-CER-MSG.
       P-VERIFICA-CERT-EXIT.
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
