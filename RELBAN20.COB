       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN20.
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
           SELECT ARQ ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-ARQ.
           SELECT FORN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS-FORN.
           SELECT FORNTRIB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FT
                  FILE STATUS IS FS-FT.
           SELECT EXPORT ASSIGN TO DISK
                  ORGANIZATION IS SEQUENTIAL
                  FILE STATUS IS FS-EXPORT.
           SELECT RELATO ASSIGN TO PRINTER.
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

       FD BANCO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "BCO.DAT".
       COPY "BCOREC.CPY" REPLACING ==REC-NAME== BY ==REG-BCO==.

      *-----------------------------------------*
      * Imagem anual do arquivo morto (29/61),  *
      * lida direto, sem restaurar nada.        *
      *-----------------------------------------*
       FD ARQ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS WS-ARQ-ARCH.
       01 REG-ARQ                  PIC X(326).

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

      *----- receita do DARF e municipio do ISS (37)
       FD FORNTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNTRIB.DAT".
       01 REG-FORNTRIB.
           03 COD-FT           PIC X(05).
           03 RECEITA-FT       PIC 9(06).
           03 MUNIC-FT         PIC X(15).

      *-----------------------------------------*
      * Arquivo do ano p/o escritorio contabil  *
      * (RENDaaaa.TXT), posicional, 80 bytes:   *
      * 1 = fonte pagadora, 2 = beneficiario,   *
      * 3 = mes do beneficiario, 9 = totais.    *
      *-----------------------------------------*
       FD EXPORT             LABEL RECORD IS STANDARD
                               VALUE OF FILE-ID IS WS-ARQ-EXP.
       01 REG-EXPORT           PIC X(80).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-ARQ               PIC XX.
       77 FS-FORN              PIC XX.
       77 FS-FT                PIC XX.
       77 FS-EXPORT            PIC XX.
       77 WS-ARQ-ARCH          PIC X(12) VALUE SPACES.
       77 WS-ARQ-EXP           PIC X(12) VALUE SPACES.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-FORN-OK           PIC X VALUE "S".
       88 FORN-OK-88             VALUE "S".
       77 WS-FT-OK             PIC X VALUE "S".
       88 FT-OK-88               VALUE "S".
       77 WS-EXPORTA           PIC X VALUE "N".
       88 EXPORTA-88             VALUE "S".

       77 WS-ANO-C             PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ARQ           PIC 9(04) VALUE ZEROS.
       77 WS-QTD-ARQ           PIC 9 VALUE ZEROS.
       77 WS-INSCR-EMP         PIC 9(14) VALUE ZEROS.
       77 WS-MES-PAG           PIC 99 VALUE ZEROS.
       77 WS-BRUTO             PIC 9(08)V99 VALUE ZEROS.

      *----- beneficiarios do ano (fornecedor + CNPJ/CPF)
       77 WS-MAX-BEN           PIC 9(03) VALUE 300.
       77 WS-QTD-BEN           PIC 9(03) VALUE ZEROS.
       77 WS-QTD-FORA          PIC 9(05) VALUE ZEROS.
       77 WS-IDX               PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU             PIC 9(03) VALUE ZEROS.
       77 WS-MES-I             PIC 99 VALUE ZEROS.
       01 WS-TAB-BEN.
           03 WS-TB OCCURS 300.
               05 TB-FORN      PIC X(05).
               05 TB-INSCR     PIC 9(14).
               05 TB-NOME      PIC X(20).
               05 TB-RECEITA   PIC 9(06).
      *----- V = valido, Z = sem CNPJ/CPF, I = DV nao confere
               05 TB-SIT       PIC X(01).
               05 TB-MES OCCURS 12.
                   07 TB-BRUTO PIC 9(10)V99.
                   07 TB-IRRF  PIC 9(10)V99.
                   07 TB-ISS   PIC 9(10)V99.

       77 WS-T-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-T-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WS-T-ISS             PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WS-G-ISS             PIC 9(11)V99 VALUE ZEROS.
       77 WS-QTD-INFORME       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCECAO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REG-EXP       PIC 9(08) VALUE ZEROS.
       77 WS-MOSTRA-QTD        PIC ZZ.ZZ9 VALUE ZEROS.

      *----- digitos verificadores de CPF/CNPJ
       77 WS-ERRO              PIC X VALUE "N".
       88 ERRO-88                VALUE "S".
       77 WS-DV-I              PIC 99 VALUE ZEROS.
       77 WS-DV-SOMA           PIC 9(05) VALUE ZEROS.
       77 WS-DV-DIG            PIC 9 VALUE ZEROS.
       77 WS-DV-CALC           PIC 99 VALUE ZEROS.
       77 WS-DV-RESTO          PIC 99 VALUE ZEROS.
       77 WS-DV-QUOC           PIC 9(04) VALUE ZEROS.
       77 WS-CPF               PIC 9(11) VALUE ZEROS.

       01 WS-PESOS-CNPJ1-V     PIC X(12) VALUE "543298765432".
       01 WS-PESOS-CNPJ1-R REDEFINES WS-PESOS-CNPJ1-V.
           03 WS-PC1 OCCURS 12 TIMES PIC 9.
       01 WS-PESOS-CNPJ2-V     PIC X(13) VALUE "6543298765432".
       01 WS-PESOS-CNPJ2-R REDEFINES WS-PESOS-CNPJ2-V.
           03 WS-PC2 OCCURS 13 TIMES PIC 9.

       01 WS-NOMES-MES-V.
           03 F PIC X(27) VALUE "JANFEVMARABRMAIJUNJULAGOSET".
           03 F PIC X(09) VALUE "OUTNOVDEZ".
       01 WS-NOMES-MES-R REDEFINES WS-NOMES-MES-V.
           03 WS-NOME-MES OCCURS 12 TIMES PIC X(03).

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(02) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(37) VALUE "INFORME DE RENDIMENTOS - ANO-CALEND. ".
           02 ANO-TIT PIC 9(04).

       01 LINHA-FONTE.
           02 f pic x(02) value spaces.
           02 F PIC X(24) VALUE "FONTE PAGADORA   CNPJ : ".
           02 FONTE-DET PIC 9(14).

       01 LINHA-BENEF.
           02 f pic x(02) value spaces.
           02 F PIC X(13) VALUE "BENEFICIARIO ".
           02 FORN-BEN PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-BEN PIC X(20).
           02 f pic x(01) value spaces.
           02 TIPO-BEN PIC X(05).
           02 INSCR-BEN PIC X(18).

       01 LINHA-RECEITA.
           02 f pic x(02) value spaces.
           02 F PIC X(24) VALUE "CODIGO DE RECEITA IRRF: ".
           02 RECEITA-BEN PIC 9(04).

       01 LINHA-SUB.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "MES      RENDIMENTO BRUTO    IRRF RETI".
           02 F PIC X(24) VALUE
              "DO      ISS RETIDO".

       01 LINHA-MES.
           02 f pic x(02) value spaces.
           02 MES-LIN PIC X(03).
           02 f pic x(04) value spaces.
           02 BRUTO-LIN PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 IRRF-LIN PIC ZZ.ZZZ.ZZ9,99.
           02 f pic x(02) value spaces.
           02 ISS-LIN PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-EXC-TIT.
           02 f pic x(02) value spaces.
           02 F PIC X(38) VALUE
              "FORA DO INFORME E DO ARQUIVO: CNPJ/CPF".
           02 F PIC X(24) VALUE
              " AUSENTE OU INVALIDO".

       01 LINHA-EXC.
           02 f pic x(02) value spaces.
           02 FORN-EXC PIC X(05).
           02 f pic x(01) value spaces.
           02 NOME-EXC PIC X(20).
           02 f pic x(01) value spaces.
           02 INSCR-EXC PIC 9(14).
           02 f pic x(01) value spaces.
           02 SIT-EXC PIC X(08).
           02 RETIDO-EXC PIC ZZ.ZZZ.ZZ9,99.

       01 LINHA-TOTAL.
           02 f pic x(02) value spaces.
           02 TIT-TOTAL PIC X(32).
           02 VALOR-TOTAL PIC Z.ZZZ.ZZZ.ZZ9,99.

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".

      *----- registros do arquivo p/o contador
       01 EXP-FONTE.
           02 F                PIC X(01) VALUE "1".
           02 EXF-INSCR        PIC 9(14).
           02 EXF-ANO          PIC 9(04).
           02 EXF-DATA         PIC 9(08).
           02 F                PIC X(53) VALUE SPACES.

       01 EXP-BENEF.
           02 F                PIC X(01) VALUE "2".
      *----- 1 = pessoa fisica (CPF), 2 = pessoa juridica (CNPJ)
           02 EXB-TIPO         PIC 9(01).
           02 EXB-INSCR        PIC 9(14).
           02 EXB-NOME         PIC X(20).
           02 EXB-RECEITA      PIC 9(04).
           02 EXB-BRUTO        PIC 9(11)V99.
           02 EXB-IRRF         PIC 9(11)V99.
           02 EXB-ISS          PIC 9(11)V99.
           02 F                PIC X(01) VALUE SPACES.

       01 EXP-MES.
           02 F                PIC X(01) VALUE "3".
           02 EXM-INSCR        PIC 9(14).
           02 EXM-RECEITA      PIC 9(04).
           02 EXM-MES          PIC 9(02).
           02 EXM-BRUTO        PIC 9(11)V99.
           02 EXM-IRRF         PIC 9(11)V99.
           02 EXM-ISS          PIC 9(11)V99.
           02 F                PIC X(20) VALUE SPACES.

       01 EXP-TOTAL.
           02 F                PIC X(01) VALUE "9".
           02 EXT-QTD-BEN      PIC 9(06).
           02 EXT-QTD-REG      PIC 9(08).
           02 EXT-BRUTO        PIC 9(11)V99.
           02 EXT-IRRF         PIC 9(11)V99.
           02 EXT-ISS          PIC 9(11)V99.
           02 F                PIC X(26) VALUE SPACES.
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " INFORME DE RENDIMENTOS " BLINK.
           02 LINE 08 COLUMN 04 VALUE "Ano-calendario (aaaa)......=".
           02 LINE 09 COLUMN 04 VALUE "CNPJ da fonte pagadora.....=".
           02 LINE 10 COLUMN 04 VALUE "Gera arquivo p/contador S/N=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN INPUT BANCO.
           IF FS = "35"
               DISPLAY (10 10) "!! ARQUIVO BCO.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT FORN.
           IF FS-FORN = "35"
               MOVE "N" TO WS-FORN-OK.
           OPEN INPUT FORNTRIB.
           IF FS-FT = "35"
               MOVE "N" TO WS-FT-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (22 14) "<ANO = 0000 , Sai do Informe".
       P04-DADOS.
           MOVE ZEROS TO WS-ANO-C.
           ACCEPT (08 33) WS-ANO-C WITH PROMPT AUTO-SKIP.
           IF WS-ANO-C = ZEROS
               PERFORM P-FIM.
           IF WS-ANO-C < 2000 OR WS-ANO-C > ANO
               GO TO P04-DADOS.
       P05-FONTE.
           ACCEPT (09 33) WS-INSCR-EMP WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-INSCR-EMP = ZEROS
               GO TO P05-FONTE.
           MOVE "N" TO WS-EXPORTA.
           ACCEPT (10 33) WS-EXPORTA WITH PROMPT AUTO-SKIP.
           IF WS-EXPORTA = "s"
               MOVE "S" TO WS-EXPORTA.
           DISPLAY (21 04) "Somando o ano...".
           MOVE ZEROS TO WS-QTD-BEN WS-QTD-FORA WS-QTD-ARQ.
           MOVE ZEROS TO WS-G-BRUTO WS-G-IRRF WS-G-ISS.
           MOVE ZEROS TO WS-QTD-INFORME WS-QTD-EXCECAO.
           MOVE ZEROS TO WS-QTD-REG-EXP.
      *----- ano corrente (BCO.DAT) e arquivos mortos vizinhos:
      *----- o 29 arquiva pelo vencimento, o informe vai pelo
      *----- pagamento (DATA-CONF)
           PERFORM P-SOMA-ATUAL THRU P-SOMA-ATUAL-EXIT.
           COMPUTE WS-ANO-ARQ = WS-ANO-C - 1.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           MOVE WS-ANO-C TO WS-ANO-ARQ.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           COMPUTE WS-ANO-ARQ = WS-ANO-C + 1.
           PERFORM P-SOMA-ARQ THRU P-SOMA-ARQ-EXIT.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (12 04) "Arquivos mortos lidos......:".
           DISPLAY (12 33) WS-QTD-ARQ.
           IF WS-QTD-BEN = ZEROS
               DISPLAY (21 04) "!! NENHUM PAGAMENTO NO ANO !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P01-TELA-1.
           PERFORM P06-IMPRIME THRU P06-IMPRIME-EXIT.
           MOVE WS-QTD-INFORME TO WS-MOSTRA-QTD.
           DISPLAY (13 04) "Informes emitidos..........:".
           DISPLAY (13 33) WS-MOSTRA-QTD.
           MOVE WS-QTD-EXCECAO TO WS-MOSTRA-QTD.
           DISPLAY (14 04) "Fora (CNPJ/CPF com erro)...:".
           DISPLAY (14 33) WS-MOSTRA-QTD.
           IF WS-QTD-FORA > ZEROS
               MOVE WS-QTD-FORA TO WS-MOSTRA-QTD
               DISPLAY (15 04) "Pagtos fora (tabela cheia).:"
               DISPLAY (15 33) WS-MOSTRA-QTD.
           IF EXPORTA-88
               DISPLAY (16 04) "Exportado p/"
               DISPLAY (16 16) WS-ARQ-EXP.
           DISPLAY (21 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P01-TELA-1.

      *-----------------------------------------*
       P-SOMA-ATUAL.
           MOVE SPACES TO NUM-CHE.
           START BANCO KEY IS NOT LESS THAN NUM-CHE
               INVALID KEY GO TO P-SOMA-ATUAL-EXIT.
       P-SOMA-ATUAL-LER.
           READ BANCO NEXT RECORD
               AT END GO TO P-SOMA-ATUAL-EXIT.
           IF EMPR-CHE NOT = WS-EMPR-SES
               GO TO P-SOMA-ATUAL-LER.
           PERFORM P-FILTRA THRU P-FILTRA-EXIT.
           GO TO P-SOMA-ATUAL-LER.
       P-SOMA-ATUAL-EXIT.
           EXIT.

      *-----------------------------------------*
       P-SOMA-ARQ.
           MOVE SPACES TO WS-ARQ-ARCH.
           STRING "BCO" WS-ANO-ARQ ".DAT" DELIMITED BY SIZE
               INTO WS-ARQ-ARCH.
           OPEN INPUT ARQ.
           IF FS-ARQ NOT = "00"
               GO TO P-SOMA-ARQ-EXIT.
           ADD 1 TO WS-QTD-ARQ.
       P-SOMA-ARQ-LER.
           READ ARQ
               AT END
                   CLOSE ARQ
                   GO TO P-SOMA-ARQ-EXIT.
      *----- imagem do registro anual na area de BCO.DAT p/usar
      *----- os mesmos nomes de campo
           MOVE REG-ARQ TO REG-BCO.
           PERFORM P-FILTRA THRU P-FILTRA-EXIT.
           GO TO P-SOMA-ARQ-LER.
       P-SOMA-ARQ-EXIT.
           EXIT.

      *-----------------------------------------*
      * Pagamento a fornecedor (ou a CNPJ/CPF   *
      * informado) quitado no ano-calendario.   *
      *-----------------------------------------*
       P-FILTRA.
           IF DESCRI-CHE = "NULO "
               GO TO P-FILTRA-EXIT.
           IF DATA-CONF = ZEROS
               GO TO P-FILTRA-EXIT.
           IF DATA-CONF(5:2) NOT = WS-ANO-C(3:2)
               GO TO P-FILTRA-EXIT.
           IF FORN-CHE = SPACES AND INSCR-CHE = ZEROS
               GO TO P-FILTRA-EXIT.
           MOVE DATA-CONF(3:2) TO WS-MES-PAG.
           IF WS-MES-PAG = ZEROS OR WS-MES-PAG > 12
               GO TO P-FILTRA-EXIT.
      *----- lancamento sem retencao nao tem bruto gravado
           MOVE VALOR-BRUTO-CHE TO WS-BRUTO.
           IF WS-BRUTO = ZEROS
               MOVE VALOR-CHE TO WS-BRUTO.
           PERFORM P-PROCURA-BEN.
           IF WS-ACHOU = ZEROS
               PERFORM P-NOVO-BEN THRU P-NOVO-BEN-EXIT.
           IF WS-ACHOU = ZEROS
               ADD 1 TO WS-QTD-FORA
               GO TO P-FILTRA-EXIT.
           ADD WS-BRUTO TO TB-BRUTO(WS-ACHOU WS-MES-PAG).
           ADD RET-IRRF-CHE TO TB-IRRF(WS-ACHOU WS-MES-PAG).
           ADD RET-ISS-CHE TO TB-ISS(WS-ACHOU WS-MES-PAG).
       P-FILTRA-EXIT.
           EXIT.

       P-PROCURA-BEN.
           MOVE ZEROS TO WS-ACHOU.
           MOVE 1 TO WS-IDX.
           PERFORM P-PROCURA-BEN-LOOP
               UNTIL WS-IDX > WS-QTD-BEN OR WS-ACHOU > ZEROS.

       P-PROCURA-BEN-LOOP.
           IF TB-FORN(WS-IDX) = FORN-CHE
              AND TB-INSCR(WS-IDX) = INSCR-CHE
               MOVE WS-IDX TO WS-ACHOU.
           ADD 1 TO WS-IDX.

      *-----------------------------------------*
      * Beneficiario novo: nome do cadastro (ou *
      * do favorecido), receita do DARF (37) e  *
      * critica do CNPJ/CPF.                    *
      *-----------------------------------------*
       P-NOVO-BEN.
           IF WS-QTD-BEN NOT < WS-MAX-BEN
               GO TO P-NOVO-BEN-EXIT.
           ADD 1 TO WS-QTD-BEN.
           MOVE WS-QTD-BEN TO WS-ACHOU.
           MOVE FORN-CHE TO TB-FORN(WS-ACHOU).
           MOVE INSCR-CHE TO TB-INSCR(WS-ACHOU).
           MOVE DESCRI-CHE-GRP TO TB-NOME(WS-ACHOU).
           IF FORN-OK-88 AND FORN-CHE NOT = SPACES
               MOVE FORN-CHE TO COD-FORN
               READ FORN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE NOME-FORN TO TB-NOME(WS-ACHOU).
           MOVE ZEROS TO TB-RECEITA(WS-ACHOU).
           IF FT-OK-88 AND FORN-CHE NOT = SPACES
               MOVE FORN-CHE TO COD-FT
               READ FORNTRIB
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RECEITA-FT TO TB-RECEITA(WS-ACHOU).
           IF TB-RECEITA(WS-ACHOU) = ZEROS
               IF INSCR-CHE > 99999999999
                   MOVE 1708 TO TB-RECEITA(WS-ACHOU)
               ELSE
                   MOVE 0588 TO TB-RECEITA(WS-ACHOU).
           MOVE "V" TO TB-SIT(WS-ACHOU).
           IF INSCR-CHE = ZEROS
               MOVE "Z" TO TB-SIT(WS-ACHOU)
           ELSE
               MOVE "N" TO WS-ERRO
               PERFORM P-TESTA-INSCR THRU P-TESTA-INSCR-FIM
               IF ERRO-88
                   MOVE "I" TO TB-SIT(WS-ACHOU).
           MOVE 1 TO WS-MES-I.
           PERFORM P-ZERA-MES UNTIL WS-MES-I > 12.
       P-NOVO-BEN-EXIT.
           EXIT.

       P-ZERA-MES.
           MOVE ZEROS TO TB-BRUTO(WS-ACHOU WS-MES-I).
           MOVE ZEROS TO TB-IRRF(WS-ACHOU WS-MES-I).
           MOVE ZEROS TO TB-ISS(WS-ACHOU WS-MES-I).
           ADD 1 TO WS-MES-I.

      *-----------------------------------------*
      * Digitos verificadores de CPF (11 dig.   *
      * nas posicoes 4-14) ou CNPJ (14 dig.).   *
      *-----------------------------------------*
       P-TESTA-INSCR.
      *----- prefixo 000 pode ser CPF ou CNPJ de base baixa;
      *----- so aponta erro quando as duas criticas falham
           IF INSCR-CHE(1:3) = "000"
               PERFORM P-VALIDA-CPF THRU P-VALIDA-CPF-FIM
               IF ERRO-88
                   MOVE "N" TO WS-ERRO
                   PERFORM P-VALIDA-CNPJ THRU P-VALIDA-CNPJ-FIM
               END-IF
           ELSE
               PERFORM P-VALIDA-CNPJ THRU P-VALIDA-CNPJ-FIM.
       P-TESTA-INSCR-FIM.
           EXIT.

       P-VALIDA-CPF.
           MOVE INSCR-CHE(4:11) TO WS-CPF.
           MOVE ZEROS TO WS-DV-SOMA.
           MOVE 1 TO WS-DV-I.
       P-VALIDA-CPF-DV1.
           IF WS-DV-I < 10
               MOVE WS-CPF(WS-DV-I:1) TO WS-DV-DIG
               COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                   WS-DV-DIG * (11 - WS-DV-I)
               ADD 1 TO WS-DV-I
               GO TO P-VALIDA-CPF-DV1.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA * 10.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO = 10
               MOVE ZEROS TO WS-DV-RESTO.
           MOVE WS-CPF(10:1) TO WS-DV-DIG.
           IF WS-DV-RESTO NOT = WS-DV-DIG
               MOVE "S" TO WS-ERRO
               GO TO P-VALIDA-CPF-FIM.
           MOVE ZEROS TO WS-DV-SOMA.
           MOVE 1 TO WS-DV-I.
       P-VALIDA-CPF-DV2.
           IF WS-DV-I < 11
               MOVE WS-CPF(WS-DV-I:1) TO WS-DV-DIG
               COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                   WS-DV-DIG * (12 - WS-DV-I)
               ADD 1 TO WS-DV-I
               GO TO P-VALIDA-CPF-DV2.
           COMPUTE WS-DV-SOMA = WS-DV-SOMA * 10.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO.
           IF WS-DV-RESTO = 10
               MOVE ZEROS TO WS-DV-RESTO.
           MOVE WS-CPF(11:1) TO WS-DV-DIG.
           IF WS-DV-RESTO NOT = WS-DV-DIG
               MOVE "S" TO WS-ERRO.
       P-VALIDA-CPF-FIM.
           EXIT.

       P-VALIDA-CNPJ.
           MOVE ZEROS TO WS-DV-SOMA.
           MOVE 1 TO WS-DV-I.
       P-VALIDA-CNPJ-DV1.
           IF WS-DV-I < 13
               MOVE INSCR-CHE(WS-DV-I:1) TO WS-DV-DIG
               COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                   WS-DV-DIG * WS-PC1(WS-DV-I)
               ADD 1 TO WS-DV-I
               GO TO P-VALIDA-CNPJ-DV1.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO.
           COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO.
           IF WS-DV-CALC > 9
               MOVE ZEROS TO WS-DV-CALC.
           MOVE INSCR-CHE(13:1) TO WS-DV-DIG.
           IF WS-DV-CALC NOT = WS-DV-DIG
               MOVE "S" TO WS-ERRO
               GO TO P-VALIDA-CNPJ-FIM.
           MOVE ZEROS TO WS-DV-SOMA.
           MOVE 1 TO WS-DV-I.
       P-VALIDA-CNPJ-DV2.
           IF WS-DV-I < 14
               MOVE INSCR-CHE(WS-DV-I:1) TO WS-DV-DIG
               COMPUTE WS-DV-SOMA = WS-DV-SOMA +
                   WS-DV-DIG * WS-PC2(WS-DV-I)
               ADD 1 TO WS-DV-I
               GO TO P-VALIDA-CNPJ-DV2.
           DIVIDE WS-DV-SOMA BY 11 GIVING WS-DV-QUOC
               REMAINDER WS-DV-RESTO.
           COMPUTE WS-DV-CALC = 11 - WS-DV-RESTO.
           IF WS-DV-CALC > 9
               MOVE ZEROS TO WS-DV-CALC.
           MOVE INSCR-CHE(14:1) TO WS-DV-DIG.
           IF WS-DV-CALC NOT = WS-DV-DIG
               MOVE "S" TO WS-ERRO.
       P-VALIDA-CNPJ-FIM.
           EXIT.

      *-----------------------------------------*
      * Um informe por beneficiario com IRRF ou *
      * ISS retido no ano; depois os que ficam  *
      * de fora por CNPJ/CPF ausente/invalido.  *
      *-----------------------------------------*
       P06-IMPRIME.
           OPEN OUTPUT RELATO.
           IF EXPORTA-88
               MOVE SPACES TO WS-ARQ-EXP
               STRING "REND" WS-ANO-C ".TXT" DELIMITED BY SIZE
                   INTO WS-ARQ-EXP
               OPEN OUTPUT EXPORT
               MOVE WS-INSCR-EMP TO EXF-INSCR
               MOVE WS-ANO-C TO EXF-ANO
               MOVE WS-DATA TO EXF-DATA
               WRITE REG-EXPORT FROM EXP-FONTE
               ADD 1 TO WS-QTD-REG-EXP.
           MOVE 1 TO WS-IDX.
           PERFORM P-INFORME THRU P-INFORME-EXIT
               UNTIL WS-IDX > WS-QTD-BEN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-EXC-TIT.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 1 TO WS-IDX.
           PERFORM P-EXCECAO THRU P-EXCECAO-EXIT
               UNTIL WS-IDX > WS-QTD-BEN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "TOTAL RENDIMENTOS INFORMADOS R$:" TO TIT-TOTAL.
           MOVE WS-G-BRUTO TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "TOTAL IRRF RETIDO...........R$:" TO TIT-TOTAL.
           MOVE WS-G-IRRF TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           MOVE "TOTAL ISS RETIDO............R$:" TO TIT-TOTAL.
           MOVE WS-G-ISS TO VALOR-TOTAL.
           WRITE REG-RELATO FROM LINHA-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           CLOSE RELATO.
           IF EXPORTA-88
               ADD 1 TO WS-QTD-REG-EXP
               MOVE WS-QTD-INFORME TO EXT-QTD-BEN
               MOVE WS-QTD-REG-EXP TO EXT-QTD-REG
               MOVE WS-G-BRUTO TO EXT-BRUTO
               MOVE WS-G-IRRF TO EXT-IRRF
               MOVE WS-G-ISS TO EXT-ISS
               WRITE REG-EXPORT FROM EXP-TOTAL
               CLOSE EXPORT.
       P06-IMPRIME-EXIT.
           EXIT.

       P-INFORME.
           PERFORM P-TOTAL-BEN.
           IF TB-SIT(WS-IDX) NOT = "V"
               GO TO P-INFORME-PROX.
      *----- sem retencao no ano nao ha o que informar
           IF WS-T-IRRF = ZEROS AND WS-T-ISS = ZEROS
               GO TO P-INFORME-PROX.
           ADD 1 TO WS-QTD-INFORME.
           ADD WS-T-BRUTO TO WS-G-BRUTO.
           ADD WS-T-IRRF TO WS-G-IRRF.
           ADD WS-T-ISS TO WS-G-ISS.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           MOVE WS-ANO-C TO ANO-TIT.
           WRITE REG-RELATO FROM LINHA-TITULO.
           MOVE WS-INSCR-EMP TO FONTE-DET.
           WRITE REG-RELATO FROM LINHA-FONTE.
           MOVE TB-FORN(WS-IDX) TO FORN-BEN.
           MOVE TB-NOME(WS-IDX) TO NOME-BEN.
           MOVE SPACES TO INSCR-BEN.
           IF TB-INSCR(WS-IDX) > 99999999999
               MOVE "CNPJ " TO TIPO-BEN
               MOVE TB-INSCR(WS-IDX) TO INSCR-BEN
           ELSE
               MOVE "CPF  " TO TIPO-BEN
               MOVE TB-INSCR(WS-IDX) TO WS-CPF
               MOVE WS-CPF TO INSCR-BEN.
           WRITE REG-RELATO FROM LINHA-BENEF.
           MOVE TB-RECEITA(WS-IDX) TO RECEITA-BEN.
           WRITE REG-RELATO FROM LINHA-RECEITA.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-SUB.
           IF EXPORTA-88
               IF TB-INSCR(WS-IDX) > 99999999999
                   MOVE 2 TO EXB-TIPO
               ELSE
                   MOVE 1 TO EXB-TIPO.
           IF EXPORTA-88
               MOVE TB-INSCR(WS-IDX) TO EXB-INSCR
               MOVE TB-NOME(WS-IDX) TO EXB-NOME
               MOVE TB-RECEITA(WS-IDX) TO EXB-RECEITA
               MOVE WS-T-BRUTO TO EXB-BRUTO
               MOVE WS-T-IRRF TO EXB-IRRF
               MOVE WS-T-ISS TO EXB-ISS
               WRITE REG-EXPORT FROM EXP-BENEF
               ADD 1 TO WS-QTD-REG-EXP.
           MOVE 1 TO WS-MES-I.
           PERFORM P-INFORME-MES UNTIL WS-MES-I > 12.
           MOVE "TOT" TO MES-LIN.
           MOVE WS-T-BRUTO TO BRUTO-LIN.
           MOVE WS-T-IRRF TO IRRF-LIN.
           MOVE WS-T-ISS TO ISS-LIN.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-MES.
       P-INFORME-PROX.
           ADD 1 TO WS-IDX.
       P-INFORME-EXIT.
           EXIT.

       P-INFORME-MES.
           MOVE WS-NOME-MES(WS-MES-I) TO MES-LIN.
           MOVE TB-BRUTO(WS-IDX WS-MES-I) TO BRUTO-LIN.
           MOVE TB-IRRF(WS-IDX WS-MES-I) TO IRRF-LIN.
           MOVE TB-ISS(WS-IDX WS-MES-I) TO ISS-LIN.
           WRITE REG-RELATO FROM LINHA-MES.
           IF EXPORTA-88 AND TB-BRUTO(WS-IDX WS-MES-I) > ZEROS
               MOVE TB-INSCR(WS-IDX) TO EXM-INSCR
               MOVE TB-RECEITA(WS-IDX) TO EXM-RECEITA
               MOVE WS-MES-I TO EXM-MES
               MOVE TB-BRUTO(WS-IDX WS-MES-I) TO EXM-BRUTO
               MOVE TB-IRRF(WS-IDX WS-MES-I) TO EXM-IRRF
               MOVE TB-ISS(WS-IDX WS-MES-I) TO EXM-ISS
               WRITE REG-EXPORT FROM EXP-MES
               ADD 1 TO WS-QTD-REG-EXP.
           ADD 1 TO WS-MES-I.

       P-EXCECAO.
           PERFORM P-TOTAL-BEN.
           IF TB-SIT(WS-IDX) = "V"
               GO TO P-EXCECAO-PROX.
           IF WS-T-IRRF = ZEROS AND WS-T-ISS = ZEROS
               GO TO P-EXCECAO-PROX.
           ADD 1 TO WS-QTD-EXCECAO.
           MOVE TB-FORN(WS-IDX) TO FORN-EXC.
           MOVE TB-NOME(WS-IDX) TO NOME-EXC.
           MOVE TB-INSCR(WS-IDX) TO INSCR-EXC.
           IF TB-SIT(WS-IDX) = "Z"
               MOVE "AUSENTE" TO SIT-EXC
           ELSE
               MOVE "INVALIDO" TO SIT-EXC.
           COMPUTE RETIDO-EXC = WS-T-IRRF + WS-T-ISS.
           WRITE REG-RELATO FROM LINHA-EXC.
       P-EXCECAO-PROX.
           ADD 1 TO WS-IDX.
       P-EXCECAO-EXIT.
           EXIT.

       P-TOTAL-BEN.
           MOVE ZEROS TO WS-T-BRUTO WS-T-IRRF WS-T-ISS.
           MOVE 1 TO WS-MES-I.
           PERFORM P-TOTAL-BEN-MES UNTIL WS-MES-I > 12.

       P-TOTAL-BEN-MES.
           ADD TB-BRUTO(WS-IDX WS-MES-I) TO WS-T-BRUTO.
           ADD TB-IRRF(WS-IDX WS-MES-I) TO WS-T-IRRF.
           ADD TB-ISS(WS-IDX WS-MES-I) TO WS-T-ISS.
           ADD 1 TO WS-MES-I.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE BANCO.
           IF FORN-OK-88
               CLOSE FORN.
           IF FT-OK-88
               CLOSE FORNTRIB.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN.COM".

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
