                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FORN
                  FILE STATUS IS FS.
           SELECT FORNTRIB ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FT
                  FILE STATUS IS FS-FT.
           SELECT FORNDESC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FDS
                  FILE STATUS IS FS-FDS.
           SELECT FORNPRIO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FPR
                  FILE STATUS IS FS-FPR.
           SELECT FORNSUC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SUC-COD
                  FILE STATUS IS FS-SUC.
           SELECT FORNCNPJ ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS COD-FCN
                  ALTERNATE RECORD KEY IS CNPJ-FCN
                      WITH DUPLICATES
                  FILE STATUS IS FS-FCN.
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

       FD FORN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORN.DAT".
           03 RETEM-FORN       PIC X(01).
           03 TAXA-IRRF-FORN   PIC 99V99.
           03 TAXA-ISS-FORN    PIC 99V99.
           03 EMPR-FORN        PIC 99.

      *-----------------------------------------*
      * Dados p/recolher o que foi retido do    *
      * fornecedor (104): codigo de receita do  *
      * DARF do IRRF e municipio do ISS.        *
      *-----------------------------------------*
       FD FORNTRIB
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNTRIB.DAT".
       01 REG-FORNTRIB.
           03 COD-FT           PIC X(05).
           03 RECEITA-FT       PIC 9(06).
           03 MUNIC-FT         PIC X(15).

      *-----------------------------------------*
      * Desconto p/pagamento antecipado que o   *
      * fornecedor concede: P percentual ou V   *
      * valor, ate DIAS-FDS dias antes do       *
      * vencimento (sugerido na inclusao, 21).  *
      *-----------------------------------------*
       FD FORNDESC
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNDESC.DAT".
       01 REG-FORNDESC.
           03 COD-FDS          PIC X(05).
           03 TIPO-FDS         PIC X(01).
           03 PERC-FDS         PIC 99V99.
           03 VALOR-FDS        PIC 9(08)V99.
           03 DIAS-FDS         PIC 9(03).

      *-----------------------------------------*
      * Fornecedor critico: na proposta de      *
      * pagamento (111) vem logo apos tributos  *
      * e folha. So existe registro p/os "S".   *
      *-----------------------------------------*
       FD FORNPRIO
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNPRIO.DAT".
       01 REG-FORNPRIO.
           03 COD-FPR          PIC X(05).
           03 CLASSE-FPR       PIC X(01).

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
      * CNPJ do fornecedor: localiza o codigo   *
      * pelo emitente da NF-e importada (121).  *
      *-----------------------------------------*
       FD FORNCNPJ
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "FORNCNPJ.DAT".
       01 REG-FORNCNPJ.
           03 COD-FCN          PIC X(05).
           03 CNPJ-FCN         PIC 9(14).
      ***********************************

       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-EMPR-SES          PIC 99 VALUE ZEROS.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 DIA              PIC 99.

       77 FS                   PIC XX.
       77 FS-FT                PIC XX.
       77 FS-FDS               PIC XX.
       77 FS-FPR               PIC XX.
       77 FS-SUC               PIC XX.
       77 FS-FCN               PIC XX.
       77 WS-SUC-OK            PIC X VALUE "S".
       88 SUC-OK-88              VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-RETEM             PIC X VALUE SPACES.
       88 RETEM-88               VALUE "N" "I" "S" "A".
       77 WS-RECEITA           PIC 9(06) VALUE ZEROS.
       77 WS-MUNIC             PIC X(15) VALUE SPACES.
       77 WS-DS-TIPO           PIC X VALUE "N".
       88 DS-TIPO-88             VALUE "N" "P" "V".
       77 WS-DS-PERC           PIC 99V99 VALUE ZEROS.
       77 WS-DS-VALOR          PIC 9(08)V99 VALUE ZEROS.
       77 WS-DS-DIAS           PIC 9(03) VALUE ZEROS.
       77 WS-CRITICO           PIC X VALUE "N".
       88 CRITICO-88             VALUE "S" "N".
       77 WS-CNPJ              PIC 9(14) VALUE ZEROS.

      *----- digitos verificadores do CNPJ (modulo 11)
       77 WS-INSCR-X           PIC X(14) VALUE SPACES.
       77 WS-INSCR-OK          PIC X VALUE "N".
       88 INSCR-OK-88            VALUE "S".
       77 WS-IDX               PIC 99 VALUE ZEROS.
       77 WS-DIG               PIC 9 VALUE ZEROS.
       77 WS-SOMA              PIC 9(05) VALUE ZEROS.
       77 WS-PESO              PIC 99 VALUE ZEROS.
       77 WS-RESTO             PIC 99 VALUE ZEROS.
       77 WS-QUOC              PIC 9(05) VALUE ZEROS.
       77 WS-DV1               PIC 9 VALUE ZEROS.
       77 WS-DV2               PIC 9 VALUE ZEROS.
      ***********************************

       SCREEN SECTION.
           02 LINE 10 COLUMN 04 VALUE "Retem <N/I/S/A>........=".
           02 LINE 11 COLUMN 04 VALUE "Taxa IRRF % (99v99)....=".
           02 LINE 12 COLUMN 04 VALUE "Taxa ISS  % (99v99)....=".
           02 LINE 13 COLUMN 04 VALUE "CNPJ (NF-e)............=".
           02 LINE 14 COLUMN 04 VALUE "<N>ao <I>RRF <S>ISS <A>mbos".
           02 LINE 15 COLUMN 04 VALUE "Critico p/pagto <S/N>..=".
           02 LINE 16 COLUMN 04 VALUE "Receita IRRF (DARF)....=".
           02 LINE 17 COLUMN 04 VALUE "Municipio do ISS.......=".
           02 LINE 18 COLUMN 04 VALUE "Desc.antecip. <N/P/V>..=".
           02 LINE 19 COLUMN 04 VALUE "Desconto % ou R$.......=".
           02 LINE 20 COLUMN 04 VALUE "Dias antes do vcto.....=".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P00-EMPRESA.
           PERFORM P-EMPRESA-SESSAO THRU P-EMPRESA-SESSAO-FIM.

       P03-ABERTURA.
           OPEN I-O FORN.
           IF FS = "30"
               OPEN OUTPUT FORN
               CLOSE FORN
               OPEN I-O FORN.
           OPEN I-O FORNTRIB.
           IF FS-FT = "30" OR FS-FT = "35"
               CLOSE FORNTRIB
               OPEN OUTPUT FORNTRIB
               CLOSE FORNTRIB
               OPEN I-O FORNTRIB.
           OPEN I-O FORNDESC.
           IF FS-FDS = "30" OR FS-FDS = "35"
               CLOSE FORNDESC
               OPEN OUTPUT FORNDESC
               CLOSE FORNDESC
               OPEN I-O FORNDESC.
           OPEN I-O FORNPRIO.
           IF FS-FPR = "30" OR FS-FPR = "35"
               CLOSE FORNPRIO
               OPEN OUTPUT FORNPRIO
               CLOSE FORNPRIO
               OPEN I-O FORNPRIO.
           OPEN INPUT FORNSUC.
           IF FS-SUC = "35"
               MOVE "N" TO WS-SUC-OK.
           OPEN I-O FORNCNPJ.
           IF FS-FCN = "30" OR FS-FCN = "35"
               CLOSE FORNCNPJ
               OPEN OUTPUT FORNCNPJ
               CLOSE FORNCNPJ
               OPEN I-O FORNCNPJ.
           PERFORM P-DATA.

       P01-TELA-1.
           READ FORN
               INVALID KEY
                   GO TO P-NOVO.
           IF EMPR-FORN NOT = WS-EMPR-SES
               DISPLAY (21 04) "!! < Fornecedor de Outra Empresa > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P04-CODIGO.
           PERFORM P-MOSTRA-ATUAL.
      *----- incorporado por fusao (115): so consulta
           IF NOT SUC-OK-88
               GO TO P04-ALTERA.
           MOVE COD-FORN TO SUC-COD.
           READ FORNSUC
               INVALID KEY
                   GO TO P04-ALTERA.
           DISPLAY (21 04) "!! INATIVO - INCORPORADO AO " SUC-NOVO
               " !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (21 04) WS-LIMPA.
           GO TO P04-CODIGO.
       P04-ALTERA.
           PERFORM P-ALTERA-EXCLUI.
           GO TO P04-CODIGO.

               GO TO P04-CODIGO.
           ACCEPT (09 30) NOME-FORN WITH PROMPT.
           PERFORM P-REC-RETENCAO THRU P-REC-RETENCAO-FIM.
           PERFORM P-REC-CNPJ THRU P-REC-CNPJ-FIM.
           PERFORM P-REC-DESCONTO THRU P-REC-DESCONTO-FIM.
           PERFORM P-REC-CRITICO THRU P-REC-CRITICO-FIM.
           MOVE WS-EMPR-SES TO EMPR-FORN.
           WRITE REG-FORN
               INVALID KEY
                   DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                   CLOSE FORN
                   STOP RUN.
           PERFORM P-GRAVA-TRIB.
           PERFORM P-GRAVA-DESC.
           PERFORM P-GRAVA-PRIO.
           PERFORM P-GRAVA-CNPJ.
           DISPLAY (21 04) "!! < Fornecedor Incluido > !!".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           DISPLAY (10 30) RETEM-FORN.
           DISPLAY (11 30) TAXA-IRRF-FORN.
           DISPLAY (12 30) TAXA-ISS-FORN.
           MOVE COD-FORN TO COD-FCN.
           READ FORNCNPJ
               INVALID KEY
                   MOVE ZEROS TO CNPJ-FCN.
           DISPLAY (13 30) CNPJ-FCN.
           MOVE COD-FORN TO COD-FT.
           READ FORNTRIB
               INVALID KEY
                   MOVE ZEROS TO RECEITA-FT
                   MOVE SPACES TO MUNIC-FT.
           DISPLAY (16 30) RECEITA-FT.
           DISPLAY (17 30) MUNIC-FT.
           MOVE COD-FORN TO COD-FDS.
           READ FORNDESC
               INVALID KEY
                   MOVE "N" TO TIPO-FDS
                   MOVE ZEROS TO PERC-FDS VALOR-FDS DIAS-FDS.
           DISPLAY (18 30) TIPO-FDS.
           IF TIPO-FDS = "V"
               DISPLAY (19 30) VALOR-FDS
           ELSE
               DISPLAY (19 30) PERC-FDS.
           DISPLAY (20 30) DIAS-FDS.
           MOVE COD-FORN TO COD-FPR.
           READ FORNPRIO
               INVALID KEY
                   MOVE "N" TO CLASSE-FPR.
           DISPLAY (15 30) CLASSE-FPR.

      *-----------------------------------------*
      * Retencao de impostos do fornecedor de   *
               MOVE ZEROS TO TAXA-IRRF-FORN TAXA-ISS-FORN
               DISPLAY (11 30) TAXA-IRRF-FORN
               DISPLAY (12 30) TAXA-ISS-FORN
               MOVE ZEROS TO WS-RECEITA
               MOVE SPACES TO WS-MUNIC
               GO TO P-REC-RETENCAO-FIM.
           IF RETEM-FORN = "I" OR RETEM-FORN = "A"
               ACCEPT (11 30) TAXA-IRRF-FORN WITH UPDATE PROMPT
           ELSE
               MOVE ZEROS TO TAXA-ISS-FORN
               DISPLAY (12 30) TAXA-ISS-FORN.
      *----- receita do DARF: 1708 servico PJ (0588 p/PF)
           MOVE COD-FORN TO COD-FT.
           READ FORNTRIB
               INVALID KEY
                   MOVE 1708 TO RECEITA-FT
                   MOVE "SAPUCAIA DO SUL" TO MUNIC-FT.
           MOVE RECEITA-FT TO WS-RECEITA.
           MOVE MUNIC-FT TO WS-MUNIC.
           IF RETEM-FORN = "I" OR RETEM-FORN = "A"
               ACCEPT (16 30) WS-RECEITA WITH UPDATE PROMPT AUTO-SKIP
           ELSE
               MOVE ZEROS TO WS-RECEITA
               DISPLAY (16 30) WS-RECEITA.
           IF RETEM-FORN = "S" OR RETEM-FORN = "A"
               ACCEPT (17 30) WS-MUNIC WITH UPDATE PROMPT
           ELSE
               MOVE SPACES TO WS-MUNIC
               DISPLAY (17 30) WS-MUNIC.
       P-REC-RETENCAO-FIM.
           EXIT.

      *-----------------------------------------*
      * CNPJ p/importacao da NF-e (121): zeros  *
      * = sem; o mesmo CNPJ nao vai em dois     *
      * codigos.                                *
      *-----------------------------------------*
       P-REC-CNPJ.
           MOVE COD-FORN TO COD-FCN.
           READ FORNCNPJ
               INVALID KEY
                   MOVE ZEROS TO CNPJ-FCN.
           MOVE CNPJ-FCN TO WS-CNPJ.
       P-REC-CNPJ-ACEITA.
           ACCEPT (13 30) WS-CNPJ WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CNPJ = ZEROS
               GO TO P-REC-CNPJ-FIM.
           MOVE WS-CNPJ TO WS-INSCR-X.
           MOVE "N" TO WS-INSCR-OK.
           PERFORM P-DV-CNPJ THRU P-DV-CNPJ-EXIT.
           IF NOT INSCR-OK-88
               DISPLAY (21 04) "!! CNPJ INVALIDO !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-CNPJ-ACEITA.
           MOVE WS-CNPJ TO CNPJ-FCN.
           READ FORNCNPJ KEY IS CNPJ-FCN
               INVALID KEY
                   GO TO P-REC-CNPJ-FIM.
           IF COD-FCN NOT = COD-FORN
               DISPLAY (21 04) "!! CNPJ JA CADASTRADO NO FORNECEDOR "
                   COD-FCN " !!"
               ACCEPT (23 01) WS-P
               DISPLAY (21 04) WS-LIMPA
               GO TO P-REC-CNPJ-ACEITA.
       P-REC-CNPJ-FIM.
           EXIT.

      *-----------------------------------------*
      * Desconto p/antecipacao: N nenhum, P     *
      * percentual sobre o titulo, V valor fixo.*
      *-----------------------------------------*
       P-REC-DESCONTO.
           MOVE COD-FORN TO COD-FDS.
           READ FORNDESC
               INVALID KEY
                   MOVE "N" TO TIPO-FDS
                   MOVE ZEROS TO PERC-FDS VALOR-FDS DIAS-FDS.
           MOVE TIPO-FDS TO WS-DS-TIPO.
           MOVE PERC-FDS TO WS-DS-PERC.
           MOVE VALOR-FDS TO WS-DS-VALOR.
           MOVE DIAS-FDS TO WS-DS-DIAS.
       P-REC-DESCONTO-TIPO.
           ACCEPT (18 30) WS-DS-TIPO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DS-TIPO = "n" MOVE "N" TO WS-DS-TIPO.
           IF WS-DS-TIPO = "p" MOVE "P" TO WS-DS-TIPO.
           IF WS-DS-TIPO = "v" MOVE "V" TO WS-DS-TIPO.
           IF NOT DS-TIPO-88
               GO TO P-REC-DESCONTO-TIPO.
           IF WS-DS-TIPO = "N"
               MOVE ZEROS TO WS-DS-PERC WS-DS-VALOR WS-DS-DIAS
               DISPLAY (19 30) "             "
               DISPLAY (19 30) WS-DS-PERC
               DISPLAY (20 30) WS-DS-DIAS
               GO TO P-REC-DESCONTO-FIM.
           DISPLAY (19 30) "             ".
           IF WS-DS-TIPO = "P"
               MOVE ZEROS TO WS-DS-VALOR
               ACCEPT (19 30) WS-DS-PERC WITH UPDATE PROMPT AUTO-SKIP
           ELSE
               MOVE ZEROS TO WS-DS-PERC
               ACCEPT (19 30) WS-DS-VALOR WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-DS-PERC = ZEROS AND WS-DS-VALOR = ZEROS
               GO TO P-REC-DESCONTO-TIPO.
           ACCEPT (20 30) WS-DS-DIAS WITH UPDATE PROMPT AUTO-SKIP.
       P-REC-DESCONTO-FIM.
           EXIT.

      *----- critico: pago antes dos demais quando falta caixa
       P-REC-CRITICO.
           MOVE COD-FORN TO COD-FPR.
           READ FORNPRIO
               INVALID KEY
                   MOVE "N" TO CLASSE-FPR.
           MOVE CLASSE-FPR TO WS-CRITICO.
       P-REC-CRITICO-CONF.
           ACCEPT (15 30) WS-CRITICO WITH UPDATE PROMPT AUTO-SKIP.
           IF WS-CRITICO = "s" MOVE "S" TO WS-CRITICO.
           IF WS-CRITICO = "n" MOVE "N" TO WS-CRITICO.
           IF NOT CRITICO-88
               GO TO P-REC-CRITICO-CONF.
       P-REC-CRITICO-FIM.
           EXIT.

       P-ALTERA-EXCLUI.
           DISPLAY (21 04) "Alterar <A>, Excluir <E> ou <ENTER> p/nada".
           ACCEPT (21 50) WS-CONF WITH PROMPT AUTO-SKIP.
           IF WS-CONF = "A" OR "a"
               ACCEPT (09 30) NOME-FORN WITH UPDATE PROMPT
               PERFORM P-REC-RETENCAO THRU P-REC-RETENCAO-FIM
               PERFORM P-REC-CNPJ THRU P-REC-CNPJ-FIM
               PERFORM P-REC-DESCONTO THRU P-REC-DESCONTO-FIM
               PERFORM P-REC-CRITICO THRU P-REC-CRITICO-FIM
               REWRITE REG-FORN
                   INVALID KEY
                       DISPLAY (21 04) "ERRO DE GRAVACAO - FS = " FS
                       CLOSE FORN
                       STOP RUN
               END-REWRITE
               PERFORM P-GRAVA-TRIB
               PERFORM P-GRAVA-DESC
               PERFORM P-GRAVA-PRIO
               PERFORM P-GRAVA-CNPJ
               DISPLAY (21 04) "!! < Fornecedor Alterado > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
                       DISPLAY (21 04) "ERRO DE EXCLUSAO - FS = " FS
                       CLOSE FORN
                       STOP RUN
               END-DELETE
               MOVE COD-FORN TO COD-FT
               DELETE FORNTRIB
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE COD-FORN TO COD-FDS
               DELETE FORNDESC
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE COD-FORN TO COD-FPR
               DELETE FORNPRIO
                   INVALID KEY
                       CONTINUE
               END-DELETE
               MOVE COD-FORN TO COD-FCN
               DELETE FORNCNPJ
                   INVALID KEY
                       CONTINUE
               END-DELETE
               DISPLAY (21 04) "!! < Fornecedor Excluido > !!"
               DISPLAY (23 04) " Tecle  -  <  ENTER  > "
               ACCEPT (23 30) WS-P
               DISPLAY (21 04) WS-LIMPA.

      *-----------------------------------------*
      * Grava/atualiza os dados de recolhimento *
      * da retencao do fornecedor.              *
      *-----------------------------------------*
       P-GRAVA-TRIB.
           MOVE COD-FORN TO COD-FT.
           MOVE WS-RECEITA TO RECEITA-FT.
           MOVE WS-MUNIC TO MUNIC-FT.
           WRITE REG-FORNTRIB
               INVALID KEY
                   REWRITE REG-FORNTRIB
                       INVALID KEY
                           CONTINUE.

      *----- sem desconto nao guarda registro
       P-GRAVA-DESC.
           MOVE COD-FORN TO COD-FDS.
           IF WS-DS-TIPO = "N"
               DELETE FORNDESC
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-DS-TIPO TO TIPO-FDS
               MOVE WS-DS-PERC TO PERC-FDS
               MOVE WS-DS-VALOR TO VALOR-FDS
               MOVE WS-DS-DIAS TO DIAS-FDS
               WRITE REG-FORNDESC
                   INVALID KEY
                       REWRITE REG-FORNDESC
                           INVALID KEY
                               CONTINUE.

      *----- nao critico nao guarda registro
       P-GRAVA-PRIO.
           MOVE COD-FORN TO COD-FPR.
           IF WS-CRITICO = "N"
               DELETE FORNPRIO
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-CRITICO TO CLASSE-FPR
               WRITE REG-FORNPRIO
                   INVALID KEY
                       REWRITE REG-FORNPRIO
                           INVALID KEY
                               CONTINUE.

      *----- sem CNPJ nao guarda registro
       P-GRAVA-CNPJ.
           MOVE COD-FORN TO COD-FCN.
           IF WS-CNPJ = ZEROS
               DELETE FORNCNPJ
                   INVALID KEY
                       CONTINUE
               END-DELETE
           ELSE
               MOVE WS-CNPJ TO CNPJ-FCN
               WRITE REG-FORNCNPJ
                   INVALID KEY
                       REWRITE REG-FORNCNPJ
                           INVALID KEY
                               CONTINUE.

      *-----------------------------------------*
      * Digitos verificadores do CNPJ (pesos    *
      * 5..2,9..2 e 6..2,9..2).                 *
      *-----------------------------------------*
       P-DV-CNPJ.
           MOVE ZEROS TO WS-SOMA.
           MOVE 5 TO WS-PESO.
           MOVE 1 TO WS-IDX.
       P-DV-CNPJ-1.
           IF WS-IDX > 12
               GO TO P-DV-CNPJ-1-FIM.
           MOVE WS-INSCR-X(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           SUBTRACT 1 FROM WS-PESO.
           IF WS-PESO < 2
               MOVE 9 TO WS-PESO.
           ADD 1 TO WS-IDX.
           GO TO P-DV-CNPJ-1.
       P-DV-CNPJ-1-FIM.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
           COMPUTE WS-DV1 = 11 - WS-RESTO.
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV1.
           MOVE ZEROS TO WS-SOMA.
           MOVE 6 TO WS-PESO.
           MOVE 1 TO WS-IDX.
       P-DV-CNPJ-2.
           IF WS-IDX > 13
               GO TO P-DV-CNPJ-2-FIM.
           MOVE WS-INSCR-X(WS-IDX:1) TO WS-DIG.
           COMPUTE WS-SOMA = WS-SOMA + WS-DIG * WS-PESO.
           SUBTRACT 1 FROM WS-PESO.
           IF WS-PESO < 2
               MOVE 9 TO WS-PESO.
           ADD 1 TO WS-IDX.
           GO TO P-DV-CNPJ-2.
       P-DV-CNPJ-2-FIM.
           DIVIDE WS-SOMA BY 11 GIVING WS-QUOC REMAINDER WS-RESTO.
           COMPUTE WS-DV2 = 11 - WS-RESTO.
           IF WS-RESTO < 2
               MOVE ZEROS TO WS-DV2.
           MOVE WS-INSCR-X(13:1) TO WS-DIG.
           IF WS-DIG NOT = WS-DV1
               GO TO P-DV-CNPJ-EXIT.
           MOVE WS-INSCR-X(14:1) TO WS-DIG.
           IF WS-DIG NOT = WS-DV2
               GO TO P-DV-CNPJ-EXIT.
           MOVE "S" TO WS-INSCR-OK.
       P-DV-CNPJ-EXIT.
           EXIT.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 78) ANO.

       P-FIM.
           CLOSE FORN FORNTRIB FORNDESC FORNPRIO FORNCNPJ.
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
