
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MBANCO3.
       AUTHOR.        ROGERIO FERNANDO MACHADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESSAO ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS SES-TERM
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
       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-TERMID            PIC X(04) VALUE SPACES.
       77 WS-NIVEL-LOGADO      PIC 9 VALUE 3.
       77 WS-NIVEL-REQ         PIC 9 VALUE ZEROS.
       77 WS-OPCAO             PIC 9(03).
       88 OPCAO-88
          VALUE 99 100 101 102 103 104 105 106 107 108 109 110 111
                112 113 114 115 116 117 118 119 120 121 122
                123 124 125 126 127 128 129 130 131 132
                133.
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.

       01 WS-DATA.
           03 ANO              PIC 9(02).
           03 MES              PIC 9(02).
           03 DIA              PIC 9(02).

       01 CHAMADOR.
           03 F                PIC X(05) VALUE "BANCO".
           03 NRO              PIC 9(03).
           03 F                PIC X(04) VALUE ".COM".

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 03 COLUMN 25 VALUE " E l d o r a d o " BLINK.
           02 LINE 04 COLUMN 03 VALUE "Controle Financeiro".
           02 LINE 04 COLUMN 67 VALUE "       /  /  .".
           02 LINE 07 COLUMN 08 VALUE "<  Menu Geral - pag.3  >".
           02 LINE 09 COLUMN 02 VALUE "100-Cadastro Clientes".
           02 LINE 10 COLUMN 02 VALUE "101-Remessa Cobranca".
           02 LINE 11 COLUMN 02 VALUE "102-Retorno Cobranca".
           02 LINE 12 COLUMN 02 VALUE "103-Encontro de Contas".
           02 LINE 13 COLUMN 02 VALUE "104-Apuracao Retencoes".
           02 LINE 14 COLUMN 02 VALUE "105-Emprestimos/Financ.".
           02 LINE 15 COLUMN 02 VALUE "106-Gera Parcelas Emprest.".
           02 LINE 16 COLUMN 02 VALUE "107-Fatura Cartao Corp.".
           02 LINE 17 COLUMN 02 VALUE "108-Cadastro Funcionarios".
           02 LINE 18 COLUMN 02 VALUE "109-Folha Credito Salario".
           02 LINE 19 COLUMN 02 VALUE "110-Cotacoes Moeda (PTAX)".
           02 LINE 20 COLUMN 02 VALUE "111-Proposta de Pagamento".
           02 LINE 21 COLUMN 02 VALUE "112-Concentracao Caixa".
           02 LINE 09 COLUMN 32 VALUE "113-Regras Segregacao".
           02 LINE 10 COLUMN 32 VALUE "114-LGPD Anonimiza Arq.".
           02 LINE 11 COLUMN 32 VALUE "115-Fusao Fornecedores".
           02 LINE 12 COLUMN 32 VALUE "116-Reclassifica Lanctos".
           02 LINE 13 COLUMN 32 VALUE "117-Areas/Diretorias".
           02 LINE 14 COLUMN 32 VALUE "118-Cadastro Empresas".
           02 LINE 15 COLUMN 32 VALUE "119-Certidoes Fornecedor".
           02 LINE 16 COLUMN 32 VALUE "120-Atesto Recebimento".
           02 LINE 17 COLUMN 32 VALUE "121-Importa NF-e (XML)".
           02 LINE 18 COLUMN 32 VALUE "122-Bloqueio Judicial".
           02 LINE 19 COLUMN 32 VALUE "123-Tarifas Negociadas".
           02 LINE 20 COLUMN 32 VALUE "124-Arquivo Documentos".
           02 LINE 21 COLUMN 32 VALUE "125-Circularizacao Forn.".
           02 LINE 09 COLUMN 58 VALUE "126-Resposta Circular.".
           02 LINE 10 COLUMN 58 VALUE "127-Rotacao Log/Jrnl".
           02 LINE 11 COLUMN 58 VALUE "128-Lote Noturno".
           02 LINE 12 COLUMN 58 VALUE "129-Ch. Especial".
           02 LINE 13 COLUMN 58 VALUE "130-Adiant. Viagem".
           02 LINE 14 COLUMN 58 VALUE "131-Sustacao Cheque".
           02 LINE 15 COLUMN 58 VALUE "132-Vendas Cartao".
           02 LINE 16 COLUMN 58 VALUE "133-Conversao Empresa".
      *----- linha 22 e' a faixa de mensagens: opcao nenhuma
      *----- pode ficar nas colunas 02-53 dela
           02 LINE 23 COLUMN 04 VALUE "99 - Retorna ao Menu Geral".
           02 LINE 24 COLUMN 06 VALUE "OPCAO : [   ]".
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       PROCEDURE DIVISION.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       P10-TELA-1.
           PERFORM P-LE-NIVEL THRU P-LE-NIVEL-FIM.
           PERFORM P-TELA.
       P20-OPCAO.
           ACCEPT (24 15) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               PERFORM P-OPCAO-INCORRETA
               GO TO P20-OPCAO.
           PERFORM P-VERIFICA-NIVEL.
           IF WS-NIVEL-LOGADO < WS-NIVEL-REQ
               DISPLAY (22 04) "!! OPCAO NEGADA P/SEU NIVEL <ENTER>"
               ACCEPT (23 01) WS-P
               DISPLAY (22 04) WS-LIMPA
               GO TO P20-OPCAO.
           IF WS-OPCAO = 99
               CHAIN "BANCO.COM".
       P30-MOVE-OPCAO.
           MOVE WS-OPCAO TO NRO.
           CHAIN CHAMADOR.

      * * * * * * * * * * * * * * * * * * * * * *
      *           P E R F O R M S                *
      * * * * * * * * * * * * * * * * * * * * * *

       P-TELA.
           DISPLAY TELA.
           ACCEPT WS-DATA FROM DATE.
           DISPLAY (04 72) DIA.
           DISPLAY (04 75) MES.
           DISPLAY (04 78) ANO.
       P-OPCAO-INCORRETA.
           DISPLAY (22 04) "OPCAO INCORRETA < ENTER >".
           ACCEPT (23 01) WS-P.
           DISPLAY (22 04) WS-LIMPA.

       P-LE-NIVEL.
           MOVE SPACES TO WS-TERMID.
           ACCEPT WS-TERMID FROM ENVIRONMENT "TERMID".
           IF WS-TERMID = SPACES
               MOVE "T001" TO WS-TERMID.
           OPEN INPUT SESSAO.
           IF FS-OPER NOT = "00"
               MOVE 3 TO WS-NIVEL-LOGADO
               GO TO P-LE-NIVEL-FIM.
           MOVE WS-TERMID TO SES-TERM.
           READ SESSAO
               INVALID KEY
                   MOVE 0 TO SES-NIVEL.
      *----- sessao de outro dia ou encerrada nao vale
           ACCEPT WS-DATA-OP FROM DATE YYYYMMDD.
           IF SES-DATA NOT = WS-DATA-OP OR SES-SIT NOT = "A"
               MOVE 0 TO SES-NIVEL.
           MOVE SES-NIVEL TO WS-NIVEL-LOGADO.
           CLOSE SESSAO.
       P-LE-NIVEL-FIM.
           EXIT.

      *-----------------------------------------*
      * Nivel exigido por opcao:                *
      * 1 consulta, 2 operacao, 3 supervisor.   *
      *-----------------------------------------*
       P-VERIFICA-NIVEL.
           MOVE 2 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 99
               MOVE 1 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 113 OR WS-OPCAO = 114 OR WS-OPCAO = 115
               MOVE 3 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 118
               MOVE 3 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 127 OR WS-OPCAO = 128
               MOVE 3 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 133
               MOVE 3 TO WS-NIVEL-REQ.
