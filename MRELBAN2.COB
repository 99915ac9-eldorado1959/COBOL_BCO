       IDENTIFICATION DIVISION.
       PROGRAM-ID.    MRELBAN2.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 99.
       88 OPCAO-88
          VALUE 00 31 32 33 34 35 36 37 99.
       77 WS-LIMPA              PIC X(50) VALUE SPACES.
       77 WS-P                  PIC X VALUE SPACES.

       01 WS-DATA.
           03 ANO               PIC 9(02).
           03 MES                PIC 9(02).
           03 DIA                PIC 9(02).

       SCREEN SECTION.
       01 TELA.
           02 BLANK SCREEN.
           02 LINE 03 COLUMN 25 VALUE " E l d o r a d o " BLINK.
           02 LINE 04 COLUMN 03 VALUE "Controle Financeiro".
           02 LINE 04 COLUMN 67 VALUE "       /  /  .".
           02 LINE 07 COLUMN 08 VALUE "<  Menu  Relatorios - pag.2  >".
           02 LINE 09 COLUMN 02 VALUE "31-Circularizacao Fornec.".
           02 LINE 10 COLUMN 02 VALUE "32-Rotacao Log/Journal".
           02 LINE 11 COLUMN 02 VALUE "33-Fluxo de Caixa (DFC)".
           02 LINE 12 COLUMN 02 VALUE "34-Cheque Especial".
           02 LINE 13 COLUMN 02 VALUE "35-Prest.Contas Vencidas".
           02 LINE 14 COLUMN 02 VALUE "36-Recebiveis Cartao".
           02 LINE 15 COLUMN 02 VALUE "37-Relatorio do Usuario".
           02 LINE 08 COLUMN 55 VALUE "00-Relatorios pag.1".
           02 LINE 23 COLUMN 04 VALUE "99 - Retorna ao Menu Geral".
           02 LINE 24 COLUMN 06 VALUE "OPCAO : [  ]".
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       PROCEDURE DIVISION.
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
       P10-TELA-1.
           PERFORM P-TELA.
       P20-OPCAO.
           ACCEPT (24 15) WS-OPCAO WITH PROMPT AUTO-SKIP.
           IF NOT OPCAO-88
               PERFORM P-OPCAO-INCORRETA
               GO TO P20-OPCAO.
           IF WS-OPCAO = 99
               CHAIN "BANCO.COM".
           IF WS-OPCAO = 00
               CHAIN "MRELBAN.COM".
           IF WS-OPCAO = 31
               CHAIN "RELBAN31.COM".
           IF WS-OPCAO = 32
               CHAIN "RELBAN32.COM".
           IF WS-OPCAO = 33
               CHAIN "RELBAN33.COM".
           IF WS-OPCAO = 34
               CHAIN "RELBAN34.COM".
           IF WS-OPCAO = 35
               CHAIN "RELBAN35.COM".
           IF WS-OPCAO = 36
               CHAIN "RELBAN36.COM".
           IF WS-OPCAO = 37
               CHAIN "RELBAN37.COM".

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
