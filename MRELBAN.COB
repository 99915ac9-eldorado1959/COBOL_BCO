       WORKING-STORAGE SECTION.
       77 WS-OPCAO              PIC 99.
       88 OPCAO-88
          VALUE 0 1 2 3 4 5 6 7 8 9 10 11 12 13 14 15 16 17
                18 19 20 21 22 23 24 25 26 27 28 29 30
                99.
       77 WS-LIMPA              PIC X(50) VALUE SPACES.
       77 WS-P                  PIC X VALUE SPACES.

           02 LINE 15 COLUMN 40 VALUE "16-Atraso Medio Pagto".
           02 LINE 16 COLUMN 40 VALUE "17-Matriz Anual 12 Meses".
           02 LINE 17 COLUMN 40 VALUE "18-Comparativo de Anos".
           02 LINE 18 COLUMN 40 VALUE "20-Informe de Rendimentos".
           02 LINE 19 COLUMN 40 VALUE "21-Posicao Emprestimos".
           02 LINE 20 COLUMN 40 VALUE "22-Variacao Cambial".
           02 LINE 21 COLUMN 40 VALUE "23-Descontos Antecipacao".
           02 LINE 20 COLUMN 02 VALUE "24-Segregacao de Funcoes".
           02 LINE 21 COLUMN 02 VALUE "25-Consolidado Empresas".
           02 LINE 19 COLUMN 02 VALUE "26-Certidoes a Vencer".
           02 LINE 23 COLUMN 40 VALUE "27-Atestos Pendentes".
           02 LINE 24 COLUMN 40 VALUE "28-Bloqueios Judiciais".
           02 LINE 08 COLUMN 02 VALUE "29-Auditoria de Tarifas".
           02 LINE 23 COLUMN 02 VALUE "30-Documentos de Suporte".
           02 LINE 22 COLUMN 55 VALUE "00-Relatorios pag.2".
           02 LINE 18 COLUMN 02 VALUE "99 - Retorna ao Menu Geral".
           02 LINE 24 COLUMN 06 VALUE "OPCAO : [  ]".
      * * * * * * * * * * * * * * * * * * * * * * * * * * * * * *
               GO TO P20-OPCAO.
           IF WS-OPCAO = 99
               CHAIN "BANCO.COM".
           IF WS-OPCAO = 0
               CHAIN "MRELBAN2.COM".
           IF WS-OPCAO = 1
               CHAIN "BANCO17.COM".
           IF WS-OPCAO = 2
               CHAIN "RELBAN18.COM".
           IF WS-OPCAO = 19
               CHAIN "RELBAN19.COM".
           IF WS-OPCAO = 20
               CHAIN "RELBAN20.COM".
           IF WS-OPCAO = 21
               CHAIN "RELBAN21.COM".
           IF WS-OPCAO = 22
               CHAIN "RELBAN22.COM".
           IF WS-OPCAO = 23
               CHAIN "RELBAN23.COM".
           IF WS-OPCAO = 24
               CHAIN "RELBAN24.COM".
           IF WS-OPCAO = 25
               CHAIN "RELBAN25.COM".
           IF WS-OPCAO = 26
               CHAIN "RELBAN26.COM".
           IF WS-OPCAO = 27
               CHAIN "RELBAN27.COM".
           IF WS-OPCAO = 28
               CHAIN "RELBAN28.COM".
           IF WS-OPCAO = 29
               CHAIN "RELBAN29.COM".
           IF WS-OPCAO = 30
               CHAIN "RELBAN30.COM".

      * * * * * * * * * * * * * * * * * * * * * *
      *           P E R F O R M S                *
