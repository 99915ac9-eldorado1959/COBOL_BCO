           03 SES-DATA         PIC 9(08).
           03 SES-HORA         PIC 9(06).
           03 SES-SIT          PIC X(01).
           03 SES-EMPR         PIC 99.
       WORKING-STORAGE SECTION.
       77 FS-OPER              PIC XX.
       77 WS-DATA-OP           PIC 9(08) VALUE ZEROS.
       77 WS-NIVEL-REQ         PIC 9 VALUE ZEROS.
       77 WS-OPCAO             PIC 99.
       88 OPCAO-88
          VALUE 00 44 45 46 47 48 49 50 51 52 53 54 55 56 57 58 59
                60 61 62 63 64 65 66 67 68 69
                70 71 81 82 83 84 85 86 87 88 89 90 91 92
                93 94 95 96 97 98 99.
      *----- pode ficar nas colunas 02-53 dela
           02 LINE 08 COLUMN 02 VALUE "86-Cadastro Feriados".
           02 LINE 08 COLUMN 30 VALUE "87-Fechamento Mensal".
           02 LINE 08 COLUMN 55 VALUE "00-Menu Geral pag.3".
           02 LINE 23 COLUMN 30 VALUE "88-Empenhos".
           02 LINE 23 COLUMN 42 VALUE "94-Fornec.360".
           02 LINE 19 COLUMN 30 VALUE "89-Folhas Inutilizadas".
               GO TO P20-OPCAO.
           IF WS-OPCAO = 99
               CHAIN "BANCO.COM".
           IF WS-OPCAO = 00
               CHAIN "MBANCO3.COM".
       P30-MOVE-OPCAO.
           MOVE WS-OPCAO TO NRO.
           CHAIN CHAMADOR.
      *-----------------------------------------*
       P-VERIFICA-NIVEL.
           MOVE 2 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 00 OR 44 OR 47 OR 61 OR 63 OR 68 OR 99
               MOVE 1 TO WS-NIVEL-REQ.
           IF WS-OPCAO = 59 OR 60 OR 62 OR 70 OR 71 OR 87
                        OR 92 OR 93
