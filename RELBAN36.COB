       IDENTIFICATION DIVISION.
       PROGRAM-ID.    RELBAN36.
       AUTHOR. ROGERIO-MACHADO.
       ENVIRONMENT DIVISION.
       SPECIAL-NAMES. DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CARPARC ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CPC-CHAVE
                  ALTERNATE RECORD KEY IS CPC-PREVISTA
                      WITH DUPLICATES
                  FILE STATUS IS FS-CPC.
           SELECT CARVEN ASSIGN TO DISK
                  ORGANIZATION IS INDEXED
                  ACCESS MODE IS DYNAMIC
                  RECORD KEY IS CVD-NSU
                  FILE STATUS IS FS-CVD.
           SELECT RELATO ASSIGN TO PRINTER.
       DATA DIVISION.
       FILE SECTION.
      *-----------------------------------------*
      * Agenda de recebimento do cartao (132).  *
      *-----------------------------------------*
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

       FD CARVEN
           LABEL RECORD IS STANDARD
           VALUE OF FILE-ID IS "CARVEN.DAT".
       01 REG-CARVEN.
           03 CVD-NSU          PIC X(12).
           03 CVD-DATA         PIC 9(08).
           03 CVD-BAND         PIC X(02).
           03 CVD-MODAL        PIC X(01).
           03 CVD-PARC         PIC 99.
           03 CVD-BRUTO        PIC 9(08)V99.
           03 CVD-TAXA         PIC 99V99.
           03 CVD-REC          PIC X(06).
           03 CVD-SIT          PIC X(01).
           03 CVD-DATA-IMP     PIC 9(08).
           03 CVD-POR          PIC X(08).

       FD RELATO            LABEL RECORD IS OMITTED.
       01 REG-RELATO           PIC X(80).
      ***********************************

       WORKING-STORAGE SECTION.

       01 WS-DATA.
           03 ANO              PIC 9(04).
           03 MES              PIC 99.
           03 DIA              PIC 99.
       01 WS-DATA-N REDEFINES WS-DATA PIC 9(08).

       77 FS-CPC               PIC XX.
       77 FS-CVD               PIC XX.
       77 WS-CVD-OK            PIC X VALUE "S".
       88 CVD-OK-88              VALUE "S".
       77 WS-LIMPA             PIC X(50) VALUE SPACES.
       77 WS-P                 PIC X VALUE SPACES.
       77 WS-CONF              PIC X VALUE SPACES.
       77 WS-LINHA             PIC 99 VALUE ZEROS.
       77 WS-PAGINA            PIC 9(03) VALUE ZEROS.
       77 WS-DIF               PIC 9(08)V99 VALUE ZEROS.
       77 WS-QTD-ATR           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-ATR           PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-MEN           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-MEN           PIC 9(10)V99 VALUE ZEROS.
       77 WS-QTD-TAX           PIC 9(05) VALUE ZEROS.
       77 WS-TOT-TAX           PIC 9(10)V99 VALUE ZEROS.

      *----- dias corridos pelo dia juliano
       77 WS-UD-DIA            PIC 99 VALUE ZEROS.
       77 WS-UD-MES            PIC 99 VALUE ZEROS.
       77 WS-UD-ANO            PIC 9(04) VALUE ZEROS.
       77 WS-JDN               PIC S9(08) VALUE ZEROS.
       77 WS-JD-T1             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T2             PIC S9(08) VALUE ZEROS.
       77 WS-JD-T3             PIC S9(08) VALUE ZEROS.
       77 WS-JD-L              PIC S9(09) VALUE ZEROS.
       77 WS-JDN-HOJE          PIC 9(08) VALUE ZEROS.
       77 WS-ATRASO            PIC S9(06) VALUE ZEROS.

       01 LINHA-CABEC1.
           02 f pic x(02) value spaces.
           02 F PIC X(34) VALUE "Controle Bancario  E l d o r a d o".
           02 f pic x(22) value spaces.
           02 DIA-DET PIC 99.
           02 f pic x value "/".
           02 MES-DET PIC 99.
           02 f pic x value "/".
           02 ANO-DET PIC 9(04).
           02 f pic x value ".".
           02 f pic x(03) value spaces.
           02 F PIC X(04) VALUE "Pag.".
           02 PAG-DET PIC ZZ9.

       01 LINHA-TITULO.
           02 f pic x(02) value spaces.
           02 F PIC X(50) VALUE
              "RECEBIVEIS DE CARTAO COM DIVERGENCIA".

       01 LINHA-CAB2.
           02 F PIC X(40) VALUE
              "NSU          PC BD PREVISTA  ESPERADO   ".
           02 F PIC X(38) VALUE
              " OBTIDO DIFERENCA OCORRENCIA      DIAS".

       01 LINHA-DET.
           02 NSU-DET PIC X(12).
           02 f pic x value spaces.
           02 PARC-DET PIC 99.
           02 f pic x value spaces.
           02 BAND-DET PIC X(02).
           02 f pic x value spaces.
           02 DPREV-DET PIC 99.
           02 f pic x value "/".
           02 MPREV-DET PIC 99.
           02 f pic x value "/".
           02 APREV-DET PIC 99.
           02 f pic x value spaces.
           02 ESPERADO-DET PIC ZZ.ZZ9,99.
           02 f pic x value spaces.
           02 OBTIDO-DET PIC ZZ.ZZ9,99.
           02 f pic x value spaces.
           02 DIF-DET PIC ZZ.ZZ9,99.
           02 f pic x value spaces.
           02 OCOR-DET PIC X(15).
           02 f pic x value spaces.
           02 DIAS-DET PIC ZZZ9.

       01 LINHA-TOT.
           02 f pic x(02) value spaces.
           02 TIT-TOT PIC X(24).
           02 QTD-TOT PIC ZZZZ9.
           02 f pic x(05) value spaces.
           02 F PIC X(14) VALUE "Diferenca R$..".
           02 VALOR-TOT PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-NOTA.
           02 f pic x(02) value spaces.
           02 NOTA-DET PIC X(76).

       01 LINHA-TRACO.
           02 f pic x(78) value ALL "-".
      ***********************************

       SCREEN SECTION.
       01 TELA-1.
           02 BLANK SCREEN.
           02 LINE 02 COLUMN 67 VALUE "       /  /    ".
           02 LINE 03 COLUMN 25 VALUE " CONTROLE BANCARIO " BLINK.
           02 LINE 04 COLUMN 02 VALUE " RECEBIVEIS CARTAO " BLINK.
           02 LINE 06 COLUMN 04 VALUE
              "Parcelas do cartao (132) atrasadas, creditadas a menor".
           02 LINE 07 COLUMN 04 VALUE
              "no extrato ou com taxa acima da contratada.".
           02 LINE 08 COLUMN 04 VALUE
              "Concilie a agenda c/o extrato (132, opcao 2) antes.".
           02 LINE 22 COLUMN 01 PIC X(80) FROM ALL "=".
           02 LINE 22 COLUMN 05 VALUE "MENSAGEM".
      *
       PROCEDURE DIVISION.

       P03-ABERTURA.
           OPEN INPUT CARPARC.
           IF FS-CPC = "35"
               DISPLAY (10 10) "!! ARQUIVO CARPARC.DAT INEXISTENTE !!"
               STOP RUN.
           OPEN INPUT CARVEN.
           IF FS-CVD = "35"
               MOVE "N" TO WS-CVD-OK.

       P01-TELA-1.
           DISPLAY TELA-1.
           PERFORM P-DATA.
           DISPLAY (21 04) "Confirma o relatorio ?  < S/N >".
           ACCEPT (21 38) WS-CONF WITH PROMPT AUTO-SKIP.
           DISPLAY (21 04) WS-LIMPA.
           IF WS-CONF NOT = "S" AND WS-CONF NOT = "s"
               PERFORM P-FIM.
           DISPLAY (21 04) "Processando...".
           MOVE DIA TO WS-UD-DIA.
           MOVE MES TO WS-UD-MES.
           MOVE ANO TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           MOVE WS-JDN TO WS-JDN-HOJE.
           MOVE ZEROS TO WS-QTD-ATR WS-TOT-ATR WS-QTD-MEN WS-TOT-MEN.
           MOVE ZEROS TO WS-QTD-TAX WS-TOT-TAX WS-PAGINA.
           OPEN OUTPUT RELATO.
           PERFORM P-CABECALHO.
           MOVE LOW-VALUES TO CPC-CHAVE.
           START CARPARC KEY IS NOT LESS THAN CPC-CHAVE
               INVALID KEY GO TO P06-TOTAL.

      *-----------------------------------------*
      * Uma linha por divergencia da parcela:   *
      * atrasada (a receber c/data prevista ja  *
      * passada), creditada a menor que o       *
      * liquido da adquirente, e liquido da     *
      * adquirente abaixo do da taxa contratada.*
      *-----------------------------------------*
       P05-LER.
           READ CARPARC NEXT RECORD
               AT END GO TO P06-TOTAL.
           MOVE SPACES TO BAND-DET.
           IF CVD-OK-88
               MOVE CPC-NSU TO CVD-NSU
               READ CARVEN
                   INVALID KEY
                       MOVE SPACES TO CVD-BAND
               END-READ
               MOVE CVD-BAND TO BAND-DET.
           MOVE CPC-NSU TO NSU-DET.
           MOVE CPC-PARC TO PARC-DET.
           MOVE CPC-PREVISTA(7:2) TO DPREV-DET.
           MOVE CPC-PREVISTA(5:2) TO MPREV-DET.
           MOVE CPC-PREVISTA(3:2) TO APREV-DET.
           IF CPC-SIT = "A" AND CPC-PREVISTA < WS-DATA-N
               PERFORM P-ATRASADA.
           IF CPC-SIT = "L" AND CPC-VALOR-CRED < CPC-LIQ
               PERFORM P-A-MENOR.
           IF CPC-LIQ < CPC-LIQ-CONTR
               PERFORM P-TAXA-ACIMA.
           GO TO P05-LER.

       P-ATRASADA.
           MOVE CPC-PREVISTA(7:2) TO WS-UD-DIA.
           MOVE CPC-PREVISTA(5:2) TO WS-UD-MES.
           MOVE CPC-PREVISTA(1:4) TO WS-UD-ANO.
           PERFORM P-JDN-CALC.
           COMPUTE WS-ATRASO = WS-JDN-HOJE - WS-JDN.
           MOVE CPC-LIQ TO ESPERADO-DET WS-DIF.
           MOVE ZEROS TO OBTIDO-DET.
           MOVE WS-DIF TO DIF-DET.
           MOVE "ATRASADA" TO OCOR-DET.
           MOVE WS-ATRASO TO DIAS-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-ATR.
           ADD WS-DIF TO WS-TOT-ATR.

       P-A-MENOR.
           COMPUTE WS-DIF = CPC-LIQ - CPC-VALOR-CRED.
           MOVE CPC-LIQ TO ESPERADO-DET.
           MOVE CPC-VALOR-CRED TO OBTIDO-DET.
           MOVE WS-DIF TO DIF-DET.
           MOVE "CREDITO A MENOR" TO OCOR-DET.
           MOVE ZEROS TO DIAS-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-MEN.
           ADD WS-DIF TO WS-TOT-MEN.

       P-TAXA-ACIMA.
           COMPUTE WS-DIF = CPC-LIQ-CONTR - CPC-LIQ.
           MOVE CPC-LIQ-CONTR TO ESPERADO-DET.
           MOVE CPC-LIQ TO OBTIDO-DET.
           MOVE WS-DIF TO DIF-DET.
           MOVE "TAXA ACIMA" TO OCOR-DET.
           MOVE ZEROS TO DIAS-DET.
           PERFORM P-IMPRIME-DET.
           ADD 1 TO WS-QTD-TAX.
           ADD WS-DIF TO WS-TOT-TAX.

       P-IMPRIME-DET.
           IF WS-LINHA > 56
               PERFORM P-CABECALHO.
           WRITE REG-RELATO FROM LINHA-DET.
           ADD 1 TO WS-LINHA.

       P06-TOTAL.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE "Parcelas atrasadas.....:" TO TIT-TOT.
           MOVE WS-QTD-ATR TO QTD-TOT.
           MOVE WS-TOT-ATR TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           MOVE "Creditadas a menor.....:" TO TIT-TOT.
           MOVE WS-QTD-MEN TO QTD-TOT.
           MOVE WS-TOT-MEN TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           MOVE "Taxa acima do contrato.:" TO TIT-TOT.
           MOVE WS-QTD-TAX TO QTD-TOT.
           MOVE WS-TOT-TAX TO VALOR-TOT.
           WRITE REG-RELATO FROM LINHA-TOT.
           MOVE SPACES TO NOTA-DET.
           MOVE "Esperado da taxa acima = liquido pela taxa contratada"
               TO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           MOVE "da bandeira/modalidade (132, opcao 3)."
               TO NOTA-DET.
           WRITE REG-RELATO FROM LINHA-NOTA.
           CLOSE RELATO.
           DISPLAY (21 04) WS-LIMPA.
           DISPLAY (12 04) "Parcelas atrasadas......:" WS-QTD-ATR.
           DISPLAY (13 04) "Creditadas a menor......:" WS-QTD-MEN.
           DISPLAY (14 04) "Taxa acima do contrato..:" WS-QTD-TAX.
           DISPLAY (18 04) "Relatorio na impressora.".
           DISPLAY (23 04) " Tecle  -  <  ENTER  > ".
           ACCEPT (23 30) WS-P.
           GO TO P01-TELA-1.

       P-CABECALHO.
           ADD 1 TO WS-PAGINA.
           MOVE WS-PAGINA TO PAG-DET.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CABEC1.
           WRITE REG-RELATO FROM LINHA-TITULO.
           WRITE REG-RELATO FROM LINHA-TRACO.
           WRITE REG-RELATO FROM LINHA-CAB2.
           WRITE REG-RELATO FROM LINHA-TRACO.
           MOVE 6 TO WS-LINHA.

       P-JDN-CALC.
           COMPUTE WS-JD-T1 = (WS-UD-MES - 14) / 12.
           COMPUTE WS-JD-T2 =
               (1461 * (WS-UD-ANO + 4800 + WS-JD-T1)) / 4.
           COMPUTE WS-JD-T3 =
               (367 * (WS-UD-MES - 2 - 12 * WS-JD-T1)) / 12.
           COMPUTE WS-JD-L = (WS-UD-ANO + 4900 + WS-JD-T1) / 100.
           COMPUTE WS-JDN = WS-JD-T2 + WS-JD-T3
               - (3 * WS-JD-L) / 4 + WS-UD-DIA - 32075.

       P-DATA.
           ACCEPT WS-DATA FROM DATE YYYYMMDD.
           DISPLAY (02 72) DIA.
           DISPLAY (02 75) MES.
           DISPLAY (02 78) ANO.
           MOVE DIA TO DIA-DET.
           MOVE MES TO MES-DET.
           MOVE ANO TO ANO-DET.

       P-FIM.
           CLOSE CARPARC.
           IF CVD-OK-88
               CLOSE CARVEN.
           DISPLAY (01 01) ERASE.
           CHAIN "MRELBAN2.COM".
