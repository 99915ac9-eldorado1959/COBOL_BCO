           03 JRN-OPERADOR     PIC X(08).
           03 JRN-PROGRAMA     PIC X(08).
           03 JRN-ACAO         PIC X(01).
           03 JRN-ANTES        PIC X(326).
           03 JRN-DEPOIS       PIC X(326).
      ***********************************

       WORKING-STORAGE SECTION.
           IF WS-DATA-LIM > ZEROS
               IF JRN-DATA = WS-DATA-LIM AND JRN-HORA > WS-HORA-LIM
                   GO TO P-ROLA-FECHA.
      *----- imagem de outro arquivo (fusao do 115): nao e lancto
           IF JRN-ACAO = "F"
               GO TO P-ROLA-LER.
      *----- exclusao (28/29): reaplica apagando o registro
           IF JRN-ACAO = "D"
               GO TO P-ROLA-DELETE.
