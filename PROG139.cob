           05 FOLHA-DESCONTOS     PIC 9(07)V9(02).
           05 FOLHA-VALOR-LIQUIDO PIC 9(07)V9(02).
           05 FOLHA-DATA-CALCULO  PIC 9(08).
           05 FOLHA-EMPRESA       PIC 9(02).

       WORKING-STORAGE SECTION.

