       PROGRAM-ID. PROG125.
      *    MANUTENCAO DO MAPA DE CONTAS CONTABEIS (CONTAS.DAT): PARA
      *    CADA EVENTO EXPORTAVEL AO LIVRO DO CONTADOR (FAT, REC,
      *    FOL, ICM, IPI, ISS, RES, FGT, DEP), A CONTA DE DEBITO E A DE
      *    CREDITO. FLUXO INCLUIR/ALTERAR/RETIRAR/LISTAR DO PROG73 - A
      *    RETIRADA AQUI E FISICA, PORQUE EVENTO SEM MAPA SIMPLESMENTE
      *    NAO EXPORTA (E O PROG126 ACUSA).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

           MOVE SPACE TO CONTA-REGISTRO.

           DISPLAY "EVENTO (FAT/REC/FOL/ICM/IPI/ISS/RES/FGT/DEP): ".
           ACCEPT CONTA-EVENTO.
           DISPLAY "CONTA DE DEBITO: ".
           ACCEPT CONTA-DEBITO.
