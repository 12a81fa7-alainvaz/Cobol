           05 TERMINAL-LOCALIDADE PIC X(04).
           05 TERMINAL-EMPRESA    PIC 9(02).
           05 TERMINAL-NRC        PIC X(13).
      *    MODELO DO EQUIPAMENTO (PROG85); E POR ELE, OU PELA
      *    LOCALIDADE, QUE O PLANO DE MANUTENCAO PREVENTIVA
      *    (PLANOPREV.DAT) SE APLICA. EM BRANCO = NAO INFORMADO.
           05 TERMINAL-MODELO     PIC X(10).
