      *    PELO COPYBOOK COMPARTILHADO. A INCLUSAO RESPEITA O LIMITE
      *    DE TERMINAIS POR LOCALIDADE (PROG16-CAPACIDADE, PADRAO
      *    50), CONTADO COMO O CONTA-TERMINAIS-LOCALIDADE DO PROG16.
      *    O MODELO DO EQUIPAMENTO E GUARDADO PARA O PLANO DE
      *    MANUTENCAO PREVENTIVA (PROG194/PROG195).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  NOVA-LOCALIDADE      PIC X(04).
       01  NOVA-EMPRESA         PIC 9(02).
       01  NOVO-NRC             PIC X(13).
       01  NOVO-MODELO          PIC X(10).
       01  NRC-VALIDO-FLAG      PIC X VALUE "N".
           88 NRC-ACEITO            VALUE "S".

           ACCEPT CHAVE-PROCURADA.
           DISPLAY "INFORME A LOCALIDADE (4 POSICOES): ".
           ACCEPT NOVA-LOCALIDADE.
           MOVE SPACE TO NOVO-MODELO.
           DISPLAY "INFORME O MODELO DO EQUIPAMENTO: ".
           ACCEPT NOVO-MODELO.
           PERFORM CAPTURA-NRC.

           PERFORM CONTA-TERMINAIS-LOCALIDADE.
               MOVE NOVA-LOCALIDADE TO TERMINAL-LOCALIDADE
               MOVE NOVA-EMPRESA    TO TERMINAL-EMPRESA
               MOVE NOVO-NRC        TO TERMINAL-NRC
               MOVE NOVO-MODELO     TO TERMINAL-MODELO
               WRITE TERMINAL-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE UM TERMINAL COM ESSA CHAVE."
                           MOVE NOVA-LOCALIDADE
                               TO TERMINAL-LOCALIDADE
                       END-IF
                       DISPLAY "MODELO ATUAL: " TERMINAL-MODELO
                       DISPLAY "NOVO MODELO (ENTER MANTEM): "
                       MOVE SPACE TO NOVO-MODELO
                       ACCEPT NOVO-MODELO
                       IF NOVO-MODELO NOT = SPACE
                           MOVE NOVO-MODELO TO TERMINAL-MODELO
                       END-IF
                       PERFORM CAPTURA-NRC
                       MOVE NOVA-EMPRESA TO TERMINAL-EMPRESA
                       MOVE NOVO-NRC TO TERMINAL-NRC
               DISPLAY TERMINAL-CHAVE " LOCAL " TERMINAL-LOCALIDADE
                       " EMPRESA " TERMINAL-EMPRESA
                       " NRC " TERMINAL-NRC
                       " MODELO " TERMINAL-MODELO
           END-IF.

           COPY "LUHNPROC.cob".
