           MOVE NOVA-LOCALIDADE    TO TERMINAL-LOCALIDADE.
           MOVE 17                 TO TERMINAL-EMPRESA.
           MOVE "0000123456786"    TO TERMINAL-NRC.
           MOVE SPACE              TO TERMINAL-MODELO.

           IF TOTAL-TERMINAIS-LOCALIDADE >= CAPACIDADE-LOCALIDADE
               MOVE "S" TO CAPACIDADE-ATINGIDA
