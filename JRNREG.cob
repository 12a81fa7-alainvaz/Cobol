           05 JORNAL-OPERACAO PIC X(01).
              88 JORNAL-INCLUSAO   VALUE "I".
              88 JORNAL-ALTERACAO  VALUE "A".
           05 JORNAL-IMAGEM   PIC X(250).
           05 JORNAL-OPERADOR PIC X(10).
           05 JORNAL-DATA     PIC 9(08).
           05 JORNAL-HORA     PIC 9(08).
