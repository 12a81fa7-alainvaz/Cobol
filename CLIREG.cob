      *    CODIGO DO SOBREVIVENTE QUE ABSORVEU O HISTORICO; ZERO EM
      *    CLIENTE NUNCA FUNDIDO.
           05 CLIENTE-FUNDIDO-EM PIC 9(08).
      *    DOCUMENTO DO CLIENTE: "F" = PESSOA FISICA (CPF, 11 DIGITOS
      *    ALINHADOS A DIREITA COM ZEROS), "J" = PESSOA JURIDICA
      *    (CNPJ, 14 DIGITOS). TIPO EM BRANCO = CLIENTE CADASTRADO
      *    ANTES DO CAMPO, AINDA SEM DOCUMENTO (RELATORIO PROG218).
           05 CLIENTE-TIPO-PESSOA PIC X(01).
              88 CLIENTE-PESSOA-FISICA    VALUE "F".
              88 CLIENTE-PESSOA-JURIDICA  VALUE "J".
              88 CLIENTE-SEM-DOCUMENTO    VALUE SPACE.
           05 CLIENTE-DOCUMENTO   PIC 9(14).
