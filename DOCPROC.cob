      *    VALIDA-DOCUMENTO-COMUM: TIRA DE DOC-ENTRADA TUDO QUE NAO E
      *    DIGITO; 11 DIGITOS SAO CPF (PESSOA FISICA), 14 SAO CNPJ
      *    (PESSOA JURIDICA), QUALQUER OUTRA QUANTIDADE E INVALIDA.
      *    CONFERE OS DOIS DIGITOS VERIFICADORES MOD-11 DA RECEITA E
      *    RECUSA OS NUMEROS DE DIGITOS TODOS IGUAIS (111.111.111-11
      *    E AFINS), QUE PASSAM NA CONTA MAS NAO EXISTEM.
       VALIDA-DOCUMENTO-COMUM.
           MOVE ZERO  TO DOC-NUMERO.
           MOVE ZERO  TO DOC-QTDE-DIGITOS.
           MOVE SPACE TO DOC-TIPO.
           MOVE "N"   TO DOC-RESULTADO.
           MOVE 1 TO DOC-POSICAO.
           PERFORM EXTRAI-DIGITO-DOCUMENTO
               UNTIL DOC-POSICAO > 20.

           EVALUATE DOC-QTDE-DIGITOS
               WHEN 11
                   MOVE "F" TO DOC-TIPO
                   MOVE 4   TO DOC-INICIO
                   MOVE 11  TO DOC-PESO-MAXIMO
               WHEN 14
                   MOVE "J" TO DOC-TIPO
                   MOVE 1   TO DOC-INICIO
                   MOVE 9   TO DOC-PESO-MAXIMO
           END-EVALUATE.

           IF DOC-TIPO NOT = SPACE
               MOVE "S" TO DOC-REPETIDO
               MOVE DOC-INICIO TO DOC-POSICAO
               PERFORM CONFERE-DIGITO-REPETIDO
                   UNTIL DOC-POSICAO > 14
               IF DOC-REPETIDO = "N"
                   MOVE 12 TO DOC-FIM
                   PERFORM CALCULA-DV-DOCUMENTO
                   IF DOC-DV-CALCULADO = DOC-DIGITO (13)
                       MOVE 13 TO DOC-FIM
                       PERFORM CALCULA-DV-DOCUMENTO
                       IF DOC-DV-CALCULADO = DOC-DIGITO (14)
                           MOVE "S" TO DOC-RESULTADO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    SO OS 14 PRIMEIROS DIGITOS ENTRAM NO NUMERO; A CONTAGEM
      *    SEGUE ATE O FIM PARA RECUSAR ENTRADA COMPRIDA DEMAIS.
       EXTRAI-DIGITO-DOCUMENTO.
           MOVE DOC-ENTRADA (DOC-POSICAO:1) TO DOC-CARACTER.
           IF DOC-CARACTER IS NUMERIC
               ADD 1 TO DOC-QTDE-DIGITOS
               IF DOC-QTDE-DIGITOS NOT > 14
                   MOVE DOC-CARACTER TO DOC-ALGARISMO
                   COMPUTE DOC-NUMERO = DOC-NUMERO * 10 + DOC-ALGARISMO
               END-IF
           END-IF.
           ADD 1 TO DOC-POSICAO.

       CONFERE-DIGITO-REPETIDO.
           IF DOC-DIGITO (DOC-POSICAO) NOT = DOC-DIGITO (DOC-INICIO)
               MOVE "N" TO DOC-REPETIDO
           END-IF.
           ADD 1 TO DOC-POSICAO.

      *    CALCULA-DV-DOCUMENTO: SOMA OS DIGITOS DE DOC-INICIO A
      *    DOC-FIM COM PESOS DE 2 EM DIANTE A PARTIR DA DIREITA (NO
      *    CNPJ O PESO VOLTA A 2 DEPOIS DO 9). RESTO DA DIVISAO POR 11
      *    MENOR QUE 2 DA DIGITO ZERO; SENAO O DIGITO E 11 - RESTO.
       CALCULA-DV-DOCUMENTO.
           MOVE ZERO TO DOC-SOMA.
           MOVE 2 TO DOC-PESO.
           MOVE DOC-FIM TO DOC-POSICAO.
           PERFORM SOMA-DIGITO-DOCUMENTO
               UNTIL DOC-POSICAO < DOC-INICIO.
           DIVIDE DOC-SOMA BY 11 GIVING DOC-QUOCIENTE
               REMAINDER DOC-RESTO.
           IF DOC-RESTO < 2
               MOVE 0 TO DOC-DV-CALCULADO
           ELSE
               COMPUTE DOC-DV-CALCULADO = 11 - DOC-RESTO
           END-IF.

       SOMA-DIGITO-DOCUMENTO.
           COMPUTE DOC-SOMA = DOC-SOMA
               + DOC-DIGITO (DOC-POSICAO) * DOC-PESO.
           IF DOC-PESO = DOC-PESO-MAXIMO
               MOVE 2 TO DOC-PESO
           ELSE
               ADD 1 TO DOC-PESO
           END-IF.
           SUBTRACT 1 FROM DOC-POSICAO.

      *    EDITA-DOCUMENTO-COMUM: MONTA EM DOC-EDITADO O NUMERO DE
      *    DOC-NUMERO COM A MASCARA DO TIPO EM DOC-TIPO
      *    (999.999.999-99 OU 99.999.999/9999-99). SEM TIPO, O
      *    CLIENTE AINDA NAO TEM DOCUMENTO CADASTRADO.
       EDITA-DOCUMENTO-COMUM.
           MOVE SPACE TO DOC-EDITADO.
           EVALUATE TRUE
               WHEN DOC-CPF
                   STRING DOC-NUMERO (4:3)  "." DOC-NUMERO (7:3) "."
                          DOC-NUMERO (10:3) "-" DOC-NUMERO (13:2)
                       DELIMITED BY SIZE INTO DOC-EDITADO
               WHEN DOC-CNPJ
                   STRING DOC-NUMERO (1:2)  "." DOC-NUMERO (3:3) "."
                          DOC-NUMERO (6:3)  "/" DOC-NUMERO (9:4) "-"
                          DOC-NUMERO (13:2)
                       DELIMITED BY SIZE INTO DOC-EDITADO
               WHEN OTHER
                   MOVE "(NAO INFORMADO)" TO DOC-EDITADO
           END-EVALUATE.
