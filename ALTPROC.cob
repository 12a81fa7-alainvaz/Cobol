      *    ROTINAS DA TRILHA DE ALTERACOES (ALTERACOES.DAT). O
      *    ARQUIVO E ABERTO EM EXTEND E FECHADO A CADA LINHA, COMO NO
      *    DIARIO DE TRANSACOES, PARA A TRILHA NAO SE PERDER SE O
      *    PROGRAMA CAIR NO MEIO DA MANUTENCAO.
       INICIALIZA-CAMINHO-ALTERACAO.
           MOVE "alteracoes.dat" TO ALTERACAO-PATH.
           ACCEPT ALTERACAO-PATH FROM ENVIRONMENT "ALTERACAO_DAT".
           IF ALTERACAO-PATH = SPACE
               MOVE "alteracoes.dat" TO ALTERACAO-PATH
           END-IF.

      *    REGISTRA-ALTERACAO-VALOR: CAMPO NUMERICO (PRECO, CUSTO,
      *    LIMITE, PERCENTUAL, DIAS). OS DOIS VALORES VIAJAM EDITADOS
      *    PARA LEITURA E EM NUMERO PARA O RELATORIO DE EXCECOES.
      *    NA INCLUSAO O ANTERIOR SO APARECE QUANDO HA REFERENCIA
      *    (A LINHA NOVA DA TABELA DE PRECOS TRAZ O PRECO DO
      *    CATALOGO).
       REGISTRA-ALTERACAO-VALOR.
           IF ALTERACAO-NUM-ANTERIOR-WS NOT = ALTERACAO-NUM-NOVO-WS
                   OR ALTERACAO-OPERACAO-WS NOT = "A"
               MOVE "S" TO ALTERACAO-NUMERICA-WS
               MOVE SPACE TO ALTERACAO-ANTERIOR-WS
               MOVE SPACE TO ALTERACAO-NOVO-WS
               IF ALTERACAO-OPERACAO-WS NOT = "I"
                       OR ALTERACAO-NUM-ANTERIOR-WS NOT = ZERO
                   MOVE ALTERACAO-NUM-ANTERIOR-WS
                       TO ALTERACAO-VALOR-EDITADO
                   MOVE ALTERACAO-VALOR-EDITADO
                       TO ALTERACAO-ANTERIOR-WS
               END-IF
               IF ALTERACAO-OPERACAO-WS NOT = "E"
                   MOVE ALTERACAO-NUM-NOVO-WS
                       TO ALTERACAO-VALOR-EDITADO
                   MOVE ALTERACAO-VALOR-EDITADO TO ALTERACAO-NOVO-WS
               END-IF
               PERFORM GRAVA-ALTERACAO-COMUM
           END-IF.

      *    REGISTRA-ALTERACAO-TEXTO: CAMPO DE TEXTO, DATA OU CODIGO.
       REGISTRA-ALTERACAO-TEXTO.
           IF ALTERACAO-ANTERIOR-WS NOT = ALTERACAO-NOVO-WS
                   OR ALTERACAO-OPERACAO-WS NOT = "A"
               MOVE "N" TO ALTERACAO-NUMERICA-WS
               MOVE ZERO TO ALTERACAO-NUM-ANTERIOR-WS
               MOVE ZERO TO ALTERACAO-NUM-NOVO-WS
               PERFORM GRAVA-ALTERACAO-COMUM
           END-IF.

       GRAVA-ALTERACAO-COMUM.
           PERFORM INICIALIZA-CAMINHO-ALTERACAO.
           OPEN EXTEND ARQUIVO-ALTERACAO.
           IF ALTERACAO-FILE-STATUS = "35"
               CLOSE ARQUIVO-ALTERACAO
               OPEN OUTPUT ARQUIVO-ALTERACAO
           END-IF.
           MOVE ALTERACAO-ARQUIVO-WS      TO ALTERACAO-ARQUIVO.
           MOVE ALTERACAO-CHAVE-WS        TO ALTERACAO-CHAVE.
           MOVE ALTERACAO-CAMPO-WS        TO ALTERACAO-CAMPO.
           MOVE ALTERACAO-OPERACAO-WS     TO ALTERACAO-OPERACAO.
           MOVE ALTERACAO-ANTERIOR-WS     TO ALTERACAO-VALOR-ANTERIOR.
           MOVE ALTERACAO-NOVO-WS         TO ALTERACAO-VALOR-NOVO.
           MOVE ALTERACAO-NUMERICA-WS     TO ALTERACAO-NUMERICA.
           MOVE ALTERACAO-NUM-ANTERIOR-WS TO ALTERACAO-NUM-ANTERIOR.
           MOVE ALTERACAO-NUM-NOVO-WS     TO ALTERACAO-NUM-NOVO.
           MOVE ALTERACAO-PROGRAMA-WS     TO ALTERACAO-PROGRAMA.
           MOVE ALTERACAO-OPERADOR-WS     TO ALTERACAO-OPERADOR.
           ACCEPT ALTERACAO-DATA FROM DATE YYYYMMDD.
           ACCEPT ALTERACAO-HORA FROM TIME.
           WRITE ALTERACAO-REGISTRO.
           CLOSE ARQUIVO-ALTERACAO.
