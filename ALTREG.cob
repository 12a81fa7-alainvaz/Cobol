      *    ALTERACOES.DAT: TRILHA CAMPO A CAMPO DAS MANUTENCOES DOS
      *    CADASTROS COMERCIAIS - PRECO E CUSTO DO PRODUTO (PROG64),
      *    LIMITE E EXPOSICAO DE CREDITO (PROG69), CONDICAO DE
      *    PAGAMENTO E SUA ATRIBUICAO AO CLIENTE (PROG110), ACORDOS
      *    DE DESCONTO (PROG122) E LINHAS DA TABELA DE PRECOS
      *    (PROG123). A AUDITORIA.DAT DIZ QUEM MEXEU NO CLIENTE; ESTA
      *    DIZ QUEM MUDOU QUAL CAMPO, DE QUE VALOR PARA QUAL. UMA
      *    LINHA POR CAMPO QUE MUDOU; NA INCLUSAO O ANTERIOR VEM EM
      *    BRANCO (NA LINHA NOVA DA TABELA DE PRECOS, O PRECO DO
      *    CATALOGO) E NA RETIRADA O NOVO. CAMPO DE VALOR LEVA TAMBEM
      *    OS NUMEROS (ALTERACAO-NUMERICA = "S") PARA O PROG220
      *    MEDIR O TAMANHO DA MUDANCA. CONSULTA-SE PELO PROG219.
       FD  ARQUIVO-ALTERACAO.
       01  ALTERACAO-REGISTRO.
           05 ALTERACAO-ARQUIVO        PIC X(10).
           05 ALTERACAO-CHAVE          PIC X(20).
           05 ALTERACAO-CAMPO          PIC X(20).
           05 ALTERACAO-OPERACAO       PIC X(01).
              88 ALTERACAO-INCLUSAO        VALUE "I".
              88 ALTERACAO-ALTERACAO       VALUE "A".
              88 ALTERACAO-EXCLUSAO        VALUE "E".
           05 ALTERACAO-VALOR-ANTERIOR PIC X(20).
           05 ALTERACAO-VALOR-NOVO     PIC X(20).
           05 ALTERACAO-NUMERICA       PIC X(01).
              88 ALTERACAO-DE-VALOR        VALUE "S".
           05 ALTERACAO-NUM-ANTERIOR   PIC S9(09)V9(02).
           05 ALTERACAO-NUM-NOVO       PIC S9(09)V9(02).
           05 ALTERACAO-PROGRAMA       PIC X(08).
           05 ALTERACAO-OPERADOR       PIC X(10).
           05 ALTERACAO-DATA           PIC 9(08).
           05 ALTERACAO-HORA           PIC 9(08).
