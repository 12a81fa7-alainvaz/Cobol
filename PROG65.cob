      *    CREDITO.DAT NAO PROTEGE DESSE CASO. A LIBERACAO EXIGE
      *    SUPERVISOR AUTENTICADO (SESSAO-NIVEL 3 EM SESSAO.DAT) E E
      *    AUDITADA; SEM LIBERACAO O PEDIDO VAI PARA A QUARENTENA,
      *    COMO OS DEMAIS RECUSADOS. FATURA EM PARCELAS
      *    (PARCELAS.DAT) CONTA PELA PARCELA EM ABERTO MAIS
      *    ATRASADA - PARCELA A VENCER NAO TRAVA O PEDIDO.
      *    CLIENTE COM CHEQUE DEVOLVIDO (RESTRICAO EM CREDITO.DAT,
      *    GRAVADA PELO PROG108) SO COMPRA PAGANDO EM DINHEIRO OU
      *    CARTAO: O OPERADOR CONFIRMA A FORMA OU O PEDIDO VAI PARA A
      *    QUARENTENA.
      *    NA GRAVACAO CADA ITEM RESERVA O ESTOQUE (ESTOQUE-RESERVADO
      *    EM ESTOQUE.DAT): SO ENTRA NO PEDIDO O QUE O DISPONIVEL
      *    (SALDO MENOS RESERVADO) COBRE E A FALTA VAI PARA
      *    ENCOMENDAS.DAT, DE ONDE O RECEBIMENTO (PROG104) A LIBERA.
      *    PEDIDO SEM NENHUM ITEM COBERTO FICA "E" (EM ENCOMENDA).
      *    A RECAPITULACAO MOSTRA O FRETE ESTIMADO: TRANSPORTADORA
      *    PELA FAIXA DO CEP DE ENTREGA (TRANSPFAIXA.DAT), VALOR PELA
      *    TABELA DELA PARA A UF E O PESO DO PEDIDO (FRETES.DAT), COM
      *    O FRETE MINIMO E A ISENCAO POR VALOR DO CADASTRO DE
      *    TRANSPORTADORAS (PROG180). O FRETE VAI NO CABECALHO E E
      *    COBRADO NA FATURA (PROG66).
      *    CADA PEDIDO PERTENCE A UMA EMPRESA DO GRUPO: O OPERADOR
      *    ESCOLHE NA DIGITACAO (ENTER FICA COM A EMPRESA DA SESSAO
      *    DO PROG20) E O CODIGO VAI NO CABECALHO E NOS ITENS.
      *    A CONSULTA DE INADIMPLENCIA POSICIONA PELA CHAVE
      *    ALTERNATIVA DE CLIENTE DE FATURAS.DAT E LE SO OS TITULOS
      *    DO CLIENTE DO PEDIDO, EM VEZ DE VARRER O ARQUIVO.
      *    PEDIDOS.DAT E INDEXADO: O CABECALHO E GRAVADO NA LINHA 000
      *    E OS ITENS NAS LINHAS SEGUINTES, TODOS COM O CLIENTE NA
      *    CHAVE ALTERNATIVA.
      *    PRODUTO VENDIDO COMO KIT (KITS.DAT, PROG200) NAO TEM FICHA
      *    PROPRIA: O DISPONIVEL DO KIT E CALCULADO DOS COMPONENTES
      *    (O MENOR DISPONIVEL DE CADA UM DIVIDIDO PELA QUANTIDADE
      *    POR KIT) E O OPERADOR E AVISADO QUANDO NAO COBRE O PEDIDO.
      *    A LINHA DO KIT SEGUE SEM RESERVA, COMO O PRODUTO SEM FICHA.
      *    O ESTOQUE DO PEDIDO E O DO DEPOSITO DA EMPRESA ESCOLHIDA
      *    (ESTDEP.DAT): O DISPONIVEL E O DELE, A RESERVA E FEITA
      *    NELE E O ITEM LEVA O DEPOSITO PARA O FATURAMENTO BAIXAR.
      *    LOJA DE GRUPO ECONOMICO (GRUPOS.DAT, PROG215) PASSA TAMBEM
      *    PELO LIMITE DO GRUPO, CONTRA A EXPOSICAO SOMADA DAS LOJAS. O
      *    PEDIDO LIBERADO PELO SUPERVISOR ACIMA DE QUALQUER DOS LIMITES
      *    FICA EM LIBCRED.DAT, PARA O FATURAMENTO NAO O SEGURAR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDSEL.cob".
           COPY "CRDSEL.cob".
           COPY "ESTSEL.cob".
           COPY "KITSEL.cob".
           COPY "FATSEL.cob".
           COPY "SESSEL.cob".
           COPY "ENDSEL.cob".
           COPY "DSCSEL.cob".
           COPY "PRCSEL.cob".
           COPY "JRNSEL.cob".
           COPY "PARSEL.cob".
           COPY "EMDSEL.cob".
           COPY "TPTSEL.cob".
           COPY "TRPSEL.cob".
           COPY "FRTSEL.cob".
           COPY "EMPSEL.cob".
           COPY "EDPSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".
           COPY "LCRSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-PEDIDO
               ASSIGN TO "numped.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "AUDREG.cob".
           COPY "CRDREG.cob".
           COPY "ESTREG.cob".
           COPY "KITREG.cob".
           COPY "FATREG.cob".
           COPY "SESREG.cob".
           COPY "ENDREG.cob".
           COPY "DSCREG.cob".
           COPY "PRCREG.cob".
           COPY "JRNREG.cob".
           COPY "PARREG.cob".
           COPY "EMDREG.cob".
           COPY "TPTREG.cob".
           COPY "TRPREG.cob".
           COPY "FRTREG.cob".
           COPY "EMPREG.cob".
           COPY "EDPREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".
           COPY "LCRREG.cob".

       FD  ARQUIVO-NUMERO-PEDIDO.
       01  NUMERO-PEDIDO-REGISTRO.
       01  PRODUTO-PATH              PIC X(100).
       01  PEDIDO-FILE-STATUS        PIC XX.
       01  PEDIDO-PATH               PIC X(100).
       01  LINHA-PEDIDO-GRAVADA      PIC 9(03).
       01  QUARENTENA-FILE-STATUS    PIC XX.
       01  AUDITORIA-FILE-STATUS     PIC XX.
       01  NUMERO-PEDIDO-FILE-STATUS PIC XX.
       01  CREDITO-FILE-STATUS       PIC XX.
       01  CREDITO-PATH              PIC X(100).
       01  LIBCRED-FILE-STATUS       PIC XX.
       01  LIBCRED-PATH              PIC X(100).
           COPY "GRUWRK.cob".
       01  ESTOQUE-FILE-STATUS       PIC XX.
       01  ESTOQUE-PATH              PIC X(100).
       01  ENCOMENDA-FILE-STATUS     PIC XX.
       01  ENCOMENDA-PATH            PIC X(100).
       01  DISPONIVEL-ESTOQUE        PIC S9(07).
       01  KIT-FILE-STATUS           PIC XX.
       01  KIT-PATH                  PIC X(100).
       01  PRODUTO-E-KIT             PIC X.
       01  KIT-TEM-FICHA             PIC X.
       01  KIT-SUB                   PIC 9(02).
       01  KITS-DISPONIVEIS          PIC S9(07).
       01  KITS-DO-COMPONENTE        PIC S9(07).
       01  COMPONENTE-LIMITANTE      PIC 9(05).
       01  QTDE-ITENS-COBERTOS       PIC 9(03).
       01  QTDE-ITENS-ENCOMENDA      PIC 9(03).
       01  FATURA-FILE-STATUS        PIC XX.
       01  FATURA-PATH               PIC X(100).
       01  SESSAO-FILE-STATUS        PIC XX.
           88 CREDITO-APROVADO           VALUE "S".
       01  EXPOSICAO-PROJETADA       PIC 9(11)V9(02).
       01  LIBERACAO-SUPERVISOR      PIC X.
       01  LIBERACAO-CREDITO-DADA    PIC X.
       01  EXPOSICAO-GRUPO-PROJETADA PIC 9(11)V9(02).
       01  RESTRICAO-CHEQUE-CLIENTE  PIC X.
           88 CLIENTE-SO-DINHEIRO-CARTAO VALUE "S".
       01  RESTRICAO-SITUACAO        PIC X.
           88 SEM-RESTRICAO-CHEQUE       VALUE "S".
       01  CONFIRMA-FORMA-PAGAMENTO  PIC X.
       01  VALOR-CREDITO-EDITADO     PIC $$,$$$,$$$,$$9.99.
       01  OPERADOR-ID               PIC X(10).
       01  RESPOSTA                  PIC X.
              10 ITEM-PEND-PRECO      PIC 9(07)V9(02).
              10 ITEM-PEND-LISTA      PIC 9(07)V9(02).
              10 ITEM-PEND-TOTAL      PIC 9(09)V9(02).
              10 ITEM-PEND-ENCOMENDA  PIC 9(05).
              10 ITEM-PEND-RESERVA    PIC X(01).
       01  ITEM-SUB                  PIC 9(03).

       01  TOTAL-PEDIDO              PIC 9(09)V9(02).
       01  TOTAL-COM-FRETE           PIC 9(09)V9(02).
       01  TOTAL-LINHA-EDITADO       PIC $$$,$$$,$$9.99.
       01  TOTAL-PEDIDO-EDITADO      PIC $$$$,$$$,$$9.99.


       01  TOTAL-PEDIDOS-SESSAO      PIC 9(05) VALUE 0.

      *    FRETE ESTIMADO DO PEDIDO.
       01  TRANSP-FAIXA-FILE-STATUS  PIC XX.
       01  TRANSP-FAIXA-PATH         PIC X(100).
       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH       PIC X(100).
       01  FRETE-FILE-STATUS         PIC XX.
       01  FRETE-PATH                PIC X(100).
       01  EMPRESA-FILE-STATUS       PIC XX.
       01  EMPRESA-PATH              PIC X(100).
       01  PESO-PEDIDO               PIC 9(07)V9(03).
       01  PESO-EDITADO              PIC Z,ZZZ,ZZ9.999.
       01  CEP-ENTREGA               PIC X(08).
       01  UF-ENTREGA                PIC X(02).
       01  TRANSP-PEDIDO             PIC 9(02).
       01  NOME-TRANSP-PEDIDO        PIC X(20).
       01  FRETE-PEDIDO              PIC 9(05)V9(02).
       01  FRETE-CALCULADO           PIC 9(07)V9(02).
       01  SITUACAO-FRETE            PIC X(01).
           88 FRETE-SEM-TRANSPORTADORA   VALUE "T".
           88 FRETE-SEM-TABELA           VALUE "U".
           88 FRETE-ISENTO               VALUE "G".
           88 FRETE-TABELADO             VALUE "F".
       01  FINAL-ARQUIVO-FRETE       PIC X.
       01  ACHOU-FAIXA-PESO          PIC X.
       01  ACHOU-LINHA-FRETE         PIC X.
       01  ULTIMO-PESO-ATE           PIC 9(05)V9(03).
       01  ULTIMO-VALOR-FRETE        PIC 9(05)V9(02).
       01  ULTIMO-VALOR-KG           PIC 9(03)V9(02).

           COPY "LUHNWRK.cob".

           COPY "JRNWRK.cob".

           COPY "PARWRK.cob".

           COPY "EMPWRK.cob".

           COPY "EDPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-AMBIENTE.
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "kits.dat" TO KIT-PATH.
           ACCEPT KIT-PATH FROM ENVIRONMENT "KIT_DAT".
           IF KIT-PATH = SPACE
               MOVE "kits.dat" TO KIT-PATH
           END-IF.

           MOVE "encomendas.dat" TO ENCOMENDA-PATH.
           ACCEPT ENCOMENDA-PATH FROM ENVIRONMENT "ENCOMENDA_DAT".
           IF ENCOMENDA-PATH = SPACE
               MOVE "encomendas.dat" TO ENCOMENDA-PATH
           END-IF.

           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "precos.dat" TO PRECO-PATH
           END-IF.

           MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH.
           ACCEPT TRANSP-FAIXA-PATH FROM ENVIRONMENT
               "TRANSPFAIXA_DAT".
           IF TRANSP-FAIXA-PATH = SPACE
               MOVE "transpfaixa.dat" TO TRANSP-FAIXA-PATH
           END-IF.

           MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH.
           ACCEPT TRANSPORTADORA-PATH FROM ENVIRONMENT
               "TRANSPORTADORA_DAT".
           IF TRANSPORTADORA-PATH = SPACE
               MOVE "transportadoras.dat" TO TRANSPORTADORA-PATH
           END-IF.

           MOVE "fretes.dat" TO FRETE-PATH.
           ACCEPT FRETE-PATH FROM ENVIRONMENT "FRETE_DAT".
           IF FRETE-PATH = SPACE
               MOVE "fretes.dat" TO FRETE-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

           PERFORM INICIALIZA-CAMINHO-GRUPO.

           MOVE "libcred.dat" TO LIBCRED-PATH.
           ACCEPT LIBCRED-PATH FROM ENVIRONMENT "LIBCRED_DAT".
           IF LIBCRED-PATH = SPACE
               MOVE "libcred.dat" TO LIBCRED-PATH
           END-IF.

           MOVE SPACE TO LIMITE-ATRASO-ENV.
           ACCEPT LIMITE-ATRASO-ENV FROM ENVIRONMENT
               "PROG65-DIAS-ATRASO".
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.
           PERFORM OBTEM-EMPRESA-PADRAO.


      *    AVISA-DIA-NAO-ABERTO: SE A MARCA DE ABERTURA DO DIA
       CAPTURA-PEDIDO.
           PERFORM VALIDA-CLIENTE-PEDIDO.
           IF CLIENTE-OK
               MOVE "N" TO EMPRESA-ESCOLHIDA-OK
               PERFORM ESCOLHE-EMPRESA
                   UNTIL EMPRESA-ESCOLHIDA-OK = "S"
               PERFORM CAPTURA-VENDEDOR
               PERFORM CAPTURA-VENDEDOR
                   UNTIL VENDEDOR-OK
                   IF CONFIRMOU-PEDIDO
                       PERFORM VERIFICA-CREDITO
                       PERFORM VERIFICA-INADIMPLENCIA
                       PERFORM VERIFICA-RESTRICAO-CHEQUE
                       EVALUATE TRUE
                           WHEN NOT CREDITO-APROVADO
                               DISPLAY "PEDIDO RECUSADO - LIMITE DE "
                               MOVE "PEDIDO: INADIMPLENCIA"
                                   TO MOTIVO-REJEICAO-DESC
                               PERFORM GRAVA-QUARENTENA-PEDIDO
                           WHEN NOT SEM-RESTRICAO-CHEQUE
                               DISPLAY "PEDIDO RECUSADO - CLIENTE "
                                   "COM CHEQUE DEVOLVIDO SEM PAGAMENTO "
                                   "EM DINHEIRO OU CARTAO."
                               DISPLAY "REGISTRO ENCAMINHADO PARA "
                                       "QUARENTENA.DAT."
                               MOVE "06" TO MOTIVO-REJEICAO-COD
                               MOVE "PEDIDO: CHEQUE DEVOLVIDO"
                                   TO MOTIVO-REJEICAO-DESC
                               PERFORM GRAVA-QUARENTENA-PEDIDO
                           WHEN OTHER
                               PERFORM GRAVA-PEDIDO
                       END-EVALUATE
       CAPTURA-ITENS.
           MOVE 0 TO QTDE-ITENS-PEDIDO.
           MOVE ZERO TO TOTAL-PEDIDO.
           MOVE ZERO TO PESO-PEDIDO.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO. CADASTRE O "
                   TO ITEM-PEND-PRECO (QTDE-ITENS-PEDIDO)
               MOVE PRECO-TABELA-ITEM
                   TO ITEM-PEND-LISTA (QTDE-ITENS-PEDIDO)
               MOVE 0 TO ITEM-PEND-ENCOMENDA (QTDE-ITENS-PEDIDO)
               MOVE SPACE TO ITEM-PEND-RESERVA (QTDE-ITENS-PEDIDO)
               COMPUTE ITEM-PEND-TOTAL (QTDE-ITENS-PEDIDO) ROUNDED =
                   QUANTIDADE-INFORMADA * PRECO-ACORDADO-ITEM
               ADD ITEM-PEND-TOTAL (QTDE-ITENS-PEDIDO)
                   TO TOTAL-PEDIDO
               IF PRODUTO-PESO IS NUMERIC
                   COMPUTE PESO-PEDIDO = PESO-PEDIDO
                       + QUANTIDADE-INFORMADA * PRODUTO-PESO
               END-IF
               MOVE ITEM-PEND-TOTAL (QTDE-ITENS-PEDIDO)
                   TO TOTAL-LINHA-EDITADO
               DISPLAY "TOTAL DO ITEM: " TOTAL-LINHA-EDITADO
               CLOSE ARQUIVO-DESCONTO
           END-IF.

      *    AVISA-DISPONIBILIDADE-ESTOQUE: CONSULTA O DISPONIVEL EM
      *    ESTOQUE.DAT (SALDO MENOS RESERVADO) E AVISA O OPERADOR
      *    QUANDO A QUANTIDADE PEDIDA PASSA DELE - A FALTA VAI PARA
      *    ENCOMENDA NA GRAVACAO. AQUI E SO AVISO: A RESERVA E FEITA
      *    NA GRAVACAO, COM O DISPONIVEL DAQUELE MOMENTO. PRODUTO SEM
      *    FICHA DE ESTOQUE NAO TRAVA NEM AVISA, COMO O CLIENTE SEM
      *    FICHA DE CREDITO. O KIT E CONFERIDO PELOS COMPONENTES.
       AVISA-DISPONIBILIDADE-ESTOQUE.
           PERFORM VERIFICA-PRODUTO-KIT.
           IF PRODUTO-E-KIT = "S"
               PERFORM AVISA-DISPONIBILIDADE-KIT
           ELSE
               PERFORM AVISA-DISPONIBILIDADE-PRODUTO
           END-IF.

       AVISA-DISPONIBILIDADE-PRODUTO.
           OPEN INPUT ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CONTINUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM CALCULA-DISPONIVEL
                       IF DISPONIVEL-ESTOQUE < QUANTIDADE-INFORMADA
                           DISPLAY "*** ATENCAO: DISPONIVEL EM "
                                   "ESTOQUE (" DISPONIVEL-ESTOQUE
                                   ") NAO COBRE A "
                                   "QUANTIDADE PEDIDA. ***"
                           DISPLAY "*** A FALTA VAI PARA ENCOMENDA E "
                                   "SAI EM PEDIDO PROPRIO QUANDO A "
                                   "MERCADORIA CHEGAR. ***"
                       END-IF
               END-READ
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

      *    VERIFICA-PRODUTO-KIT: O PRODUTO CORRENTE E UM KIT ATIVO DE
      *    KITS.DAT? O REGISTRO DO KIT FICA NA AREA DO FD PARA A
      *    CONFERENCIA DOS COMPONENTES.
       VERIFICA-PRODUTO-KIT.
           MOVE "N" TO PRODUTO-E-KIT.
           OPEN INPUT ARQUIVO-KIT.
           IF KIT-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PRODUTO-CODIGO TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           MOVE "S" TO PRODUTO-E-KIT
                       END-IF
               END-READ
               CLOSE ARQUIVO-KIT
           END-IF.

      *    AVISA-DISPONIBILIDADE-KIT: QUANTOS KITS OS COMPONENTES EM
      *    ESTOQUE MONTAM - O COMPONENTE MAIS CURTO MANDA. COMPONENTE
      *    SEM FICHA NAO LIMITA, COMO NO PRODUTO AVULSO.
       AVISA-DISPONIBILIDADE-KIT.
           MOVE "N" TO KIT-TEM-FICHA.
           MOVE 9999999 TO KITS-DISPONIVEIS.
           MOVE ZERO TO COMPONENTE-LIMITANTE.
           OPEN INPUT ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 1 TO KIT-SUB
               PERFORM CONFERE-COMPONENTE-KIT
                   UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                      OR KIT-SUB > 10
               CLOSE ARQUIVO-ESTOQUE
           END-IF.
           IF KIT-TEM-FICHA = "S"
               DISPLAY "KIT: OS COMPONENTES EM ESTOQUE MONTAM "
                       KITS-DISPONIVEIS " KIT(S)."
               IF KITS-DISPONIVEIS < QUANTIDADE-INFORMADA
                   DISPLAY "*** ATENCAO: DISPONIVEL DOS COMPONENTES "
                           "NAO COBRE A QUANTIDADE PEDIDA - FALTA O "
                           "PRODUTO " COMPONENTE-LIMITANTE ". ***"
                   DISPLAY "*** O KIT NAO E RESERVADO: CONFIRA COM O "
                           "ALMOXARIFADO ANTES DE PROMETER A "
                           "ENTREGA. ***"
               END-IF
           END-IF.

       CONFERE-COMPONENTE-KIT.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO KIT-TEM-FICHA
                   PERFORM CALCULA-DISPONIVEL
                   IF KIT-COMP-QTDE (KIT-SUB) = ZERO
                       MOVE 1 TO KIT-COMP-QTDE (KIT-SUB)
                   END-IF
                   DIVIDE DISPONIVEL-ESTOQUE
                       BY KIT-COMP-QTDE (KIT-SUB)
                       GIVING KITS-DO-COMPONENTE
                   IF KITS-DO-COMPONENTE < KITS-DISPONIVEIS
                       MOVE KITS-DO-COMPONENTE TO KITS-DISPONIVEIS
                       MOVE KIT-COMP-PRODUTO (KIT-SUB)
                           TO COMPONENTE-LIMITANTE
                   END-IF
           END-READ.
           ADD 1 TO KIT-SUB.

      *    CALCULA-DISPONIVEL: COM ESTOQUE POR DEPOSITO, O PEDIDO SO
      *    CONTA COM O DISPONIVEL DO DEPOSITO DA EMPRESA DO PEDIDO -
      *    O SALDO DE OUTRA FILIAL SO SERVE DEPOIS DE TRANSFERIDO
      *    (PROG213).
       CALCULA-DISPONIVEL.
           IF ESTOQUE-RESERVADO IS NOT NUMERIC
               MOVE ZERO TO ESTOQUE-RESERVADO
           END-IF.
           COMPUTE DISPONIVEL-ESTOQUE =
               ESTOQUE-SALDO - ESTOQUE-RESERVADO.
           IF DISPONIVEL-ESTOQUE < 0
               MOVE 0 TO DISPONIVEL-ESTOQUE
           END-IF.
           MOVE EMPRESA-ESCOLHIDA TO DEP-DEPOSITO.
           MOVE ESTOQUE-PRODUTO-CODIGO TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP = "S"
                   AND DEP-DISPONIVEL < DISPONIVEL-ESTOQUE
               MOVE DEP-DISPONIVEL TO DISPONIVEL-ESTOQUE
           END-IF.

       RECAPITULA-PEDIDO.
           DISPLAY "-------------------".
           DISPLAY "CONFIRA O PEDIDO ANTES DE GRAVAR:".
           DISPLAY "CLIENTE: " CLIENTE-CODIGO " - " CLIENTE-NOME.
           DISPLAY "EMPRESA: " EMPRESA-ESCOLHIDA.
           MOVE 1 TO ITEM-SUB.
           PERFORM EXIBE-ITEM-RECAP
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.
           MOVE TOTAL-PEDIDO TO TOTAL-PEDIDO-EDITADO.
           DISPLAY "TOTAL DO PEDIDO: " TOTAL-PEDIDO-EDITADO.
           PERFORM CALCULA-FRETE-PEDIDO.
           PERFORM EXIBE-FRETE-PEDIDO.
           DISPLAY "CONFIRMA A GRAVACAO DESTE PEDIDO? (S/N)".
           MOVE "N" TO CONFIRMACAO.
           ACCEPT CONFIRMACAO.
               MOVE "N" TO CONFIRMACAO
           END-IF.

      *    CALCULA-FRETE-PEDIDO: DESTINO PELO ENDERECO ESCOLHIDO PARA
      *    A ENTREGA, TRANSPORTADORA PELA FAIXA DE CEP E VALOR PELA
      *    FAIXA DE PESO DA TABELA DELA PARA A UF. SEM TRANSPORTADORA
      *    OU SEM TABELA PARA A UF O PEDIDO SEGUE SEM FRETE, COM
      *    AVISO AO OPERADOR.
       CALCULA-FRETE-PEDIDO.
           MOVE ZERO TO TRANSP-PEDIDO.
           MOVE ZERO TO FRETE-PEDIDO.
           MOVE SPACE TO NOME-TRANSP-PEDIDO.
           MOVE "T" TO SITUACAO-FRETE.
           PERFORM DEFINE-DESTINO-PEDIDO.
           PERFORM BUSCA-TRANSPORTADORA-CEP.
           IF TRANSP-PEDIDO NOT = 0
               IF TRANSP-FRETE-GRATIS-ACIMA NOT = ZERO
                       AND TOTAL-PEDIDO >= TRANSP-FRETE-GRATIS-ACIMA
                   MOVE "G" TO SITUACAO-FRETE
               ELSE
                   PERFORM BUSCA-TABELA-FRETE
               END-IF
           END-IF.

       DEFINE-DESTINO-PEDIDO.
           MOVE CLIENTE-CEP TO CEP-ENTREGA.
           MOVE CLIENTE-UF TO UF-ENTREGA.
           IF TIPO-ENTREGA-PEDIDO = "E"
               OPEN INPUT ARQUIVO-ENDERECO
               IF ENDERECO-FILE-STATUS NOT = "35"
                   MOVE CLIENTE-CODIGO TO ENDERECO-CLIENTE-CODIGO
                   MOVE "E" TO ENDERECO-TIPO
                   READ ARQUIVO-ENDERECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ENDERECO-CEP TO CEP-ENTREGA
                           MOVE ENDERECO-UF TO UF-ENTREGA
                   END-READ
                   CLOSE ARQUIVO-ENDERECO
               END-IF
           END-IF.

      *    BUSCA-TRANSPORTADORA-CEP: AS FAIXAS ESTAO EM ORDEM DE CEP
      *    INICIAL, ENTAO A LEITURA PARA NA PRIMEIRA QUE COMECA
      *    DEPOIS DO CEP DE ENTREGA.
       BUSCA-TRANSPORTADORA-CEP.
           OPEN INPUT ARQUIVO-TRANSP-FAIXA.
           IF TRANSP-FAIXA-FILE-STATUS = "00"
               MOVE "N" TO FINAL-ARQUIVO-FRETE
               PERFORM EXAMINA-FAIXA-CEP
                   UNTIL FINAL-ARQUIVO-FRETE = "S"
               CLOSE ARQUIVO-TRANSP-FAIXA
           ELSE
               IF TRANSP-FAIXA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSP-FAIXA
               END-IF
           END-IF.
           IF TRANSP-PEDIDO NOT = 0
               PERFORM LE-CADASTRO-TRANSPORTADORA
           END-IF.

       EXAMINA-FAIXA-CEP.
           READ ARQUIVO-TRANSP-FAIXA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
           END-READ.
           IF FINAL-ARQUIVO-FRETE NOT = "S"
               IF TRANSP-FAIXA-CEP-DE > CEP-ENTREGA
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
               ELSE
                   IF CEP-ENTREGA <= TRANSP-FAIXA-CEP-ATE
                           AND TRANSP-FAIXA-TRANSP-CODIGO IS NUMERIC
                       MOVE TRANSP-FAIXA-TRANSP-CODIGO
                           TO TRANSP-PEDIDO
                       MOVE "S" TO FINAL-ARQUIVO-FRETE
                   END-IF
               END-IF
           END-IF.

       LE-CADASTRO-TRANSPORTADORA.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               MOVE ZERO TO TRANSP-PEDIDO
           ELSE
               MOVE TRANSP-PEDIDO TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       MOVE ZERO TO TRANSP-PEDIDO
                   NOT INVALID KEY
                       IF TRANSP-INATIVA
                           MOVE ZERO TO TRANSP-PEDIDO
                       ELSE
                           MOVE TRANSP-NOME TO NOME-TRANSP-PEDIDO
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

      *    BUSCA-TABELA-FRETE: A PRIMEIRA FAIXA DA UF CUJO PESO-ATE
      *    COBRE O PESO DO PEDIDO DA O VALOR; PESO ACIMA DA ULTIMA
      *    FAIXA PAGA O VALOR DELA MAIS O KG EXCEDENTE. O FRETE
      *    MINIMO DA TRANSPORTADORA VALE SOBRE O RESULTADO.
       BUSCA-TABELA-FRETE.
           MOVE "U" TO SITUACAO-FRETE.
           MOVE "N" TO ACHOU-FAIXA-PESO.
           MOVE "N" TO ACHOU-LINHA-FRETE.
           MOVE ZERO TO FRETE-CALCULADO.
           OPEN INPUT ARQUIVO-FRETE.
           IF FRETE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE TRANSP-PEDIDO TO FRETE-TRANSP-CODIGO
               MOVE UF-ENTREGA TO FRETE-UF
               MOVE ZERO TO FRETE-PESO-ATE
               START ARQUIVO-FRETE
                   KEY IS NOT LESS THAN FRETE-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF FRETE-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO-FRETE
                   PERFORM EXAMINA-FAIXA-PESO
                       UNTIL FINAL-ARQUIVO-FRETE = "S"
               END-IF
               CLOSE ARQUIVO-FRETE
           END-IF.
           IF ACHOU-LINHA-FRETE = "S"
               MOVE "F" TO SITUACAO-FRETE
               IF ACHOU-FAIXA-PESO NOT = "S"
                   COMPUTE FRETE-CALCULADO ROUNDED =
                       ULTIMO-VALOR-FRETE
                       + (PESO-PEDIDO - ULTIMO-PESO-ATE)
                       * ULTIMO-VALOR-KG
               END-IF
               IF FRETE-CALCULADO < TRANSP-FRETE-MINIMO
                   MOVE TRANSP-FRETE-MINIMO TO FRETE-CALCULADO
               END-IF
               IF FRETE-CALCULADO > 99999.99
                   MOVE 99999.99 TO FRETE-CALCULADO
               END-IF
               MOVE FRETE-CALCULADO TO FRETE-PEDIDO
           END-IF.

       EXAMINA-FAIXA-PESO.
           READ ARQUIVO-FRETE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
           END-READ.
           IF FINAL-ARQUIVO-FRETE NOT = "S"
               IF FRETE-TRANSP-CODIGO NOT = TRANSP-PEDIDO
                       OR FRETE-UF NOT = UF-ENTREGA
                   MOVE "S" TO FINAL-ARQUIVO-FRETE
               ELSE
                   MOVE "S" TO ACHOU-LINHA-FRETE
                   MOVE FRETE-PESO-ATE TO ULTIMO-PESO-ATE
                   MOVE FRETE-VALOR TO ULTIMO-VALOR-FRETE
                   MOVE FRETE-VALOR-KG-EXCEDENTE TO ULTIMO-VALOR-KG
                   IF PESO-PEDIDO <= FRETE-PESO-ATE
                       MOVE FRETE-VALOR TO FRETE-CALCULADO
                       MOVE "S" TO ACHOU-FAIXA-PESO
                       MOVE "S" TO FINAL-ARQUIVO-FRETE
                   END-IF
               END-IF
           END-IF.

       EXIBE-FRETE-PEDIDO.
           MOVE PESO-PEDIDO TO PESO-EDITADO.
           DISPLAY "PESO DO PEDIDO (KG): " PESO-EDITADO
                   "  DESTINO: " UF-ENTREGA " CEP " CEP-ENTREGA.
           EVALUATE TRUE
               WHEN FRETE-SEM-TRANSPORTADORA
                   DISPLAY "*** CEP SEM TRANSPORTADORA CADASTRADA - "
                           "PEDIDO SEGUE SEM FRETE. ***"
               WHEN FRETE-SEM-TABELA
                   DISPLAY "*** " NOME-TRANSP-PEDIDO " SEM TABELA "
                           "DE FRETE PARA " UF-ENTREGA " - PEDIDO "
                           "SEGUE SEM FRETE. ***"
               WHEN FRETE-ISENTO
                   DISPLAY "TRANSPORTADORA: " NOME-TRANSP-PEDIDO
                   DISPLAY "FRETE GRATIS - PEDIDO ACIMA DO VALOR DE "
                           "ISENCAO."
               WHEN OTHER
                   DISPLAY "TRANSPORTADORA: " NOME-TRANSP-PEDIDO
                   MOVE FRETE-PEDIDO TO TOTAL-LINHA-EDITADO
                   DISPLAY "FRETE ESTIMADO: " TOTAL-LINHA-EDITADO
           END-EVALUATE.
           COMPUTE TOTAL-COM-FRETE = TOTAL-PEDIDO + FRETE-PEDIDO.
           MOVE TOTAL-COM-FRETE TO TOTAL-PEDIDO-EDITADO.
           DISPLAY "TOTAL COM FRETE: " TOTAL-PEDIDO-EDITADO.

       EXIBE-ITEM-RECAP.
           MOVE ITEM-PEND-TOTAL (ITEM-SUB) TO TOTAL-LINHA-EDITADO.
           DISPLAY "  " ITEM-PEND-PRODUTO (ITEM-SUB) " "

       GRAVA-PEDIDO.
           PERFORM GERA-NUMERO-PEDIDO.
           PERFORM RESERVA-ESTOQUE-PEDIDO.

           OPEN I-O ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO
               CLOSE ARQUIVO-PEDIDO
               OPEN I-O ARQUIVO-PEDIDO
           END-IF.

           MOVE 0 TO LINHA-PEDIDO-GRAVADA.
           MOVE SPACE TO PEDIDO-REGISTRO.
           MOVE "C" TO PEDIDO-TIPO.
           MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO.
           MOVE LINHA-PEDIDO-GRAVADA TO PEDIDO-LINHA.
           MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE.
           MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CODIGO.
           MOVE CLIENTE-NOME   TO PEDIDO-CLIENTE-NOME.
           ACCEPT PEDIDO-DATA FROM DATE YYYYMMDD.
           ACCEPT PEDIDO-HORA FROM TIME.
           MOVE QTDE-ITENS-COBERTOS TO PEDIDO-QTDE-ITENS.
           IF QTDE-ITENS-COBERTOS = 0
               MOVE "E" TO PEDIDO-SITUACAO
           ELSE
               MOVE "A" TO PEDIDO-SITUACAO
           END-IF.
           MOVE TIPO-ENTREGA-PEDIDO TO PEDIDO-ENDER-ENTREGA.
           MOVE VENDEDOR-INFORMADO TO PEDIDO-VENDEDOR.
           MOVE PERCENTUAL-ACORDO-CLIENTE
               TO PEDIDO-DESC-PERCENTUAL.
           MOVE TRANSP-PEDIDO TO PEDIDO-TRANSP-CODIGO.
           MOVE FRETE-PEDIDO TO PEDIDO-VALOR-FRETE.
           MOVE EMPRESA-ESCOLHIDA TO PEDIDO-EMPRESA.
           PERFORM ESCREVE-REGISTRO-PEDIDO.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-PEDIDO

           CLOSE ARQUIVO-PEDIDO.

           IF QTDE-ITENS-ENCOMENDA NOT = 0
               PERFORM GRAVA-ENCOMENDAS-PEDIDO
           END-IF.

           ADD 1 TO TOTAL-PEDIDOS-SESSAO.
           PERFORM GRAVA-AUDITORIA-PEDIDO.
           IF LIBERACAO-CREDITO-DADA = "S"
               PERFORM GRAVA-LIBERACAO-CREDITO
           END-IF.
           IF QTDE-ITENS-COBERTOS = 0
               DISPLAY "PEDIDO " NUMERO-PEDIDO-GERADO " GRAVADO EM "
                       "ENCOMENDA - NENHUM ITEM COBERTO PELO ESTOQUE."
           ELSE
               DISPLAY "PEDIDO " NUMERO-PEDIDO-GERADO " GRAVADO."
           END-IF.

       GRAVA-ITEM-PEDIDO.
           IF ITEM-PEND-QTDE (ITEM-SUB) NOT = 0
               MOVE SPACE TO PEDIDO-REGISTRO
               MOVE "I" TO PEDIDO-TIPO
               MOVE NUMERO-PEDIDO-GERADO TO PEDIDO-NUMERO
               ADD 1 TO LINHA-PEDIDO-GRAVADA
               MOVE LINHA-PEDIDO-GRAVADA TO PEDIDO-LINHA
               MOVE CLIENTE-CODIGO TO PEDIDO-CLIENTE-CHAVE
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB)
                   TO ITEM-PRODUTO-CODIGO
               MOVE ITEM-PEND-DESCRICAO (ITEM-SUB) TO ITEM-DESCRICAO
               MOVE ITEM-PEND-QTDE (ITEM-SUB) TO ITEM-QUANTIDADE
               MOVE ITEM-PEND-PRECO (ITEM-SUB)
                   TO ITEM-PRECO-UNITARIO
               MOVE ITEM-PEND-LISTA (ITEM-SUB) TO ITEM-PRECO-LISTA
               MOVE ITEM-PEND-RESERVA (ITEM-SUB) TO ITEM-RESERVA
               MOVE EMPRESA-ESCOLHIDA TO ITEM-DEPOSITO
               MOVE EMPRESA-ESCOLHIDA TO PEDIDO-EMPRESA
               PERFORM ESCREVE-REGISTRO-PEDIDO
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    ESCREVE-REGISTRO-PEDIDO: GRAVACAO PELA CHAVE PEDIDO +
      *    LINHA. CHAVE JA EXISTENTE SO ACONTECE COM O NUMPED.DAT
      *    ATRASADO EM RELACAO A PEDIDOS.DAT - O AVISO DIZ QUAL.
       ESCREVE-REGISTRO-PEDIDO.
           WRITE PEDIDO-REGISTRO
               INVALID KEY
                   DISPLAY "*** PEDIDO " PEDIDO-NUMERO " LINHA "
                           PEDIDO-LINHA " JA EXISTE EM PEDIDOS.DAT. "
                           "CONFIRA O NUMPED.DAT. ***"
               NOT INVALID KEY
                   PERFORM GRAVA-JORNAL-PEDIDO
           END-WRITE.

      *    RESERVA-ESTOQUE-PEDIDO: ITEM A ITEM, RESERVA O QUE O
      *    DISPONIVEL COBRE E SEPARA A FALTA PARA ENCOMENDA. A FICHA
      *    E REGRAVADA A CADA ITEM, ENTAO DOIS ITENS DO MESMO PRODUTO
      *    NAO CONTAM O MESMO SALDO. SEM ESTOQUE.DAT OU SEM FICHA O
      *    ITEM ENTRA INTEIRO E SEM RESERVA, COMO SEMPRE ENTROU.
       RESERVA-ESTOQUE-PEDIDO.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-ESTOQUE
           ELSE
               MOVE 1 TO ITEM-SUB
               PERFORM RESERVA-ESTOQUE-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO
               CLOSE ARQUIVO-ESTOQUE
           END-IF.
           MOVE 0 TO QTDE-ITENS-COBERTOS.
           MOVE 0 TO QTDE-ITENS-ENCOMENDA.
           MOVE 1 TO ITEM-SUB.
           PERFORM CONTA-ITEM-COBERTO
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.

       RESERVA-ESTOQUE-ITEM.
           MOVE ITEM-PEND-PRODUTO (ITEM-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULA-DISPONIVEL
                   IF DISPONIVEL-ESTOQUE < ITEM-PEND-QTDE (ITEM-SUB)
                       COMPUTE ITEM-PEND-ENCOMENDA (ITEM-SUB) =
                           ITEM-PEND-QTDE (ITEM-SUB)
                           - DISPONIVEL-ESTOQUE
                       MOVE DISPONIVEL-ESTOQUE
                           TO ITEM-PEND-QTDE (ITEM-SUB)
                   END-IF
                   ADD ITEM-PEND-QTDE (ITEM-SUB) TO ESTOQUE-RESERVADO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO RESERVAR O ESTOQUE DO "
                                   "PRODUTO " ESTOQUE-PRODUTO-CODIGO
                                   ". ITEM SEGUE SEM RESERVA."
                           ADD ITEM-PEND-ENCOMENDA (ITEM-SUB)
                               TO ITEM-PEND-QTDE (ITEM-SUB)
                           MOVE 0 TO ITEM-PEND-ENCOMENDA (ITEM-SUB)
                       NOT INVALID KEY
                           MOVE "R" TO ITEM-PEND-RESERVA (ITEM-SUB)
                           MOVE EMPRESA-ESCOLHIDA TO DEP-DEPOSITO
                           MOVE ESTOQUE-PRODUTO-CODIGO TO DEP-PRODUTO
                           MOVE ITEM-PEND-QTDE (ITEM-SUB)
                               TO DEP-DELTA-RESERVA
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.
           ADD 1 TO ITEM-SUB.

       CONTA-ITEM-COBERTO.
           IF ITEM-PEND-QTDE (ITEM-SUB) NOT = 0
               ADD 1 TO QTDE-ITENS-COBERTOS
           END-IF.
           IF ITEM-PEND-ENCOMENDA (ITEM-SUB) NOT = 0
               ADD 1 TO QTDE-ITENS-ENCOMENDA
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    GRAVA-ENCOMENDAS-PEDIDO: A FALTA DE CADA ITEM VAI PARA
      *    ENCOMENDAS.DAT COM TUDO O QUE O PEDIDO NOVO DA LIBERACAO
      *    PRECISA (CLIENTE, PRECOS, VENDEDOR, ENTREGA, DESCONTO).
       GRAVA-ENCOMENDAS-PEDIDO.
           OPEN I-O ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ENCOMENDA
               CLOSE ARQUIVO-ENCOMENDA
               OPEN I-O ARQUIVO-ENCOMENDA
           END-IF.
           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ENCOMENDA-ITEM
               UNTIL ITEM-SUB > QTDE-ITENS-PEDIDO.
           CLOSE ARQUIVO-ENCOMENDA.

       GRAVA-ENCOMENDA-ITEM.
           IF ITEM-PEND-ENCOMENDA (ITEM-SUB) NOT = 0
               MOVE SPACE TO ENCOMENDA-REGISTRO
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB) TO ENCOMENDA-PRODUTO
               MOVE DATA-HOJE TO ENCOMENDA-DATA
               ACCEPT ENCOMENDA-HORA FROM TIME
               MOVE NUMERO-PEDIDO-GERADO TO ENCOMENDA-PEDIDO
               MOVE ITEM-SUB TO ENCOMENDA-ITEM
               MOVE CLIENTE-CODIGO TO ENCOMENDA-CLIENTE-CODIGO
               MOVE ITEM-PEND-PRODUTO (ITEM-SUB)
                   TO ENCOMENDA-PRODUTO-CLIENTE
               MOVE CLIENTE-NOME TO ENCOMENDA-CLIENTE-NOME
               MOVE ITEM-PEND-DESCRICAO (ITEM-SUB)
                   TO ENCOMENDA-DESCRICAO
               MOVE ITEM-PEND-ENCOMENDA (ITEM-SUB)
                   TO ENCOMENDA-QUANTIDADE
               MOVE ITEM-PEND-PRECO (ITEM-SUB)
                   TO ENCOMENDA-PRECO-UNITARIO
               MOVE ITEM-PEND-LISTA (ITEM-SUB)
                   TO ENCOMENDA-PRECO-LISTA
               MOVE VENDEDOR-INFORMADO TO ENCOMENDA-VENDEDOR
               MOVE TIPO-ENTREGA-PEDIDO TO ENCOMENDA-ENDER-ENTREGA
               MOVE PERCENTUAL-ACORDO-CLIENTE
                   TO ENCOMENDA-DESC-PERCENTUAL
               MOVE "P" TO ENCOMENDA-SITUACAO
               MOVE ZERO TO ENCOMENDA-DATA-LIBERACAO
               MOVE ZERO TO ENCOMENDA-PEDIDO-LIBERADO
               MOVE OPERADOR-ID TO ENCOMENDA-OPERADOR
               MOVE EMPRESA-ESCOLHIDA TO ENCOMENDA-EMPRESA
               WRITE ENCOMENDA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ENCOMENDA DO "
                               "PRODUTO " ENCOMENDA-PRODUTO "."
                   NOT INVALID KEY
                       DISPLAY "PRODUTO " ENCOMENDA-PRODUTO " - "
                               ENCOMENDA-QUANTIDADE
                               " UNIDADE(S) EM ENCOMENDA."
               END-WRITE
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    VERIFICA-CREDITO: SE O CLIENTE TEM FICHA EM CREDITO.DAT
      *    MAIS ESTE PEDIDO PASSA DO LIMITE, O PEDIDO SO SEGUE COM
      *    LIBERACAO DO SUPERVISOR. CLIENTE SEM FICHA OU COM LIMITE
      *    ZERO NAO TRAVA (LIMITE AINDA NAO DEFINIDO PELO PROG69).
      *    LOJA DE GRUPO ECONOMICO PASSA TAMBEM PELO LIMITE DO GRUPO,
      *    CONTRA A EXPOSICAO SOMADA DE TODAS AS LOJAS. A LIBERACAO
      *    DE QUALQUER DOS DOIS FICA EM LIBCRED.DAT PARA O
      *    FATURAMENTO (PROG66) NAO SEGURAR O PEDIDO DE NOVO.
       VERIFICA-CREDITO.
           MOVE "S" TO CREDITO-SITUACAO.
           MOVE "N" TO LIBERACAO-CREDITO-DADA.
           MOVE "N" TO RESTRICAO-CHEQUE-CLIENTE.
           OPEN INPUT ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "35"
               CONTINUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CREDITO-SO-DINHEIRO-CARTAO
                           MOVE "S" TO RESTRICAO-CHEQUE-CLIENTE
                       END-IF
                       IF CREDITO-LIMITE NOT = ZERO
                           COMPUTE EXPOSICAO-PROJETADA =
                               CREDITO-EXPOSICAO + TOTAL-PEDIDO
               END-READ
               CLOSE ARQUIVO-CREDITO
           END-IF.
           IF CREDITO-APROVADO
               PERFORM VERIFICA-CREDITO-GRUPO
           END-IF.

       VERIFICA-CREDITO-GRUPO.
           MOVE CLIENTE-CODIGO TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO NOT = 0
                   AND GRUPO-CONS-LIMITE NOT = ZERO
               PERFORM SOMA-EXPOSICAO-GRUPO
               COMPUTE EXPOSICAO-GRUPO-PROJETADA =
                   GRUPO-CONS-EXPOSICAO + TOTAL-PEDIDO
               IF EXPOSICAO-GRUPO-PROJETADA > GRUPO-CONS-LIMITE
                   PERFORM PEDE-LIBERACAO-GRUPO
               END-IF
           END-IF.

       PEDE-LIBERACAO-GRUPO.
           MOVE GRUPO-CONS-LIMITE TO VALOR-CREDITO-EDITADO.
           DISPLAY "*** ATENCAO: PEDIDO ESTOURA O LIMITE DO GRUPO "
                   GRUPO-CONS-CODIGO " " GRUPO-CONS-NOME " ***".
           DISPLAY "LIMITE DO GRUPO.....................: "
                   VALOR-CREDITO-EDITADO.
           MOVE EXPOSICAO-GRUPO-PROJETADA TO VALOR-CREDITO-EDITADO.
           DISPLAY "EXPOSICAO DO GRUPO COM ESTE PEDIDO..: "
                   VALOR-CREDITO-EDITADO.
           DISPLAY "SUPERVISOR LIBERA O PEDIDO? (S/N)".
           ACCEPT LIBERACAO-SUPERVISOR.
           IF LIBERACAO-SUPERVISOR = "S"
               MOVE "S" TO LIBERACAO-CREDITO-DADA
           ELSE
               MOVE "N" TO CREDITO-SITUACAO
           END-IF.

       PEDE-LIBERACAO-SUPERVISOR.
           MOVE CREDITO-LIMITE TO VALOR-CREDITO-EDITADO.
                   VALOR-CREDITO-EDITADO.
           DISPLAY "SUPERVISOR LIBERA O PEDIDO? (S/N)".
           ACCEPT LIBERACAO-SUPERVISOR.
           IF LIBERACAO-SUPERVISOR = "S"
               MOVE "S" TO LIBERACAO-CREDITO-DADA
           ELSE
               MOVE "N" TO CREDITO-SITUACAO
           END-IF.

      *    VERIFICA-RESTRICAO-CHEQUE: A RESTRICAO FOI LIDA JUNTO COM
      *    A FICHA DE CREDITO; O PEDIDO DO CLIENTE RESTRITO SO SEGUE
      *    COM PAGAMENTO EM DINHEIRO OU CARTAO CONFIRMADO.
       VERIFICA-RESTRICAO-CHEQUE.
           MOVE "S" TO RESTRICAO-SITUACAO.
           IF CLIENTE-SO-DINHEIRO-CARTAO
               DISPLAY "*** ATENCAO: CLIENTE COM CHEQUE DEVOLVIDO - "
                       "SO DINHEIRO OU CARTAO ***"
               DISPLAY "PAGAMENTO SERA EM DINHEIRO OU CARTAO? (S/N)"
               ACCEPT CONFIRMA-FORMA-PAGAMENTO
               IF CONFIRMA-FORMA-PAGAMENTO NOT = "S"
                   MOVE "N" TO RESTRICAO-SITUACAO
               END-IF
           END-IF.

      *    VERIFICA-INADIMPLENCIA: LE AS FATURAS DO CLIENTE (CHAVE
      *    ALTERNATIVA) ATRAS DE TITULO EM ABERTO COM ATRASO ALEM
      *    DO LIMITE DE DIAS.
      *    DIFERENTE DA TRAVA DE LIMITE, ESTA PEGA TAMBEM O CLIENTE
      *    COM LIMITE ZERO ("SEM LIMITE DEFINIDO"). A LIBERACAO SO
      *    VALE COM SUPERVISOR AUTENTICADO NA SESSAO (NIVEL 3) E
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO-FATURA
               MOVE CLIENTE-CODIGO TO FATURA-CLIENTE-CODIGO
               START ARQUIVO-FATURA
                   KEY IS EQUAL TO FATURA-CLIENTE-CODIGO
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO-FATURA
               END-START
               PERFORM EXAMINA-PROXIMA-FATURA
                   UNTIL FINAL-ARQUIVO-FATURA = "S"
               CLOSE ARQUIVO-FATURA
                   MOVE "S" TO FINAL-ARQUIVO-FATURA
           END-READ.
           IF FINAL-ARQUIVO-FATURA NOT = "S"
               IF FATURA-CLIENTE-CODIGO NOT = CLIENTE-CODIGO
                   MOVE "S" TO FINAL-ARQUIVO-FATURA
               ELSE
                   IF FATURA-ABERTA OR FATURA-PARCIAL
                       PERFORM MEDE-ATRASO-TITULO
                   END-IF
               END-IF
           END-IF.

           IF SALDO-TITULO-ATRASO <= 0
               CONTINUE
           ELSE
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE 1 TO PARC-TIT-SUB
               PERFORM MEDE-ATRASO-PARCELA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.

      *    MEDE-ATRASO-PARCELA: SO PARCELA COM SALDO CONTA; TITULO
      *    SEM VENCIMENTO GRAVADO JA VEM DO CRONOGRAMA COMO EMISSAO
      *    + 30 DIAS.
       MEDE-ATRASO-PARCELA.
           IF PARC-TIT-SALDO (PARC-TIT-SUB) > 0
               MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   TO DATA-VENCIMENTO-WS
               COMPUTE DIAS-ATRASO-TITULO =
                   (HOJE-ANO - VENCTO-ANO) * 360
                   + (HOJE-MES - VENCTO-MES) * 30
                   MOVE DIAS-ATRASO-TITULO TO MAIOR-ATRASO-CLIENTE
               END-IF
           END-IF.
           ADD 1 TO PARC-TIT-SUB.

       TRATA-CLIENTE-INADIMPLENTE.
           DISPLAY "*** ATENCAO: CLIENTE COM TITULO EM ABERTO HA "
           WRITE AUDITORIA-REGISTRO.
           CLOSE ARQUIVO-AUDITORIA.

      *    GRAVA-LIBERACAO-CREDITO: O PEDIDO LIBERADO ACIMA DO LIMITE
      *    FICA REGISTRADO POR NUMERO; O PROG66 FATURA SEM SEGURAR.
       GRAVA-LIBERACAO-CREDITO.
           OPEN I-O ARQUIVO-LIBCRED.
           IF LIBCRED-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-LIBCRED
               CLOSE ARQUIVO-LIBCRED
               OPEN I-O ARQUIVO-LIBCRED
           END-IF.
           MOVE NUMERO-PEDIDO-GERADO TO LIBCRED-PEDIDO.
           MOVE CLIENTE-CODIGO TO LIBCRED-CLIENTE.
           MOVE GRUPO-CONS-CODIGO TO LIBCRED-GRUPO.
           MOVE TOTAL-PEDIDO TO LIBCRED-VALOR.
           MOVE "D" TO LIBCRED-ORIGEM.
           ACCEPT LIBCRED-DATA FROM DATE YYYYMMDD.
           MOVE OPERADOR-ID TO LIBCRED-OPERADOR.
           WRITE LIBCRED-REGISTRO
               INVALID KEY
                   REWRITE LIBCRED-REGISTRO
           END-WRITE.
           CLOSE ARQUIVO-LIBCRED.

      *    GRAVA-QUARENTENA-PEDIDO: O PEDIDO RECUSADO DEIXA RASTRO
      *    EM QUARENTENA.DAT COM O MOTIVO 06, PARA ALGUEM REVER A
      *    SITUACAO DO CLIENTE DEPOIS.
           MOVE CLIENTE-ENDERECO     TO QUARENTENA-ENDERECO.
           MOVE CLIENTE-TELEFONE     TO QUARENTENA-TELEFONE.
           MOVE CLIENTE-EMAIL        TO QUARENTENA-EMAIL.
           MOVE SPACE                TO QUARENTENA-DOCUMENTO.
           MOVE MOTIVO-REJEICAO-COD  TO QUARENTENA-MOTIVO-COD.
           MOVE MOTIVO-REJEICAO-DESC TO QUARENTENA-MOTIVO-DESC.
           ACCEPT QUARENTENA-DATA FROM DATE YYYYMMDD.
           COPY "LUHNPROC.cob".

           COPY "AMBPROC.cob".

           COPY "PARPROC.cob".

           COPY "EMPPROC.cob".

           COPY "EDPPROC.cob".

           COPY "GRUPROC.cob".

           COPY "GRXPROC.cob".
