      *    (SITUACAO "F") PARA NAO FATURAR DUAS VEZES. NO FINAL SAEM
      *    AS CONTAGENS E OS TOTAIS EM VALOR PARA BATER O LOTE DE
      *    FATURAMENTO, COMO A PROGR33 E O PROG40 FAZEM COM AS SUAS
      *    CONTAGENS. CONDICAO DE PAGAMENTO EM PARCELAS (PROG110)
      *    GERA O CRONOGRAMA DA FATURA EM PARCELAS.DAT - UMA LINHA
      *    POR PARCELA, CADA UMA COM SEU VENCIMENTO ROLADO PARA DIA
      *    UTIL E O VALOR PELO PERCENTUAL (A ULTIMA LEVA A SOBRA DO
      *    ARREDONDAMENTO); O VENCIMENTO DO TITULO E O DA ULTIMA.
      *    CADA ITEM TEM OS IMPOSTOS (ICMS, IPI E ISS) CALCULADOS PELA
      *    REGRA DE TRIBUTOS.DAT (PROG157) DA FAMILIA DO PRODUTO
      *    PARA A UF DE DESTINO - A DO ENDERECO DE ENTREGA QUANDO O
      *    PEDIDO FOI PARA LA, SENAO A DO CADASTRO DO CLIENTE. O
      *    IMPOSTO E DESTACADO (JA INCLUSO NO PRECO, O TOTAL DO
      *    TITULO NAO MUDA), IMPRESSO NA FATURA E GRAVADO ITEM A
      *    ITEM EM IMPOSTOS.DAT PARA O LIVRO DE SAIDAS (PROG158).
      *    ANTES DE FATURAR, CADA ITEM E CONFERIDO CONTRA O ESTOQUE:
      *    O ITEM RESERVADO NA DIGITACAO (PROG65) CONTA COM A PROPRIA
      *    RESERVA, O ITEM SEM RESERVA SO COM O DISPONIVEL (SALDO
      *    MENOS O QUE OUTROS PEDIDOS RESERVARAM). O QUE O SALDO NAO
      *    COBRE SAI DA FATURA E VAI PARA ENCOMENDAS.DAT - NADA E
      *    FATURADO SEM MERCADORIA E O SALDO NAO FICA NEGATIVO.
      *    PEDIDO QUE FICA SEM NENHUM ITEM E REMARCADO "E".
      *    COM PEDIDOS.DAT INDEXADO A LEITURA SEGUE A CHAVE PEDIDO +
      *    LINHA (CABECALHO E DEPOIS OS ITENS) E A REMARCACAO LE
      *    DIRETO O CABECALHO DE CADA PEDIDO FATURADO, SEM SEGUNDA
      *    PASSADA PELO ARQUIVO.
      *    O FRETE ESTIMADO NA ENTRADA DO PEDIDO (PROG65) E COBRADO
      *    EM LINHA PROPRIA DA FATURA E SOMA NO TOTAL DO TITULO (E
      *    NAS PARCELAS); NAO ENTRA NA BASE DOS IMPOSTOS DOS ITENS.
      *    FRETE E TRANSPORTADORA FICAM NO TITULO PARA A CONFERENCIA
      *    MENSAL DE FRETE (PROG181).
      *    A FATURA SAI NA EMPRESA DO PEDIDO (PEDIDO SEM EMPRESA E DA
      *    PRINCIPAL, VARIAVEL EMPRESA, PADRAO 17), COM A RAZAO
      *    SOCIAL DELA NO CABECALHO. CADA EMPRESA TEM SUA NUMERACAO:
      *    A PRINCIPAL SEGUE EM NUMFAT.DAT; AS DEMAIS EM NUMFAT.EE.DAT
      *    NA SERIE EE00001 (EE = CODIGO DA EMPRESA), PARA O NUMERO
      *    DA FATURA CONTINUAR UNICO EM FATURAS.DAT. PROG66-EMPRESA
      *    (EE) FATURA SO OS PEDIDOS DAQUELA EMPRESA; SEM ELA, TODAS.
      *    ITEM QUE E KIT (KITS.DAT, PROG200) NAO TEM FICHA PROPRIA:
      *    A BAIXA EXPLODE O KIT E DESCE O SALDO DE CADA COMPONENTE
      *    (QUANTIDADE FATURADA X QUANTIDADE POR KIT), COM UMA SAIDA
      *    NO LIVRO DE MOVIMENTOS POR COMPONENTE.
      *    CREDITO DO CLIENTE (SALDOCRED.DAT - NOTA DE CREDITO NAO
      *    ABSORVIDA, PAGAMENTO A MAIOR, ADIANTAMENTO): A FATURA DE
      *    CLIENTE COM CREDITO EM ABERTO SAI COM O CREDITO OFERECIDO.
      *    COM PROG66-APLICA-CREDITO=S O FATURAMENTO JA O APLICA - O
      *    CREDITO, DO MAIS ANTIGO AO MAIS NOVO, ENTRA COMO PAGO DA
      *    FATURA ATE O TOTAL DELA (COBERTA, SAI "L") E A EXPOSICAO
      *    SO SOBE PELO QUE FICA A PAGAR. SEM O PARAMETRO O CREDITO
      *    SO E IMPRESSO, PARA APLICACAO NO PROG201.
      *    CADA ITEM SAI DO DEPOSITO GRAVADO NELE NA DIGITACAO
      *    (ITEM-DEPOSITO; EM BRANCO, O DA EMPRESA DO PEDIDO): A
      *    CONFERENCIA USA O DISPONIVEL DESSE DEPOSITO (ESTDEP.DAT),
      *    A BAIXA E A DEVOLUCAO DE RESERVA MEXEM NELE TAMBEM E A
      *    SAIDA NO LIVRO LEVA O DEPOSITO.
      *    ANTES DE FATURAR, O PEDIDO E CONFERIDO CONTRA O LIMITE DE
      *    CREDITO DO CLIENTE E, PARA LOJA DE GRUPO ECONOMICO
      *    (GRUPOS.DAT), CONTRA O LIMITE DO GRUPO SOBRE A EXPOSICAO
      *    SOMADA DAS LOJAS. O QUE PASSA SEM LIBERACAO EM LIBCRED.DAT
      *    (PROG65 NA DIGITACAO, PROG69 DEPOIS) FICA RETIDO EM ABERTO,
      *    COM AS RESERVAS, E E CONTADO NOS TOTAIS DO LOTE. VALE
      *    TAMBEM PARA OS PEDIDOS DAS FILIAIS (PROG116) E OS
      *    PROGRAMADOS (PROG203), QUE NAO CONSULTAM O GRUPO NA
      *    ENTRADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "ESTSEL.cob".
           COPY "MOVSEL.cob".
           COPY "EMQSEL.cob".
           COPY "PARSEL.cob".
           COPY "PRODSEL.cob".
           COPY "ENDSEL.cob".
           COPY "TRBSEL.cob".
           COPY "ITRSEL.cob".
           COPY "EMDSEL.cob".
           COPY "KITSEL.cob".
           COPY "SCRSEL.cob".
           COPY "EDPSEL.cob".
           COPY "GRUSEL.cob".
           COPY "GRCSEL.cob".
           COPY "LCRSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-FATURA
               ASSIGN TO NUMERO-FATURA-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-FATURA-FILE-STATUS.

           COPY "ESTREG.cob".
           COPY "MOVREG.cob".
           COPY "EMQREG.cob".
           COPY "PARREG.cob".
           COPY "PRODREG.cob".
           COPY "ENDREG.cob".
           COPY "TRBREG.cob".
           COPY "ITRREG.cob".
           COPY "EMDREG.cob".
           COPY "KITREG.cob".
           COPY "SCRREG.cob".
           COPY "EDPREG.cob".
           COPY "GRUREG.cob".
           COPY "GRCREG.cob".
           COPY "LCRREG.cob".

       FD  ARQUIVO-NUMERO-FATURA.
       01  NUMERO-FATURA-REGISTRO.
       01  FATURA-FILE-STATUS        PIC XX.
       01  FATURA-PATH               PIC X(100).
       01  NUMERO-FATURA-FILE-STATUS PIC XX.
       01  NUMERO-FATURA-PATH        PIC X(100).
       01  CREDITO-FILE-STATUS       PIC XX.
       01  CREDITO-PATH              PIC X(100).
       01  LIBCRED-FILE-STATUS       PIC XX.
       01  LIBCRED-PATH              PIC X(100).
           COPY "GRUWRK.cob".
       01  RETENCAO-CREDITO          PIC X(01).
           88 PEDIDO-RETIDO-CREDITO      VALUE "L" "G".
           88 RETIDO-LIMITE-LOJA         VALUE "L".
           88 RETIDO-LIMITE-GRUPO        VALUE "G".
       01  VALOR-PEDIDO-CREDITO      PIC 9(09)V9(02).
       01  EXPOSICAO-PROJETADA       PIC 9(11)V9(02).
       01  ESTOQUE-FILE-STATUS       PIC XX.
       01  ESTOQUE-PATH              PIC X(100).
       01  MOVESTOQUE-FILE-STATUS    PIC XX.
       01  MOVESTOQUE-PATH           PIC X(100).
       01  KIT-FILE-STATUS           PIC XX.
       01  KIT-PATH                  PIC X(100).
       01  ITEM-E-KIT                PIC X.
       01  KIT-SUB                   PIC 9(02).
       01  QTDE-COMPONENTE-BAIXA     PIC 9(07).
       01  ENCOMENDA-FILE-STATUS     PIC XX.
       01  ENCOMENDA-PATH            PIC X(100).
       01  OPERADOR-ID               PIC X(10).
       01  CLIENTE-FILE-STATUS       PIC XX.
       01  CLIENTE-PATH              PIC X(100).
       01  EMPRESA-CODIGO-ENV        PIC X(02).
       01  RAZAO-SOCIAL-EMPRESA      PIC X(40)
           VALUE "EMPRESA 17 COMERCIO E SERVICOS".
       01  RAZAO-SOCIAL-PRINCIPAL    PIC X(40).
       01  EMPRESA-DA-RAZAO          PIC 9(02) VALUE 0.
       01  EMPRESA-FILTRO            PIC 9(02) VALUE 0.
       01  EMPRESA-FILTRO-ENV        PIC X(02).
       01  FILA-EMAIL-FILE-STATUS    PIC XX.
       01  PRODUTO-FILE-STATUS       PIC XX.
       01  PRODUTO-PATH              PIC X(100).
       01  ENDERECO-FILE-STATUS      PIC XX.
       01  ENDERECO-PATH             PIC X(100).
       01  TRIBUTO-FILE-STATUS       PIC XX.
       01  TRIBUTO-PATH              PIC X(100).
       01  IMPOSTO-FILE-STATUS       PIC XX.
       01  IMPOSTO-PATH              PIC X(100).
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).

       01  DU-DATA-2-WS              PIC 9(08).
       01  DU-RESULTADO-WS           PIC S9(05).

      *    CRONOGRAMA DA CONDICAO DO CLIENTE: PADRAO E PARCELA UNICA
      *    NO PRAZO DE 30 DIAS, 100% DO TOTAL.
       01  QTDE-PARCELAS-COND        PIC 9(02).
       01  TABELA-PARCELAS-COND.
           05 COND-PARCELA OCCURS 6 TIMES.
              10 COND-PARC-DIAS       PIC 9(03).
              10 COND-PARC-PERCENTUAL PIC 9(03)V9(02).
       01  VALOR-PARCELAS-SOMADO     PIC 9(09)V9(02).
           COPY "PARWRK.cob".

      *    CREDITO DO CLIENTE OFERECIDO E APLICADO NA FATURA.
           COPY "SCRWRK.cob".
       01  APLICA-CREDITO-CLIENTE    PIC X VALUE "N".
       01  CREDITO-DISPONIVEL-FATURA PIC 9(11)V9(02).

      *    ESTOQUE POR DEPOSITO (EDPPROC).
           COPY "EDPWRK.cob".
       01  CREDITO-APLICADO-FATURA   PIC 9(09)V9(02).
       01  EXPOSICAO-DA-FATURA       PIC 9(09)V9(02).
       01  SALDO-A-PAGAR-FATURA      PIC 9(09)V9(02).

      *    PEDIDO EM MONTAGEM: CABECALHO CORRENTE E ITENS BUFERIZADOS
      *    PARA IMPRESSAO DA FATURA.
       01  PEDIDO-EM-ABERTO          PIC X VALUE "N".
       01  PEDIDO-ATUAL-CLIENTE      PIC 9(08).
       01  PEDIDO-ATUAL-NOME         PIC X(20).
       01  PEDIDO-ATUAL-VENDEDOR     PIC 9(05).
       01  PEDIDO-ATUAL-ENTREGA      PIC X(01).
       01  PEDIDO-ATUAL-DESCONTO     PIC 9(03)V9(02).
       01  PEDIDO-ATUAL-TRANSP       PIC 9(02).
       01  PEDIDO-ATUAL-FRETE        PIC 9(05)V9(02).
       01  PEDIDO-ATUAL-EMPRESA      PIC 9(02).
       01  QTDE-ITENS-FATURA         PIC 9(03).
       01  TABELA-ITENS-FATURA.
           05 ITEM-FATURA OCCURS 20 TIMES.
              10 ITEM-FAT-QTDE       PIC 9(05).
              10 ITEM-FAT-PRECO      PIC 9(07)V9(02).
              10 ITEM-FAT-TOTAL      PIC 9(09)V9(02).
              10 ITEM-FAT-BASE       PIC 9(09)V9(02).
              10 ITEM-FAT-ALIQ-ICMS  PIC 9(02)V9(02).
              10 ITEM-FAT-ICMS       PIC 9(09)V9(02).
              10 ITEM-FAT-ALIQ-IPI   PIC 9(02)V9(02).
              10 ITEM-FAT-IPI        PIC 9(09)V9(02).
              10 ITEM-FAT-ALIQ-ISS   PIC 9(02)V9(02).
              10 ITEM-FAT-ISS        PIC 9(09)V9(02).
              10 ITEM-FAT-LISTA      PIC 9(07)V9(02).
              10 ITEM-FAT-RESERVADA  PIC 9(05).
              10 ITEM-FAT-ENCOMENDA  PIC 9(05).
              10 ITEM-FAT-DEPOSITO   PIC 9(02).
              10 ITEM-FAT-LINHA      PIC 9(03).
       01  ITEM-SUB                  PIC 9(03).

      *    CONFERENCIA DO ESTOQUE ANTES DE FATURAR: O QUE AS LINHAS
      *    ANTERIORES DO MESMO PRODUTO NA FATURA JA TOMARAM E JA
      *    TINHAM RESERVADO, E O DISPONIVEL PARA A LINHA CORRENTE.
       01  ANTERIOR-SUB              PIC 9(03).
       01  DESTINO-SUB               PIC 9(03).
       01  TOMADO-NA-FATURA          PIC 9(07).
       01  RESERVA-ANTERIOR          PIC 9(07).
       01  OUTROS-RESERVADOS         PIC S9(07).
       01  DISPONIVEL-ITEM           PIC S9(07).
       01  DISPONIVEL-DEPOSITO       PIC S9(07).
       01  QTDE-ITENS-CORTADOS       PIC 9(03).
       01  TOTAL-ITENS-ENCOMENDA     PIC 9(05) VALUE 0.
       01  TOTAL-PEDIDOS-ENCOMENDA   PIC 9(05) VALUE 0.
       01  TOTAL-PEDIDOS-RETIDOS     PIC 9(05) VALUE 0.
       01  VALOR-PEDIDOS-RETIDOS     PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-FATURA              PIC 9(09)V9(02).

      *    TRIBUTACAO DA FATURA: UF DE DESTINO E TOTAIS DESTACADOS.
       01  UF-DESTINO-FATURA         PIC X(02).
       01  FAMILIA-ITEM              PIC X(10).
       01  ACHOU-REGRA-TRIBUTO       PIC X.
       01  TOTAL-BASE-ICMS           PIC 9(09)V9(02).
       01  TOTAL-ICMS-FATURA         PIC 9(09)V9(02).
       01  TOTAL-BASE-IPI            PIC 9(09)V9(02).
       01  TOTAL-IPI-FATURA          PIC 9(09)V9(02).
       01  TOTAL-BASE-ISS            PIC 9(09)V9(02).
       01  TOTAL-ISS-FATURA          PIC 9(09)V9(02).
       01  ALIQUOTA-ISS-REGRA        PIC 9(02)V9(02).
       01  ALIQUOTA-EDITADA          PIC Z9.99.

       01  VALOR-EDITADO             PIC $$$,$$$,$$9.99.
       01  TOTAL-EDITADO             PIC $$$$,$$$,$$9.99.

       01  PROXIMA-SEQUENCIA-FATURA  PIC 9(07) VALUE 0.

      *    PEDIDOS FATURADOS NESTA EXECUCAO, PARA A REMARCACAO DA
      *    SITUACAO NA SEGUNDA PASSADA, COM A QUANTIDADE COBRADA EM
      *    CADA LINHA DO PEDIDO (LINHA FORA DA LISTA = NADA COBRADO).
       01  QTDE-FATURADOS            PIC 9(03) VALUE 0.
       01  TABELA-FATURADOS.
           05 PEDIDO-FATURADO OCCURS 100 TIMES.
              10 PEDIDO-FATURADO-NUM PIC 9(07).
              10 PEDIDO-FATURADO-SIT PIC X(01).
              10 PEDIDO-FATURADO-QTDE-LIN PIC 9(02).
              10 PEDIDO-FATURADO-ITEM OCCURS 20 TIMES.
                 15 PEDIDO-FAT-LINHA PIC 9(03).
                 15 PEDIDO-FAT-QTDE  PIC 9(05).
       01  FATURADO-SUB              PIC 9(03).
       01  LINHA-FAT-SUB             PIC 9(02).
       01  FIM-ITENS-PEDIDO          PIC X.

      *    AREA DE CHAMADA DO SUBPROGRAMA FINANCEIRO COMUM (PROG14).
       01  FIN-FUNCAO-WS        PIC X(01).
       01  TOTAL-FATURAS-GERADAS     PIC 9(05) VALUE 0.
       01  TOTAL-VALOR-LOTE          PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-LOTE-EDITADO        PIC $$,$$$,$$$,$$9.99.
       01  TOTAL-ICMS-LOTE           PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-IPI-LOTE            PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-ISS-LOTE            PIC 9(11)V9(02) VALUE 0.
       01  TOTAL-CREDITO-LOTE        PIC 9(11)V9(02) VALUE 0.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
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

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

           PERFORM INICIALIZA-CAMINHO-GRUPO.

           MOVE "libcred.dat" TO LIBCRED-PATH.
           ACCEPT LIBCRED-PATH FROM ENVIRONMENT "LIBCRED_DAT".
           IF LIBCRED-PATH = SPACE
               MOVE "libcred.dat" TO LIBCRED-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.
           ACCEPT APLICA-CREDITO-CLIENTE
               FROM ENVIRONMENT "PROG66-APLICA-CREDITO".
           IF APLICA-CREDITO-CLIENTE NOT = "S"
               MOVE "N" TO APLICA-CREDITO-CLIENTE
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "enderecos.dat" TO ENDERECO-PATH
           END-IF.

           MOVE "tributos.dat" TO TRIBUTO-PATH.
           ACCEPT TRIBUTO-PATH FROM ENVIRONMENT "TRIBUTO_DAT".
           IF TRIBUTO-PATH = SPACE
               MOVE "tributos.dat" TO TRIBUTO-PATH
           END-IF.

           MOVE "impostos.dat" TO IMPOSTO-PATH.
           ACCEPT IMPOSTO-PATH FROM ENVIRONMENT "IMPOSTO_DAT".
           IF IMPOSTO-PATH = SPACE
               MOVE "impostos.dat" TO IMPOSTO-PATH
           END-IF.

           MOVE SPACE TO OPERADOR-ID.
           ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID".
           IF OPERADOR-ID = SPACE
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.
           MOVE RAZAO-SOCIAL-EMPRESA TO RAZAO-SOCIAL-PRINCIPAL.
           MOVE EMPRESA-CODIGO-USO TO EMPRESA-DA-RAZAO.
           MOVE SPACE TO EMPRESA-FILTRO-ENV.
           ACCEPT EMPRESA-FILTRO-ENV FROM ENVIRONMENT "PROG66-EMPRESA".
           IF EMPRESA-FILTRO-ENV IS NUMERIC
               MOVE EMPRESA-FILTRO-ENV TO EMPRESA-FILTRO
           END-IF.

      *    BUSCA-RAZAO-EMPRESA-FATURA: RAZAO SOCIAL DA EMPRESA DA
      *    FATURA; SO RELE EMPRESA.DAT QUANDO A EMPRESA MUDA. EMPRESA
      *    SEM PARAMETROS SAI COM O NOME GENERICO E O CODIGO.
       BUSCA-RAZAO-EMPRESA-FATURA.
           IF PEDIDO-ATUAL-EMPRESA NOT = EMPRESA-DA-RAZAO
               MOVE PEDIDO-ATUAL-EMPRESA TO EMPRESA-DA-RAZAO
               IF PEDIDO-ATUAL-EMPRESA = EMPRESA-CODIGO-USO
                   MOVE RAZAO-SOCIAL-PRINCIPAL TO RAZAO-SOCIAL-EMPRESA
               ELSE
                   MOVE SPACE TO RAZAO-SOCIAL-EMPRESA
                   STRING "EMPRESA " DELIMITED BY SIZE
                          PEDIDO-ATUAL-EMPRESA DELIMITED BY SIZE
                       INTO RAZAO-SOCIAL-EMPRESA
                   PERFORM LE-RAZAO-EMPRESA-FATURA
               END-IF
           END-IF.

       LE-RAZAO-EMPRESA-FATURA.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PEDIDO-ATUAL-EMPRESA TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMPRESA-RAZAO-SOCIAL
                           TO RAZAO-SOCIAL-EMPRESA
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.

       FATURA-PROXIMO-REGISTRO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
                   PERFORM ENCERRA-PEDIDO-EM-ABERTO
                   IF PEDIDO-ABERTO
                       PERFORM COMECA-PEDIDO
                       IF EMPRESA-FILTRO NOT = 0
                               AND PEDIDO-ATUAL-EMPRESA
                                   NOT = EMPRESA-FILTRO
                           MOVE "N" TO PEDIDO-EM-ABERTO
                       END-IF
                   END-IF
               ELSE
                   IF MONTANDO-PEDIDO AND PEDIDO-ITEM
           ELSE
               MOVE ZERO TO PEDIDO-ATUAL-VENDEDOR
           END-IF.
           MOVE PEDIDO-ENDER-ENTREGA TO PEDIDO-ATUAL-ENTREGA.
           IF PEDIDO-DESC-PERCENTUAL IS NUMERIC
               MOVE PEDIDO-DESC-PERCENTUAL TO PEDIDO-ATUAL-DESCONTO
           ELSE
               MOVE ZERO TO PEDIDO-ATUAL-DESCONTO
           END-IF.
           IF PEDIDO-VALOR-FRETE IS NUMERIC
                   AND PEDIDO-TRANSP-CODIGO IS NUMERIC
               MOVE PEDIDO-TRANSP-CODIGO TO PEDIDO-ATUAL-TRANSP
               MOVE PEDIDO-VALOR-FRETE TO PEDIDO-ATUAL-FRETE
           ELSE
               MOVE ZERO TO PEDIDO-ATUAL-TRANSP
               MOVE ZERO TO PEDIDO-ATUAL-FRETE
           END-IF.
           IF PEDIDO-EMPRESA IS NUMERIC AND PEDIDO-EMPRESA NOT = 0
               MOVE PEDIDO-EMPRESA TO PEDIDO-ATUAL-EMPRESA
           ELSE
               MOVE EMPRESA-CODIGO-USO TO PEDIDO-ATUAL-EMPRESA
           END-IF.
           MOVE 0 TO QTDE-ITENS-FATURA.
           MOVE ZERO TO TOTAL-FATURA.

               ADD 1 TO QTDE-ITENS-FATURA
               MOVE ITEM-PRODUTO-CODIGO
                   TO ITEM-FAT-PRODUTO (QTDE-ITENS-FATURA)
               MOVE PEDIDO-LINHA
                   TO ITEM-FAT-LINHA (QTDE-ITENS-FATURA)
               MOVE ITEM-DESCRICAO
                   TO ITEM-FAT-DESCRICAO (QTDE-ITENS-FATURA)
               MOVE ITEM-QUANTIDADE
                   TO ITEM-FAT-QTDE (QTDE-ITENS-FATURA)
               MOVE ITEM-PRECO-UNITARIO
                   TO ITEM-FAT-PRECO (QTDE-ITENS-FATURA)
               MOVE ITEM-PRECO-LISTA
                   TO ITEM-FAT-LISTA (QTDE-ITENS-FATURA)
               IF ITEM-PRECO-LISTA IS NOT NUMERIC
                   MOVE ITEM-PRECO-UNITARIO
                       TO ITEM-FAT-LISTA (QTDE-ITENS-FATURA)
               END-IF
               IF ITEM-RESERVADO
                   MOVE ITEM-QUANTIDADE
                       TO ITEM-FAT-RESERVADA (QTDE-ITENS-FATURA)
               ELSE
                   MOVE 0 TO ITEM-FAT-RESERVADA (QTDE-ITENS-FATURA)
               END-IF
               MOVE 0 TO ITEM-FAT-ENCOMENDA (QTDE-ITENS-FATURA)
               IF ITEM-DEPOSITO IS NUMERIC AND ITEM-DEPOSITO NOT = 0
                   MOVE ITEM-DEPOSITO
                       TO ITEM-FAT-DEPOSITO (QTDE-ITENS-FATURA)
               ELSE
                   MOVE PEDIDO-ATUAL-EMPRESA
                       TO ITEM-FAT-DEPOSITO (QTDE-ITENS-FATURA)
               END-IF
               COMPUTE ITEM-FAT-TOTAL (QTDE-ITENS-FATURA) ROUNDED =
                   ITEM-QUANTIDADE * ITEM-PRECO-UNITARIO
               ADD ITEM-FAT-TOTAL (QTDE-ITENS-FATURA) TO TOTAL-FATURA
                               "ATINGIDO. PEDIDO " PEDIDO-ATUAL-NUMERO
                               " FICA PARA O PROXIMO LOTE."
                   WHEN OTHER
                       PERFORM VERIFICA-LIMITES-PEDIDO
                       IF PEDIDO-RETIDO-CREDITO
                           PERFORM RETEM-PEDIDO-CREDITO
                       ELSE
                           PERFORM FATURA-PEDIDO-LIBERADO
                       END-IF
               END-EVALUATE
           END-IF.

       FATURA-PEDIDO-LIBERADO.
           PERFORM CONFERE-COBERTURA-FATURA.
           IF QTDE-ITENS-FATURA = 0
               PERFORM MARCA-PEDIDO-EM-ENCOMENDA
           ELSE
               ADD PEDIDO-ATUAL-FRETE TO TOTAL-FATURA
               PERFORM GERA-NUMERO-FATURA
               PERFORM GRAVA-FATURA
           END-IF.

      *    VERIFICA-LIMITES-PEDIDO: ANTES DE MEXER NO ESTOQUE, O
      *    PEDIDO (ITENS MAIS FRETE) E CONFERIDO CONTRA O LIMITE DA
      *    LOJA E, SE ELA E DE GRUPO ECONOMICO, CONTRA O LIMITE DO
      *    GRUPO SOBRE A EXPOSICAO SOMADA DAS LOJAS. A EXPOSICAO JA
      *    INCLUI AS FATURAS DESTE LOTE. LIMITE ZERO NAO TRAVA, COMO
      *    NA DIGITACAO. PEDIDO COM LIBERACAO EM LIBCRED.DAT (PROG65
      *    OU PROG69) PASSA.
       VERIFICA-LIMITES-PEDIDO.
           MOVE "N" TO RETENCAO-CREDITO.
           COMPUTE VALOR-PEDIDO-CREDITO =
               TOTAL-FATURA + PEDIDO-ATUAL-FRETE.
           OPEN INPUT ARQUIVO-CREDITO.
           IF CREDITO-FILE-STATUS = "00"
               MOVE PEDIDO-ATUAL-CLIENTE TO CREDITO-CLIENTE-CODIGO
               READ ARQUIVO-CREDITO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE EXPOSICAO-PROJETADA =
                           CREDITO-EXPOSICAO + VALOR-PEDIDO-CREDITO
                       IF CREDITO-LIMITE NOT = ZERO
                               AND EXPOSICAO-PROJETADA > CREDITO-LIMITE
                           MOVE "L" TO RETENCAO-CREDITO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CREDITO
           ELSE
               IF CREDITO-FILE-STATUS = "05"
                   CLOSE ARQUIVO-CREDITO
               END-IF
           END-IF.
           IF NOT PEDIDO-RETIDO-CREDITO
               PERFORM VERIFICA-LIMITE-GRUPO-PEDIDO
           END-IF.
           IF PEDIDO-RETIDO-CREDITO
               PERFORM BUSCA-LIBERACAO-CREDITO
           END-IF.

       VERIFICA-LIMITE-GRUPO-PEDIDO.
           MOVE PEDIDO-ATUAL-CLIENTE TO GRUPO-CONS-CLIENTE.
           PERFORM BUSCA-GRUPO-CLIENTE.
           IF GRUPO-CONS-CODIGO NOT = 0
                   AND GRUPO-CONS-LIMITE NOT = ZERO
               PERFORM SOMA-EXPOSICAO-GRUPO
               COMPUTE EXPOSICAO-PROJETADA =
                   GRUPO-CONS-EXPOSICAO + VALOR-PEDIDO-CREDITO
               IF EXPOSICAO-PROJETADA > GRUPO-CONS-LIMITE
                   MOVE "G" TO RETENCAO-CREDITO
               END-IF
           END-IF.

       BUSCA-LIBERACAO-CREDITO.
           OPEN INPUT ARQUIVO-LIBCRED.
           IF LIBCRED-FILE-STATUS = "00"
               MOVE PEDIDO-ATUAL-NUMERO TO LIBCRED-PEDIDO
               READ ARQUIVO-LIBCRED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "N" TO RETENCAO-CREDITO
               END-READ
               CLOSE ARQUIVO-LIBCRED
           ELSE
               IF LIBCRED-FILE-STATUS = "05"
                   CLOSE ARQUIVO-LIBCRED
               END-IF
           END-IF.

      *    RETEM-PEDIDO-CREDITO: O PEDIDO CONTINUA "A", COM AS
      *    RESERVAS, E VOLTA NO PROXIMO LOTE; A LIBERACAO E DADA NO
      *    PROG69.
       RETEM-PEDIDO-CREDITO.
           ADD 1 TO TOTAL-PEDIDOS-RETIDOS.
           ADD VALOR-PEDIDO-CREDITO TO VALOR-PEDIDOS-RETIDOS.
           MOVE VALOR-PEDIDO-CREDITO TO TOTAL-LOTE-EDITADO.
           IF RETIDO-LIMITE-LOJA
               DISPLAY "PEDIDO " PEDIDO-ATUAL-NUMERO " RETIDO - "
                       "LIMITE DE CREDITO DO CLIENTE "
                       PEDIDO-ATUAL-CLIENTE " ("
                       TOTAL-LOTE-EDITADO "). LIBERAR NO PROG69."
           ELSE
               DISPLAY "PEDIDO " PEDIDO-ATUAL-NUMERO " RETIDO - "
                       "LIMITE DO GRUPO " GRUPO-CONS-CODIGO " "
                       GRUPO-CONS-NOME " (" TOTAL-LOTE-EDITADO
                       "). LIBERAR NO PROG69."
           END-IF.

      *    CONFERE-COBERTURA-FATURA: LINHA A LINHA, O DISPONIVEL E O
      *    SALDO MENOS O QUE OS OUTROS PEDIDOS RESERVARAM (A RESERVA
      *    DA PROPRIA LINHA E DAS LINHAS ANTERIORES DO MESMO PRODUTO
      *    NA FATURA NAO CONTA CONTRA ELA) MENOS O QUE AS LINHAS
      *    ANTERIORES JA TOMARAM. A FALTA VAI PARA ENCOMENDA E A
      *    LINHA ZERADA SAI DA FATURA. PRODUTO SEM FICHA NAO E
      *    CONFERIDO, COMO NA BAIXA.
       CONFERE-COBERTURA-FATURA.
           MOVE 0 TO QTDE-ITENS-CORTADOS.
           OPEN INPUT ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE 1 TO ITEM-SUB
               PERFORM CONFERE-COBERTURA-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-FATURA
               CLOSE ARQUIVO-ESTOQUE
           END-IF.
           IF QTDE-ITENS-CORTADOS NOT = 0
               PERFORM GRAVA-ENCOMENDAS-FATURA
               MOVE 0 TO DESTINO-SUB
               MOVE ZERO TO TOTAL-FATURA
               MOVE 1 TO ITEM-SUB
               PERFORM COMPACTA-ITEM-FATURA
                   UNTIL ITEM-SUB > QTDE-ITENS-FATURA
               MOVE DESTINO-SUB TO QTDE-ITENS-FATURA
           END-IF.

       CONFERE-COBERTURA-ITEM.
           MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM CALCULA-DISPONIVEL-ITEM
                   IF DISPONIVEL-ITEM < ITEM-FAT-QTDE (ITEM-SUB)
                       COMPUTE ITEM-FAT-ENCOMENDA (ITEM-SUB) =
                           ITEM-FAT-QTDE (ITEM-SUB) - DISPONIVEL-ITEM
                       MOVE DISPONIVEL-ITEM
                           TO ITEM-FAT-QTDE (ITEM-SUB)
                       ADD 1 TO QTDE-ITENS-CORTADOS
                   END-IF
           END-READ.
           ADD 1 TO ITEM-SUB.

       CALCULA-DISPONIVEL-ITEM.
           IF ESTOQUE-RESERVADO IS NOT NUMERIC
               MOVE ZERO TO ESTOQUE-RESERVADO
           END-IF.
           MOVE 0 TO TOMADO-NA-FATURA.
           MOVE 0 TO RESERVA-ANTERIOR.
           MOVE 1 TO ANTERIOR-SUB.
           PERFORM SOMA-LINHA-ANTERIOR
               UNTIL ANTERIOR-SUB NOT < ITEM-SUB.
           COMPUTE OUTROS-RESERVADOS = ESTOQUE-RESERVADO
               - ITEM-FAT-RESERVADA (ITEM-SUB) - RESERVA-ANTERIOR.
           IF OUTROS-RESERVADOS < 0
               MOVE 0 TO OUTROS-RESERVADOS
           END-IF.
           COMPUTE DISPONIVEL-ITEM = ESTOQUE-SALDO
               - OUTROS-RESERVADOS - TOMADO-NA-FATURA.
           IF DISPONIVEL-ITEM < 0
               MOVE 0 TO DISPONIVEL-ITEM
           END-IF.
           PERFORM CALCULA-DISPONIVEL-DEPOSITO.

      *    CALCULA-DISPONIVEL-DEPOSITO: A MESMA CONTA NO DEPOSITO DE
      *    ONDE O ITEM SAI - O SALDO DE OUTRA FILIAL NAO COBRE O
      *    ITEM. SEM ESTDEP.DAT FICA SO A CONTA DA EMPRESA.
       CALCULA-DISPONIVEL-DEPOSITO.
           MOVE ITEM-FAT-DEPOSITO (ITEM-SUB) TO DEP-DEPOSITO.
           MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO DEP-PRODUTO.
           PERFORM CONSULTA-ESTOQUE-DEPOSITO.
           IF DEP-ARQUIVO-ESTDEP = "S"
               COMPUTE OUTROS-RESERVADOS = DEP-RESERVADO
                   - ITEM-FAT-RESERVADA (ITEM-SUB) - RESERVA-ANTERIOR
               IF OUTROS-RESERVADOS < 0
                   MOVE 0 TO OUTROS-RESERVADOS
               END-IF
               COMPUTE DISPONIVEL-DEPOSITO = DEP-SALDO
                   - OUTROS-RESERVADOS - TOMADO-NA-FATURA
               IF DISPONIVEL-DEPOSITO < 0
                   MOVE 0 TO DISPONIVEL-DEPOSITO
               END-IF
               IF DISPONIVEL-DEPOSITO < DISPONIVEL-ITEM
                   MOVE DISPONIVEL-DEPOSITO TO DISPONIVEL-ITEM
               END-IF
           END-IF.

       SOMA-LINHA-ANTERIOR.
           IF ITEM-FAT-PRODUTO (ANTERIOR-SUB) =
                   ITEM-FAT-PRODUTO (ITEM-SUB)
               ADD ITEM-FAT-QTDE (ANTERIOR-SUB) TO TOMADO-NA-FATURA
               ADD ITEM-FAT-RESERVADA (ANTERIOR-SUB)
                   TO RESERVA-ANTERIOR
           END-IF.
           ADD 1 TO ANTERIOR-SUB.

      *    COMPACTA-ITEM-FATURA: TIRA DA TABELA AS LINHAS ZERADAS E
      *    REFAZ A EXTENSAO E O TOTAL DAS QUE FICAM.
       COMPACTA-ITEM-FATURA.
           IF ITEM-FAT-QTDE (ITEM-SUB) NOT = 0
               ADD 1 TO DESTINO-SUB
               MOVE ITEM-FATURA (ITEM-SUB)
                   TO ITEM-FATURA (DESTINO-SUB)
               COMPUTE ITEM-FAT-TOTAL (DESTINO-SUB) ROUNDED =
                   ITEM-FAT-QTDE (DESTINO-SUB)
                   * ITEM-FAT-PRECO (DESTINO-SUB)
               ADD ITEM-FAT-TOTAL (DESTINO-SUB) TO TOTAL-FATURA
           ELSE
               IF ITEM-FAT-RESERVADA (ITEM-SUB) NOT = 0
                   PERFORM LIBERA-RESERVA-CORTADA
               END-IF
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    LIBERA-RESERVA-CORTADA: LINHA RESERVADA QUE SAIU INTEIRA
      *    DA FATURA NAO PASSA PELA BAIXA, ENTAO A RESERVA DELA E
      *    DEVOLVIDA AQUI (A ENCOMENDA RESERVA DE NOVO NA LIBERACAO).
       LIBERA-RESERVA-CORTADA.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
               CLOSE ARQUIVO-ESTOQUE
           ELSE
               MOVE ITEM-FAT-PRODUTO (ITEM-SUB)
                   TO ESTOQUE-PRODUTO-CODIGO
               READ ARQUIVO-ESTOQUE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM DESCONTA-RESERVA-ITEM
                       REWRITE ESTOQUE-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO DEVOLVER A RESERVA "
                                       "DO PRODUTO "
                                       ESTOQUE-PRODUTO-CODIGO "."
                           NOT INVALID KEY
                               MOVE ITEM-FAT-DEPOSITO (ITEM-SUB)
                                   TO DEP-DEPOSITO
                               MOVE ITEM-FAT-PRODUTO (ITEM-SUB)
                                   TO DEP-PRODUTO
                               COMPUTE DEP-DELTA-RESERVA =
                                   0 - ITEM-FAT-RESERVADA (ITEM-SUB)
                               PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

       DESCONTA-RESERVA-ITEM.
           IF ESTOQUE-RESERVADO IS NOT NUMERIC
               MOVE ZERO TO ESTOQUE-RESERVADO
           END-IF.
           IF ITEM-FAT-RESERVADA (ITEM-SUB) > ESTOQUE-RESERVADO
               MOVE ZERO TO ESTOQUE-RESERVADO
           ELSE
               SUBTRACT ITEM-FAT-RESERVADA (ITEM-SUB)
                   FROM ESTOQUE-RESERVADO
           END-IF.

      *    GRAVA-ENCOMENDAS-FATURA: A PARTE QUE O SALDO NAO COBRIU
      *    VIRA ENCOMENDA, COM OS DADOS DO PEDIDO DE ORIGEM.
       GRAVA-ENCOMENDAS-FATURA.
           OPEN I-O ARQUIVO-ENCOMENDA.
           IF ENCOMENDA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-ENCOMENDA
               CLOSE ARQUIVO-ENCOMENDA
               OPEN I-O ARQUIVO-ENCOMENDA
           END-IF.
           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ENCOMENDA-ITEM
               UNTIL ITEM-SUB > QTDE-ITENS-FATURA.
           CLOSE ARQUIVO-ENCOMENDA.

       GRAVA-ENCOMENDA-ITEM.
           IF ITEM-FAT-ENCOMENDA (ITEM-SUB) NOT = 0
               MOVE SPACE TO ENCOMENDA-REGISTRO
               MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO ENCOMENDA-PRODUTO
               MOVE DATA-HOJE TO ENCOMENDA-DATA
               ACCEPT ENCOMENDA-HORA FROM TIME
               MOVE PEDIDO-ATUAL-NUMERO TO ENCOMENDA-PEDIDO
               MOVE ITEM-FAT-LINHA (ITEM-SUB) TO ENCOMENDA-ITEM
               MOVE PEDIDO-ATUAL-CLIENTE TO ENCOMENDA-CLIENTE-CODIGO
               MOVE ITEM-FAT-PRODUTO (ITEM-SUB)
                   TO ENCOMENDA-PRODUTO-CLIENTE
               MOVE PEDIDO-ATUAL-NOME TO ENCOMENDA-CLIENTE-NOME
               MOVE ITEM-FAT-DESCRICAO (ITEM-SUB)
                   TO ENCOMENDA-DESCRICAO
               MOVE ITEM-FAT-ENCOMENDA (ITEM-SUB)
                   TO ENCOMENDA-QUANTIDADE
               MOVE ITEM-FAT-PRECO (ITEM-SUB)
                   TO ENCOMENDA-PRECO-UNITARIO
               MOVE ITEM-FAT-LISTA (ITEM-SUB)
                   TO ENCOMENDA-PRECO-LISTA
               MOVE PEDIDO-ATUAL-VENDEDOR TO ENCOMENDA-VENDEDOR
               MOVE PEDIDO-ATUAL-ENTREGA TO ENCOMENDA-ENDER-ENTREGA
               MOVE PEDIDO-ATUAL-DESCONTO
                   TO ENCOMENDA-DESC-PERCENTUAL
               MOVE "P" TO ENCOMENDA-SITUACAO
               MOVE ZERO TO ENCOMENDA-DATA-LIBERACAO
               MOVE ZERO TO ENCOMENDA-PEDIDO-LIBERADO
               MOVE OPERADOR-ID TO ENCOMENDA-OPERADOR
               MOVE PEDIDO-ATUAL-EMPRESA TO ENCOMENDA-EMPRESA
               WRITE ENCOMENDA-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ENCOMENDA DO "
                               "PEDIDO " PEDIDO-ATUAL-NUMERO
                               " PRODUTO " ENCOMENDA-PRODUTO "."
                   NOT INVALID KEY
                       ADD 1 TO TOTAL-ITENS-ENCOMENDA
                       DISPLAY "PEDIDO " PEDIDO-ATUAL-NUMERO
                               " PRODUTO " ENCOMENDA-PRODUTO " - "
                               ENCOMENDA-QUANTIDADE
                               " UNIDADE(S) SEM SALDO, EM ENCOMENDA."
               END-WRITE
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    MARCA-PEDIDO-EM-ENCOMENDA: NENHUM ITEM COBERTO - NAO HA
      *    FATURA, E O PEDIDO E REMARCADO "E" PARA NAO VOLTAR NO
      *    PROXIMO LOTE (A FALTA JA ESTA EM ENCOMENDAS.DAT).
       MARCA-PEDIDO-EM-ENCOMENDA.
           ADD 1 TO TOTAL-PEDIDOS-ENCOMENDA.
           ADD 1 TO QTDE-FATURADOS.
           MOVE PEDIDO-ATUAL-NUMERO
               TO PEDIDO-FATURADO-NUM (QTDE-FATURADOS).
           MOVE "E" TO PEDIDO-FATURADO-SIT (QTDE-FATURADOS).
           MOVE 0 TO PEDIDO-FATURADO-QTDE-LIN (QTDE-FATURADOS).
           DISPLAY "PEDIDO " PEDIDO-ATUAL-NUMERO " SEM SALDO PARA "
                   "NENHUM ITEM. NAO FATURADO, FICA EM ENCOMENDA.".

       GRAVA-FATURA.
           PERFORM CALCULA-DATA-VENCIMENTO.
           PERFORM CALCULA-TRIBUTOS-FATURA.
           MOVE NUMERO-FATURA-GERADO  TO FATURA-NUMERO.
           MOVE PEDIDO-ATUAL-NUMERO   TO FATURA-PEDIDO-NUMERO.
           MOVE PEDIDO-ATUAL-CLIENTE  TO FATURA-CLIENTE-CODIGO.
           MOVE "A"                   TO FATURA-SITUACAO.
           MOVE DATA-VENCIMENTO-CALC  TO FATURA-DATA-VENCIMENTO.
           MOVE PEDIDO-ATUAL-VENDEDOR TO FATURA-VENDEDOR.
           MOVE PEDIDO-ATUAL-FRETE    TO FATURA-VALOR-FRETE.
           MOVE PEDIDO-ATUAL-TRANSP   TO FATURA-TRANSP-CODIGO.
           MOVE PEDIDO-ATUAL-EMPRESA  TO FATURA-EMPRESA.
           PERFORM OFERECE-CREDITO-FATURA.
           WRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "FATURA " NUMERO-FATURA-GERADO " JA "
               NOT INVALID KEY
                   ADD 1 TO TOTAL-FATURAS-GERADAS
                   ADD TOTAL-FATURA TO TOTAL-VALOR-LOTE
                   ADD TOTAL-ICMS-FATURA TO TOTAL-ICMS-LOTE
                   ADD TOTAL-IPI-FATURA TO TOTAL-IPI-LOTE
                   ADD TOTAL-ISS-FATURA TO TOTAL-ISS-LOTE
                   ADD 1 TO QTDE-FATURADOS
                   MOVE PEDIDO-ATUAL-NUMERO
                       TO PEDIDO-FATURADO-NUM (QTDE-FATURADOS)
                   MOVE "F" TO PEDIDO-FATURADO-SIT (QTDE-FATURADOS)
                   MOVE QTDE-ITENS-FATURA
                       TO PEDIDO-FATURADO-QTDE-LIN (QTDE-FATURADOS)
                   MOVE 1 TO ITEM-SUB
                   PERFORM GUARDA-LINHA-FATURADA
                       UNTIL ITEM-SUB > QTDE-ITENS-FATURA
                   PERFORM GRAVA-PARCELAS-FATURA
                   PERFORM GRAVA-IMPOSTOS-FATURA
                   PERFORM CONSOME-CREDITO-FATURA
                   PERFORM SOMA-EXPOSICAO-CREDITO
                   PERFORM BAIXA-ESTOQUE-FATURA
                   PERFORM ENFILEIRA-EMAIL-FATURA
                   PERFORM IMPRIME-FATURA
           END-WRITE.

      *    OFERECE-CREDITO-FATURA: LEVANTA O CREDITO EM ABERTO DO
      *    CLIENTE; COM A APLICACAO LIGADA, O QUE COUBER NO TOTAL
      *    ENTRA COMO PAGO DA FATURA ANTES DE GRAVAR.
       OFERECE-CREDITO-FATURA.
           MOVE ZERO TO CREDITO-APLICADO-FATURA.
           MOVE PEDIDO-ATUAL-CLIENTE TO SALDO-CRED-CONS-CLIENTE.
           PERFORM SOMA-SALDO-CREDITO-CLIENTE.
           MOVE SALDO-CRED-DISPONIVEL TO CREDITO-DISPONIVEL-FATURA.
           IF APLICA-CREDITO-CLIENTE = "S"
                   AND CREDITO-DISPONIVEL-FATURA > ZERO
               IF CREDITO-DISPONIVEL-FATURA > TOTAL-FATURA
                   MOVE TOTAL-FATURA TO CREDITO-APLICADO-FATURA
               ELSE
                   MOVE CREDITO-DISPONIVEL-FATURA
                       TO CREDITO-APLICADO-FATURA
               END-IF
               MOVE CREDITO-APLICADO-FATURA TO FATURA-VALOR-PAGO
               MOVE DATA-HOJE TO FATURA-DATA-PAGAMENTO
               IF CREDITO-APLICADO-FATURA = TOTAL-FATURA
                   MOVE "L" TO FATURA-SITUACAO
               ELSE
                   MOVE "P" TO FATURA-SITUACAO
               END-IF
           END-IF.
           COMPUTE EXPOSICAO-DA-FATURA =
               TOTAL-FATURA - CREDITO-APLICADO-FATURA.

      *    CONSOME-CREDITO-FATURA: COM A FATURA GRAVADA, O CREDITO
      *    APLICADO SAI DO SALDO DO CLIENTE. SE O ARQUIVO DE CREDITOS
      *    NAO ENTREGAR O VALOR TODO, O TITULO E CORRIGIDO PARA O
      *    QUE FOI CONSUMIDO DE FATO.
       CONSOME-CREDITO-FATURA.
           IF CREDITO-APLICADO-FATURA NOT = ZERO
               MOVE PEDIDO-ATUAL-CLIENTE TO SALDO-CRED-CONS-CLIENTE
               MOVE CREDITO-APLICADO-FATURA TO SALDO-CRED-CONS-VALOR
               PERFORM CONSOME-SALDO-CREDITO
               IF SALDO-CRED-CONS-APLICADO
                       NOT = CREDITO-APLICADO-FATURA
                   PERFORM CORRIGE-CREDITO-FATURA
               END-IF
               ADD CREDITO-APLICADO-FATURA TO TOTAL-CREDITO-LOTE
           END-IF.
           COMPUTE EXPOSICAO-DA-FATURA =
               TOTAL-FATURA - CREDITO-APLICADO-FATURA.

       CORRIGE-CREDITO-FATURA.
           DISPLAY "CREDITO DO CLIENTE " PEDIDO-ATUAL-CLIENTE
                   " MENOR QUE O PREVISTO NA FATURA "
                   NUMERO-FATURA-GERADO ". TITULO CORRIGIDO.".
           MOVE SALDO-CRED-CONS-APLICADO TO CREDITO-APLICADO-FATURA.
           MOVE CREDITO-APLICADO-FATURA TO FATURA-VALOR-PAGO.
           EVALUATE TRUE
               WHEN CREDITO-APLICADO-FATURA = ZERO
                   MOVE "A" TO FATURA-SITUACAO
                   MOVE ZERO TO FATURA-DATA-PAGAMENTO
               WHEN CREDITO-APLICADO-FATURA = TOTAL-FATURA
                   MOVE "L" TO FATURA-SITUACAO
               WHEN OTHER
                   MOVE "P" TO FATURA-SITUACAO
           END-EVALUATE.
           REWRITE FATURA-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR A FATURA "
                           NUMERO-FATURA-GERADO "."
           END-REWRITE.

      *    ENFILEIRA-EMAIL-FATURA: AVISO DE FATURA EMITIDA NA FILA
      *    DE E-MAIL (FILAEMAIL.DAT). ENFILEIRAR NAO E ENVIAR - A
      *    RECUSA DE E-MAIL E RESPEITADA PELO FORMATADOR (PROG143).
           CLOSE ARQUIVO-FILA-EMAIL.

      *    BAIXA-ESTOQUE-FATURA: CADA ITEM FATURADO DESCE O SALDO EM
      *    ESTOQUE.DAT (JA CONFERIDO CONTRA O SALDO, NAO FICA
      *    NEGATIVO), DEVOLVE A RESERVA QUE O ITEM TINHA E DEIXA UMA
      *    SAIDA NO LIVRO DE MOVIMENTOS COM O NUMERO DA FATURA COMO
      *    DOCUMENTO. PRODUTO SEM FICHA DE ESTOQUE E PULADO, COMO O
      *    CLIENTE SEM FICHA DE CREDITO NO PROG67. KIT BAIXA OS
      *    COMPONENTES.
       BAIXA-ESTOQUE-FATURA.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
                   CLOSE ARQUIVO-MOVESTOQUE
                   OPEN OUTPUT ARQUIVO-MOVESTOQUE
               END-IF
               OPEN INPUT ARQUIVO-KIT
               MOVE 1 TO ITEM-SUB
               PERFORM BAIXA-ESTOQUE-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-FATURA
               IF KIT-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-KIT
               END-IF
               CLOSE ARQUIVO-MOVESTOQUE
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

       BAIXA-ESTOQUE-ITEM.
           PERFORM VERIFICA-ITEM-KIT.
           IF ITEM-E-KIT = "S"
               MOVE 1 TO KIT-SUB
               PERFORM BAIXA-COMPONENTE-KIT
                   UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                      OR KIT-SUB > 10
           ELSE
               PERFORM BAIXA-ESTOQUE-PRODUTO
           END-IF.
           ADD 1 TO ITEM-SUB.

       VERIFICA-ITEM-KIT.
           MOVE "N" TO ITEM-E-KIT.
           IF KIT-FILE-STATUS NOT = "35"
               MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           MOVE "S" TO ITEM-E-KIT
                       END-IF
               END-READ
           END-IF.

       BAIXA-ESTOQUE-PRODUTO.
           MOVE ITEM-FAT-PRODUTO (ITEM-SUB)
               TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               NOT INVALID KEY
                   SUBTRACT ITEM-FAT-QTDE (ITEM-SUB)
                       FROM ESTOQUE-SALDO
                   PERFORM DESCONTA-RESERVA-ITEM
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                                   ESTOQUE-PRODUTO-CODIGO "."
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-SAIDA
                           MOVE ITEM-FAT-DEPOSITO (ITEM-SUB)
                               TO DEP-DEPOSITO
                           MOVE ITEM-FAT-PRODUTO (ITEM-SUB)
                               TO DEP-PRODUTO
                           COMPUTE DEP-DELTA-SALDO =
                               0 - ITEM-FAT-QTDE (ITEM-SUB)
                           COMPUTE DEP-DELTA-RESERVA =
                               0 - ITEM-FAT-RESERVADA (ITEM-SUB)
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.

      *    BAIXA-COMPONENTE-KIT: O KIT NAO FOI RESERVADO (NAO TEM
      *    FICHA), ENTAO SO O SALDO DO COMPONENTE DESCE. COMPONENTE
      *    SEM FICHA E PULADO, COMO O PRODUTO AVULSO.
       BAIXA-COMPONENTE-KIT.
           COMPUTE QTDE-COMPONENTE-BAIXA =
               ITEM-FAT-QTDE (ITEM-SUB) * KIT-COMP-QTDE (KIT-SUB).
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SUBTRACT QTDE-COMPONENTE-BAIXA FROM ESTOQUE-SALDO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR O ESTOQUE DO "
                                   "COMPONENTE "
                                   ESTOQUE-PRODUTO-CODIGO " DO KIT "
                                   KIT-PRODUTO-CODIGO "."
                       NOT INVALID KEY
                           PERFORM GRAVA-SAIDA-COMPONENTE
                           MOVE ITEM-FAT-DEPOSITO (ITEM-SUB)
                               TO DEP-DEPOSITO
                           MOVE KIT-COMP-PRODUTO (KIT-SUB)
                               TO DEP-PRODUTO
                           COMPUTE DEP-DELTA-SALDO =
                               0 - QTDE-COMPONENTE-BAIXA
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.
           ADD 1 TO KIT-SUB.

       GRAVA-SAIDA-COMPONENTE.
           MOVE "S" TO MOVESTOQUE-TIPO.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO MOVESTOQUE-PRODUTO.
           MOVE QTDE-COMPONENTE-BAIXA       TO MOVESTOQUE-QTDE.
           MOVE SPACE TO MOVESTOQUE-MOTIVO.
           MOVE NUMERO-FATURA-GERADO TO MOVESTOQUE-DOCUMENTO.
           MOVE DATA-HOJE            TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID          TO MOVESTOQUE-OPERADOR.
           MOVE ZERO                 TO MOVESTOQUE-CUSTO.
           MOVE ITEM-FAT-DEPOSITO (ITEM-SUB) TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

       GRAVA-MOVIMENTO-SAIDA.
           MOVE "S" TO MOVESTOQUE-TIPO.
           MOVE DATA-HOJE            TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID          TO MOVESTOQUE-OPERADOR.
           MOVE ZERO                 TO MOVESTOQUE-CUSTO.
           MOVE ITEM-FAT-DEPOSITO (ITEM-SUB) TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

      *    CALCULA-DATA-VENCIMENTO: PRAZO EM DIAS CORRIDOS DA
      *    PRAZO PADRAO DE 30 DIAS), AVANCADO DIA A DIA PELO PROG97
      *    (FUNCAO "P") E DEPOIS ROLADO PARA FRENTE ATE CAIR EM DIA
      *    UTIL (FUNCAO "U") - VENCIMENTO NUNCA CAI EM FERIADO DE
      *    FERIADOS.DAT NEM EM FIM DE SEMANA. CONDICAO EM PARCELAS
      *    FAZ ISSO PARA CADA PARCELA, SEMPRE CONTANDO DA EMISSAO,
      *    E MONTA O CRONOGRAMA EM PARCELAS-TITULO.
       CALCULA-DATA-VENCIMENTO.
           MOVE 30 TO PRAZO-DIAS-VENCIMENTO.
           MOVE 1 TO QTDE-PARCELAS-COND.
           MOVE ZERO TO TABELA-PARCELAS-COND.
           PERFORM BUSCA-PRAZO-DO-CLIENTE.
           IF QTDE-PARCELAS-COND = 1
               MOVE PRAZO-DIAS-VENCIMENTO TO COND-PARC-DIAS (1)
               MOVE 100 TO COND-PARC-PERCENTUAL (1)
           END-IF.

           MOVE 0 TO QTDE-PARCELAS-TITULO.
           MOVE ZERO TO VALOR-PARCELAS-SOMADO.
           MOVE 1 TO PARC-TIT-SUB.
           PERFORM MONTA-PARCELA-FATURA
               UNTIL PARC-TIT-SUB > QTDE-PARCELAS-COND.
           MOVE PARC-TIT-VENCIMENTO (QTDE-PARCELAS-TITULO)
               TO DATA-VENCIMENTO-CALC.

       MONTA-PARCELA-FATURA.
           MOVE COND-PARC-DIAS (PARC-TIT-SUB) TO PRAZO-DIAS-VENCIMENTO.
           MOVE DATA-HOJE TO DATA-VENCIMENTO-CALC.
           MOVE 0 TO CONTADOR-PRAZO.
           PERFORM AVANCA-VENCIMENTO-UM-DIA
               UNTIL DU-RESULTADO-WS = 1
                  OR CONTADOR-ROLAGEM > 30.

           ADD 1 TO QTDE-PARCELAS-TITULO.
           MOVE PARC-TIT-SUB TO PARC-TIT-NUMERO (PARC-TIT-SUB).
           MOVE DATA-VENCIMENTO-CALC
               TO PARC-TIT-VENCIMENTO (PARC-TIT-SUB).
           IF PARC-TIT-SUB = QTDE-PARCELAS-COND
               COMPUTE PARC-TIT-VALOR (PARC-TIT-SUB) =
                   TOTAL-FATURA - VALOR-PARCELAS-SOMADO
           ELSE
               COMPUTE PARC-TIT-VALOR (PARC-TIT-SUB) ROUNDED =
                   TOTAL-FATURA * COND-PARC-PERCENTUAL (PARC-TIT-SUB)
                   / 100
               ADD PARC-TIT-VALOR (PARC-TIT-SUB)
                   TO VALOR-PARCELAS-SOMADO
           END-IF.
           MOVE ZERO TO PARC-TIT-PAGO (PARC-TIT-SUB).
           MOVE PARC-TIT-VALOR (PARC-TIT-SUB)
               TO PARC-TIT-SALDO (PARC-TIT-SUB).
           ADD 1 TO PARC-TIT-SUB.

       BUSCA-PRAZO-DO-CLIENTE.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
                       IF CONDICAO-ATIVA AND CONDICAO-DIAS NOT = 0
                           MOVE CONDICAO-DIAS
                               TO PRAZO-DIAS-VENCIMENTO
                           PERFORM CARREGA-PARCELAS-CONDICAO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CONDICAO
           END-IF.

      *    CARREGA-PARCELAS-CONDICAO: CONDICAO COM MAIS DE UMA
      *    PARCELA GRAVADA PASSA O CRONOGRAMA; AS DEMAIS FICAM NA
      *    PARCELA UNICA.
       CARREGA-PARCELAS-CONDICAO.
           IF CONDICAO-QTDE-PARCELAS IS NUMERIC
                   AND CONDICAO-QTDE-PARCELAS > 1
                   AND CONDICAO-QTDE-PARCELAS NOT > 6
               MOVE CONDICAO-QTDE-PARCELAS TO QTDE-PARCELAS-COND
               MOVE ZERO TO PARC-TIT-SUB
               PERFORM COPIA-PARCELA-CONDICAO
                   CONDICAO-QTDE-PARCELAS TIMES
           END-IF.

       COPIA-PARCELA-CONDICAO.
           ADD 1 TO PARC-TIT-SUB.
           MOVE CONDICAO-PARCELA-DIAS (PARC-TIT-SUB)
               TO COND-PARC-DIAS (PARC-TIT-SUB).
           MOVE CONDICAO-PARCELA-PERCENTUAL (PARC-TIT-SUB)
               TO COND-PARC-PERCENTUAL (PARC-TIT-SUB).

       AVANCA-VENCIMENTO-UM-DIA.
           MOVE "P" TO DU-FUNCAO-WS.
           MOVE DATA-VENCIMENTO-CALC TO DU-DATA-1-WS.
           END-IF.

       IMPRIME-FATURA.
           PERFORM BUSCA-RAZAO-EMPRESA-FATURA.
           DISPLAY " ".
           DISPLAY "==============================================".
           DISPLAY RAZAO-SOCIAL-EMPRESA.
           MOVE 1 TO ITEM-SUB.
           PERFORM IMPRIME-ITEM-FATURA
               UNTIL ITEM-SUB > QTDE-ITENS-FATURA.
           IF PEDIDO-ATUAL-FRETE NOT = ZERO
               MOVE PEDIDO-ATUAL-FRETE TO VALOR-EDITADO
               DISPLAY "FRETE - TRANSPORTADORA " PEDIDO-ATUAL-TRANSP
                       " = " VALOR-EDITADO
           END-IF.
           DISPLAY "----------------------------------------------".
           MOVE TOTAL-FATURA TO TOTAL-EDITADO.
           DISPLAY "TOTAL DA FATURA: " TOTAL-EDITADO.
           PERFORM IMPRIME-TRIBUTOS-FATURA.
           PERFORM IMPRIME-CREDITO-FATURA.
           IF QTDE-PARCELAS-TITULO > 1
               DISPLAY "PARCELAS:"
               MOVE 1 TO PARC-TIT-SUB
               PERFORM IMPRIME-PARCELA-FATURA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.
           PERFORM CALCULA-DESCONTO-ANTECIPACAO.
           DISPLAY "==============================================".

      *    IMPRIME-CREDITO-FATURA: CREDITO APLICADO E O QUE SOBRA A
      *    PAGAR; SEM APLICACAO, O CREDITO DISPONIVEL E OFERECIDO.
       IMPRIME-CREDITO-FATURA.
           IF CREDITO-APLICADO-FATURA NOT = ZERO
               MOVE CREDITO-APLICADO-FATURA TO VALOR-EDITADO
               DISPLAY "CREDITO DO CLIENTE APLICADO: " VALOR-EDITADO
               COMPUTE SALDO-A-PAGAR-FATURA =
                   TOTAL-FATURA - CREDITO-APLICADO-FATURA
               MOVE SALDO-A-PAGAR-FATURA TO TOTAL-EDITADO
               DISPLAY "SALDO A PAGAR: " TOTAL-EDITADO
           ELSE
               IF CREDITO-DISPONIVEL-FATURA NOT = ZERO
                   MOVE CREDITO-DISPONIVEL-FATURA TO TOTAL-EDITADO
                   DISPLAY "CREDITO DISPONIVEL DO CLIENTE: "
                           TOTAL-EDITADO
                   DISPLAY "  (APLICACAO NA FATURA PELO PROG201)"
               END-IF
           END-IF.

      *    CALCULA-DESCONTO-ANTECIPACAO: O DESCONTO PARA PAGAMENTO
      *    EM ATE 10 DIAS E CALCULADO PELO SUBPROGRAMA FINANCEIRO
      *    COMUM (PROG14), FUNCAO "D".
           DISPLAY "DESCONTO P/ PAGAMENTO EM ATE 10 DIAS: "
                   VALOR-EDITADO.

       IMPRIME-PARCELA-FATURA.
           MOVE PARC-TIT-VALOR (PARC-TIT-SUB) TO VALOR-EDITADO.
           DISPLAY "  " PARC-TIT-NUMERO (PARC-TIT-SUB)
                   " VENC. " PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                   "  " VALOR-EDITADO.
           ADD 1 TO PARC-TIT-SUB.

      *    GRAVA-PARCELAS-FATURA: O CRONOGRAMA VAI PARA PARCELAS.DAT
      *    LOGO DEPOIS DO TITULO - PARCELA UNICA TAMBEM, PARA TODA
      *    FATURA NOVA TER O SEU.
       GRAVA-PARCELAS-FATURA.
           OPEN I-O ARQUIVO-PARCELA.
           IF PARCELA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PARCELA
               CLOSE ARQUIVO-PARCELA
               OPEN I-O ARQUIVO-PARCELA
           END-IF.
           MOVE 1 TO PARC-TIT-SUB.
           PERFORM GRAVA-UMA-PARCELA-FATURA
               UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO.
           CLOSE ARQUIVO-PARCELA.

       GRAVA-UMA-PARCELA-FATURA.
           MOVE NUMERO-FATURA-GERADO TO PARCELA-FATURA-NUMERO.
           MOVE PARC-TIT-NUMERO (PARC-TIT-SUB) TO PARCELA-NUMERO.
           MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
               TO PARCELA-VENCIMENTO.
           MOVE PARC-TIT-VALOR (PARC-TIT-SUB) TO PARCELA-VALOR.
           MOVE COND-PARC-PERCENTUAL (PARC-TIT-SUB)
               TO PARCELA-PERCENTUAL.
           WRITE PARCELA-REGISTRO
               INVALID KEY
                   DISPLAY "PARCELA " PARCELA-NUMERO " DA FATURA "
                           NUMERO-FATURA-GERADO " JA EXISTE."
           END-WRITE.
           ADD 1 TO PARC-TIT-SUB.

       IMPRIME-ITEM-FATURA.
           MOVE ITEM-FAT-TOTAL (ITEM-SUB) TO VALOR-EDITADO.
           DISPLAY ITEM-FAT-PRODUTO (ITEM-SUB) " "
                   ITEM-FAT-QTDE (ITEM-SUB) " X "
                   ITEM-FAT-PRECO (ITEM-SUB) " = "
                   VALOR-EDITADO.
           IF ITEM-FAT-ICMS (ITEM-SUB) NOT = ZERO
               MOVE ITEM-FAT-ALIQ-ICMS (ITEM-SUB) TO ALIQUOTA-EDITADA
               MOVE ITEM-FAT-ICMS (ITEM-SUB) TO VALOR-EDITADO
               DISPLAY "      ICMS " ALIQUOTA-EDITADA "% = "
                       VALOR-EDITADO
           END-IF.
           IF ITEM-FAT-IPI (ITEM-SUB) NOT = ZERO
               MOVE ITEM-FAT-ALIQ-IPI (ITEM-SUB) TO ALIQUOTA-EDITADA
               MOVE ITEM-FAT-IPI (ITEM-SUB) TO VALOR-EDITADO
               DISPLAY "      IPI  " ALIQUOTA-EDITADA "% = "
                       VALOR-EDITADO
           END-IF.
           IF ITEM-FAT-ISS (ITEM-SUB) NOT = ZERO
               MOVE ITEM-FAT-ALIQ-ISS (ITEM-SUB) TO ALIQUOTA-EDITADA
               MOVE ITEM-FAT-ISS (ITEM-SUB) TO VALOR-EDITADO
               DISPLAY "      ISS  " ALIQUOTA-EDITADA "% = "
                       VALOR-EDITADO
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    SOMA-EXPOSICAO-CREDITO: O VALOR FATURADO (MENOS O CREDITO
      *    APLICADO) SOBE A EXPOSICAO DO CLIENTE EM CREDITO.DAT;
      *    CLIENTE SEM FICHA GANHA UMA
      *    COM LIMITE ZERO (SEM LIMITE DEFINIDO) SO PARA ACOMPANHAR
      *    A EXPOSICAO ATE O PROG69 DEFINIR O LIMITE.
       SOMA-EXPOSICAO-CREDITO.
                   MOVE PEDIDO-ATUAL-CLIENTE
                       TO CREDITO-CLIENTE-CODIGO
                   MOVE ZERO TO CREDITO-LIMITE
                   MOVE EXPOSICAO-DA-FATURA TO CREDITO-EXPOSICAO
                   MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                   MOVE "N" TO CREDITO-RESTRICAO-CHEQUE
                   MOVE ZERO TO CREDITO-DATA-RESTRICAO
                   WRITE CREDITO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO CRIAR A FICHA DE "
                                   PEDIDO-ATUAL-CLIENTE "."
                   END-WRITE
               NOT INVALID KEY
                   ADD EXPOSICAO-DA-FATURA TO CREDITO-EXPOSICAO
                   MOVE DATA-HOJE TO CREDITO-DATA-ATUALIZACAO
                   REWRITE CREDITO-REGISTRO
                       INVALID KEY
           END-READ.
           CLOSE ARQUIVO-CREDITO.

      *    GERA-NUMERO-FATURA: A SEQUENCIA E A DA EMPRESA DO PEDIDO
      *    (VER O CABECALHO DO PROGRAMA).
       GERA-NUMERO-FATURA.
           IF PEDIDO-ATUAL-EMPRESA = EMPRESA-CODIGO-USO
               MOVE "numfat.dat" TO NUMERO-FATURA-PATH
           ELSE
               MOVE SPACE TO NUMERO-FATURA-PATH
               STRING "numfat." DELIMITED BY SIZE
                      PEDIDO-ATUAL-EMPRESA DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                   INTO NUMERO-FATURA-PATH
           END-IF.
           MOVE 0 TO PROXIMA-SEQUENCIA-FATURA.
           OPEN INPUT ARQUIVO-NUMERO-FATURA.
           IF NUMERO-FATURA-FILE-STATUS = "00"
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-FATURA.
           IF PEDIDO-ATUAL-EMPRESA = EMPRESA-CODIGO-USO
               MOVE PROXIMA-SEQUENCIA-FATURA TO NUMERO-FATURA-GERADO
           ELSE
               COMPUTE NUMERO-FATURA-GERADO =
                   PEDIDO-ATUAL-EMPRESA * 100000
                   + PROXIMA-SEQUENCIA-FATURA
           END-IF.

           OPEN OUTPUT ARQUIVO-NUMERO-FATURA.
           MOVE PROXIMA-SEQUENCIA-FATURA TO NUMERO-FATURA-PROX-SEQ.
           WRITE NUMERO-FATURA-REGISTRO.
           CLOSE ARQUIVO-NUMERO-FATURA.

      *    GUARDA-LINHA-FATURADA: LINHA DO PEDIDO E QUANTIDADE QUE
      *    FICARAM NA FATURA DEPOIS DO CORTE PELO ESTOQUE.
       GUARDA-LINHA-FATURADA.
           MOVE ITEM-FAT-LINHA (ITEM-SUB)
               TO PEDIDO-FAT-LINHA (QTDE-FATURADOS, ITEM-SUB).
           MOVE ITEM-FAT-QTDE (ITEM-SUB)
               TO PEDIDO-FAT-QTDE (QTDE-FATURADOS, ITEM-SUB).
           ADD 1 TO ITEM-SUB.

      *    REMARCA-PEDIDOS-FATURADOS: REGRAVA A SITUACAO "F" NOS
      *    CABECALHOS FATURADOS NESTA EXECUCAO ("E" NOS QUE FICARAM
      *    SO EM ENCOMENDA), LENDO CADA UM PELA CHAVE (PEDIDO, LINHA
      *    000) - A MARCACAO CONTINUA SEPARADA DA LEITURA DOS ITENS.
      *    NA MESMA LEITURA CADA LINHA DE ITEM RECEBE A QUANTIDADE
      *    FATURADA (ZERO NA LINHA QUE FOI TODA PARA ENCOMENDA), QUE
      *    A NOTA FISCAL (PROG159) E A DEVOLUCAO (PROG109) USAM.
       REMARCA-PEDIDOS-FATURADOS.
           IF QTDE-FATURADOS = 0
               CONTINUE
           ELSE
               OPEN I-O ARQUIVO-PEDIDO
               MOVE 1 TO FATURADO-SUB
               PERFORM REMARCA-UM-FATURADO
                   UNTIL FATURADO-SUB > QTDE-FATURADOS
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       REMARCA-UM-FATURADO.
           MOVE PEDIDO-FATURADO-NUM (FATURADO-SUB) TO PEDIDO-NUMERO.
           MOVE 0 TO PEDIDO-LINHA.
           READ ARQUIVO-PEDIDO
               INVALID KEY
                   DISPLAY "*** CABECALHO DO PEDIDO " PEDIDO-NUMERO
                           " NAO ENCONTRADO NA REMARCACAO. ***"
               NOT INVALID KEY
                   IF PEDIDO-CABECALHO AND PEDIDO-ABERTO
                       MOVE PEDIDO-FATURADO-SIT (FATURADO-SUB)
                           TO PEDIDO-SITUACAO
                       REWRITE PEDIDO-REGISTRO
                       MOVE "N" TO FIM-ITENS-PEDIDO
                       PERFORM REMARCA-ITEM-FATURADO
                           UNTIL FIM-ITENS-PEDIDO = "S"
                   END-IF
           END-READ.
           ADD 1 TO FATURADO-SUB.

       REMARCA-ITEM-FATURADO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FIM-ITENS-PEDIDO
           END-READ.
           IF FIM-ITENS-PEDIDO NOT = "S"
               IF PEDIDO-NUMERO NOT = PEDIDO-FATURADO-NUM (FATURADO-SUB)
                       OR NOT PEDIDO-ITEM
                   MOVE "S" TO FIM-ITENS-PEDIDO
               ELSE
                   MOVE 0 TO ITEM-QTDE-FATURADA
                   MOVE 1 TO LINHA-FAT-SUB
                   PERFORM BUSCA-LINHA-FATURADA
                       UNTIL LINHA-FAT-SUB >
                           PEDIDO-FATURADO-QTDE-LIN (FATURADO-SUB)
                   REWRITE PEDIDO-REGISTRO
               END-IF
           END-IF.

       BUSCA-LINHA-FATURADA.
           IF PEDIDO-FAT-LINHA (FATURADO-SUB, LINHA-FAT-SUB)
                   = PEDIDO-LINHA
               MOVE PEDIDO-FAT-QTDE (FATURADO-SUB, LINHA-FAT-SUB)
                   TO ITEM-QTDE-FATURADA
           END-IF.
           ADD 1 TO LINHA-FAT-SUB.

      *    CALCULA-TRIBUTOS-FATURA: DEFINE A UF DE DESTINO E, ITEM A
      *    ITEM, ACHA A REGRA DA FAMILIA DO PRODUTO (PRIMEIRO PARA A
      *    UF, DEPOIS A REGRA GERAL DA FAMILIA) E CALCULA BASE, ICMS,
      *    IPI E ISS COM ROUNDED. SEM TRIBUTOS.DAT, SEM REGRA OU
      *    PRODUTO SEM FICHA, O ITEM SAI SEM DESTAQUE. REGRA ANTERIOR
      *    A ALIQUOTA DO ISS VEM COM ELA EM BRANCO - VALE ZERO.
       CALCULA-TRIBUTOS-FATURA.
           MOVE ZERO TO TOTAL-BASE-ICMS.
           MOVE ZERO TO TOTAL-ICMS-FATURA.
           MOVE ZERO TO TOTAL-BASE-IPI.
           MOVE ZERO TO TOTAL-IPI-FATURA.
           MOVE ZERO TO TOTAL-BASE-ISS.
           MOVE ZERO TO TOTAL-ISS-FATURA.
           PERFORM DEFINE-UF-DESTINO.
           OPEN INPUT ARQUIVO-PRODUTO.
           OPEN INPUT ARQUIVO-TRIBUTO.
           MOVE 1 TO ITEM-SUB.
           PERFORM CALCULA-TRIBUTOS-ITEM
               UNTIL ITEM-SUB > QTDE-ITENS-FATURA.
           IF TRIBUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-TRIBUTO
           END-IF.
           IF PRODUTO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-PRODUTO
           END-IF.

      *    DEFINE-UF-DESTINO: PEDIDO MARCADO PARA O ENDERECO DE
      *    ENTREGA (PROG65) TRIBUTA PELA UF DELE; SENAO, OU SE O
      *    ENDERECO SUMIU DO CADERNO, PELA UF DO CADASTRO.
       DEFINE-UF-DESTINO.
           MOVE SPACE TO UF-DESTINO-FATURA.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE PEDIDO-ATUAL-CLIENTE TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-UF TO UF-DESTINO-FATURA
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF.
           IF PEDIDO-ATUAL-ENTREGA = "E"
               OPEN INPUT ARQUIVO-ENDERECO
               IF ENDERECO-FILE-STATUS = "35"
                   CONTINUE
               ELSE
                   MOVE PEDIDO-ATUAL-CLIENTE
                       TO ENDERECO-CLIENTE-CODIGO
                   MOVE "E" TO ENDERECO-TIPO
                   READ ARQUIVO-ENDERECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF ENDERECO-UF NOT = SPACE
                               MOVE ENDERECO-UF TO UF-DESTINO-FATURA
                           END-IF
                   END-READ
                   CLOSE ARQUIVO-ENDERECO
               END-IF
           END-IF.

       CALCULA-TRIBUTOS-ITEM.
           MOVE ZERO TO ITEM-FAT-BASE (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-ALIQ-ICMS (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-ICMS (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-ALIQ-IPI (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-IPI (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-ALIQ-ISS (ITEM-SUB).
           MOVE ZERO TO ITEM-FAT-ISS (ITEM-SUB).
           PERFORM BUSCA-FAMILIA-ITEM.
           PERFORM BUSCA-REGRA-TRIBUTO.
           IF ACHOU-REGRA-TRIBUTO = "S"
               COMPUTE ITEM-FAT-BASE (ITEM-SUB) ROUNDED =
                   ITEM-FAT-TOTAL (ITEM-SUB)
                   * TRIBUTO-BASE-PERCENTUAL / 100
               MOVE TRIBUTO-ALIQ-ICMS TO ITEM-FAT-ALIQ-ICMS (ITEM-SUB)
               MOVE TRIBUTO-ALIQ-IPI TO ITEM-FAT-ALIQ-IPI (ITEM-SUB)
               COMPUTE ITEM-FAT-ICMS (ITEM-SUB) ROUNDED =
                   ITEM-FAT-BASE (ITEM-SUB)
                   * TRIBUTO-ALIQ-ICMS / 100
               COMPUTE ITEM-FAT-IPI (ITEM-SUB) ROUNDED =
                   ITEM-FAT-BASE (ITEM-SUB)
                   * TRIBUTO-ALIQ-IPI / 100
               IF TRIBUTO-ALIQ-ICMS NOT = ZERO
                   ADD ITEM-FAT-BASE (ITEM-SUB) TO TOTAL-BASE-ICMS
                   ADD ITEM-FAT-ICMS (ITEM-SUB) TO TOTAL-ICMS-FATURA
               END-IF
               IF TRIBUTO-ALIQ-IPI NOT = ZERO
                   ADD ITEM-FAT-BASE (ITEM-SUB) TO TOTAL-BASE-IPI
                   ADD ITEM-FAT-IPI (ITEM-SUB) TO TOTAL-IPI-FATURA
               END-IF
               MOVE ZERO TO ALIQUOTA-ISS-REGRA
               IF TRIBUTO-ALIQ-ISS NUMERIC
                   MOVE TRIBUTO-ALIQ-ISS TO ALIQUOTA-ISS-REGRA
               END-IF
               MOVE ALIQUOTA-ISS-REGRA TO ITEM-FAT-ALIQ-ISS (ITEM-SUB)
               COMPUTE ITEM-FAT-ISS (ITEM-SUB) ROUNDED =
                   ITEM-FAT-BASE (ITEM-SUB)
                   * ALIQUOTA-ISS-REGRA / 100
               IF ALIQUOTA-ISS-REGRA NOT = ZERO
                   ADD ITEM-FAT-BASE (ITEM-SUB) TO TOTAL-BASE-ISS
                   ADD ITEM-FAT-ISS (ITEM-SUB) TO TOTAL-ISS-FATURA
               END-IF
           END-IF.
           ADD 1 TO ITEM-SUB.

       BUSCA-FAMILIA-ITEM.
           MOVE SPACE TO FAMILIA-ITEM.
           IF PRODUTO-FILE-STATUS NOT = "35"
               MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE PRODUTO-FAMILIA TO FAMILIA-ITEM
               END-READ
           END-IF.

       BUSCA-REGRA-TRIBUTO.
           MOVE "N" TO ACHOU-REGRA-TRIBUTO.
           IF TRIBUTO-FILE-STATUS NOT = "35"
               MOVE FAMILIA-ITEM TO TRIBUTO-FAMILIA
               MOVE UF-DESTINO-FATURA TO TRIBUTO-UF
               READ ARQUIVO-TRIBUTO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-REGRA-TRIBUTO
               END-READ
               IF ACHOU-REGRA-TRIBUTO = "N"
                       AND UF-DESTINO-FATURA NOT = SPACE
                   MOVE FAMILIA-ITEM TO TRIBUTO-FAMILIA
                   MOVE SPACE TO TRIBUTO-UF
                   READ ARQUIVO-TRIBUTO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE "S" TO ACHOU-REGRA-TRIBUTO
                   END-READ
               END-IF
           END-IF.

      *    GRAVA-IMPOSTOS-FATURA: UMA LINHA POR ITEM E TRIBUTO COM
      *    ALIQUOTA, NO LIVRO DE IMPOSTOS (IMPOSTOS.DAT).
       GRAVA-IMPOSTOS-FATURA.
           IF TOTAL-BASE-ICMS = ZERO AND TOTAL-BASE-IPI = ZERO
                   AND TOTAL-BASE-ISS = ZERO
               CONTINUE
           ELSE
               OPEN EXTEND ARQUIVO-IMPOSTO
               IF IMPOSTO-FILE-STATUS = "35"
                   CLOSE ARQUIVO-IMPOSTO
                   OPEN OUTPUT ARQUIVO-IMPOSTO
               END-IF
               MOVE 1 TO ITEM-SUB
               PERFORM GRAVA-IMPOSTOS-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-FATURA
               CLOSE ARQUIVO-IMPOSTO
           END-IF.

       GRAVA-IMPOSTOS-ITEM.
           MOVE "S" TO IMPOSTO-TIPO.
           MOVE NUMERO-FATURA-GERADO TO IMPOSTO-DOCUMENTO.
           MOVE NUMERO-FATURA-GERADO TO IMPOSTO-FATURA-NUMERO.
           MOVE PEDIDO-ATUAL-CLIENTE TO IMPOSTO-CLIENTE-CODIGO.
           MOVE ITEM-FAT-LINHA (ITEM-SUB) TO IMPOSTO-ITEM.
           MOVE ITEM-FAT-PRODUTO (ITEM-SUB) TO IMPOSTO-PRODUTO.
           MOVE ITEM-FAT-QTDE (ITEM-SUB) TO IMPOSTO-QTDE.
           MOVE UF-DESTINO-FATURA TO IMPOSTO-UF.
           MOVE ITEM-FAT-BASE (ITEM-SUB) TO IMPOSTO-BASE.
           MOVE DATA-HOJE TO IMPOSTO-DATA.
           IF ITEM-FAT-ALIQ-ICMS (ITEM-SUB) NOT = ZERO
               MOVE "ICMS" TO IMPOSTO-TRIBUTO
               MOVE ITEM-FAT-ALIQ-ICMS (ITEM-SUB) TO IMPOSTO-ALIQUOTA
               MOVE ITEM-FAT-ICMS (ITEM-SUB) TO IMPOSTO-VALOR
               WRITE IMPOSTO-REGISTRO
           END-IF.
           IF ITEM-FAT-ALIQ-IPI (ITEM-SUB) NOT = ZERO
               MOVE "IPI " TO IMPOSTO-TRIBUTO
               MOVE ITEM-FAT-ALIQ-IPI (ITEM-SUB) TO IMPOSTO-ALIQUOTA
               MOVE ITEM-FAT-IPI (ITEM-SUB) TO IMPOSTO-VALOR
               WRITE IMPOSTO-REGISTRO
           END-IF.
           IF ITEM-FAT-ALIQ-ISS (ITEM-SUB) NOT = ZERO
               MOVE "ISS " TO IMPOSTO-TRIBUTO
               MOVE ITEM-FAT-ALIQ-ISS (ITEM-SUB) TO IMPOSTO-ALIQUOTA
               MOVE ITEM-FAT-ISS (ITEM-SUB) TO IMPOSTO-VALOR
               WRITE IMPOSTO-REGISTRO
           END-IF.
           ADD 1 TO ITEM-SUB.

       IMPRIME-TRIBUTOS-FATURA.
           IF TOTAL-BASE-ICMS NOT = ZERO
               MOVE TOTAL-BASE-ICMS TO VALOR-EDITADO
               DISPLAY "BASE DE CALCULO DO ICMS: " VALOR-EDITADO
               MOVE TOTAL-ICMS-FATURA TO VALOR-EDITADO
               DISPLAY "VALOR DO ICMS..........: " VALOR-EDITADO
           END-IF.
           IF TOTAL-BASE-IPI NOT = ZERO
               MOVE TOTAL-BASE-IPI TO VALOR-EDITADO
               DISPLAY "BASE DE CALCULO DO IPI.: " VALOR-EDITADO
               MOVE TOTAL-IPI-FATURA TO VALOR-EDITADO
               DISPLAY "VALOR DO IPI...........: " VALOR-EDITADO
           END-IF.
           IF TOTAL-BASE-ISS NOT = ZERO
               MOVE TOTAL-BASE-ISS TO VALOR-EDITADO
               DISPLAY "BASE DE CALCULO DO ISS.: " VALOR-EDITADO
               MOVE TOTAL-ISS-FATURA TO VALOR-EDITADO
               DISPLAY "VALOR DO ISS...........: " VALOR-EDITADO
           END-IF.
           IF TOTAL-BASE-ICMS NOT = ZERO OR TOTAL-BASE-IPI NOT = ZERO
                   OR TOTAL-BASE-ISS NOT = ZERO
               DISPLAY "(IMPOSTOS INCLUSOS NO PRECO - UF DE DESTINO "
                       UF-DESTINO-FATURA ")"
           END-IF.

       IMPRIME-TOTAIS-LOTE.
           MOVE TOTAL-VALOR-LOTE TO TOTAL-LOTE-EDITADO.
           DISPLAY "----------------------------------------------".
           DISPLAY "LOTE DE FATURAMENTO - DATA " DATA-HOJE.
           IF EMPRESA-FILTRO NOT = 0
               DISPLAY "SO PEDIDOS DA EMPRESA " EMPRESA-FILTRO
           END-IF.
           DISPLAY "FATURAS GERADAS........: " TOTAL-FATURAS-GERADAS.
           DISPLAY "VALOR TOTAL DO LOTE....: " TOTAL-LOTE-EDITADO.
           MOVE TOTAL-ICMS-LOTE TO TOTAL-LOTE-EDITADO.
           DISPLAY "ICMS DESTACADO.........: " TOTAL-LOTE-EDITADO.
           MOVE TOTAL-IPI-LOTE TO TOTAL-LOTE-EDITADO.
           DISPLAY "IPI DESTACADO..........: " TOTAL-LOTE-EDITADO.
           MOVE TOTAL-ISS-LOTE TO TOTAL-LOTE-EDITADO.
           DISPLAY "ISS DESTACADO..........: " TOTAL-LOTE-EDITADO.
           MOVE TOTAL-CREDITO-LOTE TO TOTAL-LOTE-EDITADO.
           DISPLAY "CREDITO DE CLIENTES....: " TOTAL-LOTE-EDITADO.
           DISPLAY "ITENS PARA ENCOMENDA...: " TOTAL-ITENS-ENCOMENDA.
           DISPLAY "PEDIDOS SO EM ENCOMENDA: " TOTAL-PEDIDOS-ENCOMENDA.
           MOVE VALOR-PEDIDOS-RETIDOS TO TOTAL-LOTE-EDITADO.
           DISPLAY "PEDIDOS RETIDOS CREDITO: " TOTAL-PEDIDOS-RETIDOS
                   "  VALOR: " TOTAL-LOTE-EDITADO.

           COPY "PARPROC.cob".
           COPY "SCRPROC.cob".
           COPY "EDPPROC.cob".
           COPY "GRUPROC.cob".
           COPY "GRXPROC.cob".
