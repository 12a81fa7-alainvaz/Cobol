      *    DEVOLUCAO DE MERCADORIA E NOTA DE CREDITO: A PARTIR DA
      *    FATURA ORIGINAL, CARREGA OS ITENS DO PEDIDO EM
      *    PEDIDOS.DAT, RECEBE AS QUANTIDADES DEVOLVIDAS (LIMITADAS
      *    AO QUE O FATURAMENTO COBROU NA LINHA), GERA O DOCUMENTO
      *    DE CREDITO EM NOTACRED.DAT (NUMERADO POR NUMNC.DAT),
      *    REDUZ O SALDO EM ABERTO DA FATURA - O QUE PASSAR DO SALDO
      *    FICA REGISTRADO COMO CREDITO A APLICAR NA PROXIMA FATURA -
      *    ABATE A EXPOSICAO DO CLIENTE EM CREDITO.DAT, DEVOLVE A
      *    MERCADORIA AO ESTOQUE (MOVIMENTO DE AJUSTE MOTIVO 04) E
      *    IMPRIME A NOTA DE CREDITO. CADA DEVOLUCAO GERA LINHA DE
      *    AUDITORIA - O RABISCO NA FATURA IMPRESSA ACABOU. OS IMPOSTOS
      *    DESTACADOS NA FATURA (IMPOSTOS.DAT, PROG66) SAO ESTORNADOS
      *    NA PROPORCAO DA QUANTIDADE DEVOLVIDA DE CADA ITEM, COM A
      *    MESMA ALIQUOTA E UF DA SAIDA, E SAEM IMPRESSOS NA NOTA.
      *    OS ITENS DO PEDIDO DA FATURA SAO LIDOS PELA CHAVE DE
      *    PEDIDOS.DAT (START NO PEDIDO, LINHA 000), SEM VARRER O
      *    ARQUIVO.
      *    ITEM QUE E KIT (KITS.DAT, PROG200) DEVOLVE AO ESTOQUE OS
      *    COMPONENTES (QUANTIDADE DEVOLVIDA X QUANTIDADE POR KIT,
      *    PELA ESTRUTURA VIGENTE), UM AJUSTE MOTIVO 04 POR
      *    COMPONENTE, COMO A BAIXA DO FATURAMENTO (PROG66).
      *    O CREDITO A APLICAR (O QUE A FATURA NAO ABSORVEU) ENTRA
      *    NO SALDO DE CREDITO DO CLIENTE (SALDOCRED.DAT, ORIGEM "N",
      *    COM A NOTA DE CREDITO COMO DOCUMENTO) PARA SER APLICADO NO
      *    FATURAMENTO OU REEMBOLSADO (PROG201).
      *    A MERCADORIA DEVOLVIDA VOLTA AO DEPOSITO DE ONDE O ITEM
      *    SAIU (ITEM-DEPOSITO DO PEDIDO, ESTDEP.DAT) E O AJUSTE NO
      *    LIVRO LEVA O DEPOSITO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "AUDSEL.cob".
           COPY "SESSEL.cob".
           COPY "EMPSEL.cob".
           COPY "ITRSEL.cob".
           COPY "KITSEL.cob".
           COPY "SCRSEL.cob".
           COPY "EDPSEL.cob".
           SELECT OPTIONAL ARQUIVO-NOTA-CREDITO
               ASSIGN TO "notacred.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "AUDREG.cob".
           COPY "SESREG.cob".
           COPY "EMPREG.cob".
           COPY "ITRREG.cob".
           COPY "KITREG.cob".
           COPY "SCRREG.cob".
           COPY "EDPREG.cob".

      *    NOTACRED.DAT: UMA LINHA POR ITEM DEVOLVIDO, TODAS COM O
      *    MESMO NUMERO DE NOTA DE CREDITO. NC-VALOR-APLICADO E O
       01  ESTOQUE-PATH             PIC X(100).
       01  MOVESTOQUE-FILE-STATUS   PIC XX.
       01  MOVESTOQUE-PATH          PIC X(100).
       01  KIT-FILE-STATUS          PIC XX.
       01  KIT-PATH                 PIC X(100).
       01  ITEM-E-KIT               PIC X.
       01  KIT-SUB                  PIC 9(02).
       01  QTDE-COMPONENTE-DEV      PIC 9(07).
       01  AUDITORIA-FILE-STATUS    PIC XX.
       01  NOTA-CREDITO-FILE-STATUS PIC XX.
       01  NUMERO-NC-FILE-STATUS    PIC XX.
       01  IMPOSTO-FILE-STATUS      PIC XX.
       01  IMPOSTO-PATH             PIC X(100).
       01  SESSAO-FILE-STATUS       PIC XX.
       01  OPERADOR-ID              PIC X(10).
       01  FINAL-ARQUIVO            PIC X.
       01  QTDE-DEVOLVIDA           PIC 9(05).

      *    ITENS DA FATURA, CARREGADOS DE PEDIDOS.DAT PELO NUMERO
      *    DO PEDIDO DA FATURA, COM A LINHA DO PEDIDO QUE AMARRA O
      *    IMPOSTO DO LIVRO AO ITEM.
       01  QTDE-ITENS-CARREGADOS    PIC 9(03) VALUE 0.
       01  QTDE-FATURADA-LINHA      PIC 9(05).
       01  ITEM-ACHADO              PIC 9(03).
       01  TABELA-ITENS-DEVOLUCAO.
           05 ITEM-DEV OCCURS 20 TIMES.
              10 ITEM-DEV-LINHA     PIC 9(03).
              10 ITEM-DEV-PRODUTO   PIC 9(05).
              10 ITEM-DEV-DESCRICAO PIC X(30).
              10 ITEM-DEV-QTDE-FAT  PIC 9(05).
              10 ITEM-DEV-PRECO     PIC 9(07)V9(02).
              10 ITEM-DEV-QTDE-DEV  PIC 9(05).
              10 ITEM-DEV-VALOR     PIC 9(09)V9(02).
              10 ITEM-DEV-DEPOSITO  PIC 9(02).
       01  ITEM-SUB                 PIC 9(03).
       01  ACHOU-PEDIDO             PIC X.

       01  NUMERO-NC-GERADO         PIC 9(07).
       01  PROXIMA-SEQUENCIA-NC     PIC 9(07) VALUE 0.

      *    ESTORNO DOS IMPOSTOS DA FATURA: AS LINHAS DE SAIDA DOS
      *    ITENS DEVOLVIDOS, JA COM A PROPORCAO DA DEVOLUCAO, ANTES
      *    DE IR PARA IMPOSTOS.DAT (O LIVRO E LIDO E DEPOIS
      *    ESTENDIDO, NAO DA PARA FAZER AS DUAS COISAS DE UMA VEZ).
       01  QTDE-ESTORNOS            PIC 9(03) VALUE 0.
       01  TABELA-ESTORNOS.
           05 ESTORNO-IMP OCCURS 60 TIMES.
              10 ESTORNO-ITEM       PIC 9(03).
              10 ESTORNO-PRODUTO    PIC 9(05).
              10 ESTORNO-QTDE       PIC 9(05).
              10 ESTORNO-UF         PIC X(02).
              10 ESTORNO-TRIBUTO    PIC X(04).
              10 ESTORNO-ALIQUOTA   PIC 9(02)V9(02).
              10 ESTORNO-BASE       PIC 9(09)V9(02).
              10 ESTORNO-VALOR      PIC 9(09)V9(02).
       01  ESTORNO-SUB              PIC 9(03).
       01  TOTAL-ESTORNO-ICMS       PIC 9(09)V9(02).
       01  TOTAL-ESTORNO-IPI        PIC 9(09)V9(02).
       01  TOTAL-ESTORNO-ISS        PIC 9(09)V9(02).

       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99.

           COPY "SCRWRK.cob".

           COPY "EDPWRK.cob".

       01  EMPRESA-FILE-STATUS      PIC XX.
       01  EMPRESA-PATH             PIC X(100).
       01  EMPRESA-CODIGO-USO       PIC 9(02) VALUE 17.
           PERFORM INICIALIZA-AMBIENTE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-CAMINHO-SALDO-CRED.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM BUSCA-DADOS-EMPRESA.

               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "kits.dat" TO KIT-PATH.
           ACCEPT KIT-PATH FROM ENVIRONMENT "KIT_DAT".
           IF KIT-PATH = SPACE
               MOVE "kits.dat" TO KIT-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

           MOVE "impostos.dat" TO IMPOSTO-PATH.
           ACCEPT IMPOSTO-PATH FROM ENVIRONMENT "IMPOSTO_DAT".
           IF IMPOSTO-PATH = SPACE
               MOVE "impostos.dat" TO IMPOSTO-PATH
           END-IF.

       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
                   PERFORM APLICA-CREDITO-NA-FATURA
                   PERFORM GERA-NUMERO-NC
                   PERFORM GRAVA-NOTA-CREDITO
                   PERFORM REGISTRA-CREDITO-A-APLICAR
                   PERFORM ESTORNA-IMPOSTOS-FATURA
                   PERFORM ABATE-EXPOSICAO-CREDITO
                   PERFORM DEVOLVE-AO-ESTOQUE
                   PERFORM GRAVA-AUDITORIA-DEVOLUCAO
               END-IF
           END-IF.

      *    CARREGA-ITENS-DO-PEDIDO: POSICIONA PEDIDOS.DAT NO
      *    CABECALHO DO PEDIDO DA FATURA E BUFERIZA OS ITENS DELE,
      *    COMO O PROG66 FAZ NO FATURAMENTO. O FATURADO DA LINHA E
      *    ITEM-QTDE-FATURADA (PEDIDO FATURADO ANTES DO CAMPO, A
      *    QUANTIDADE PEDIDA); LINHA QUE FOI TODA PARA ENCOMENDA NAO
      *    ESTA NA FATURA E NAO E OFERECIDA.
       CARREGA-ITENS-DO-PEDIDO.
           MOVE 0 TO QTDE-ITENS-CARREGADOS.
           MOVE "N" TO ACHOU-PEDIDO.
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               MOVE FATURA-PEDIDO-NUMERO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               START ARQUIVO-PEDIDO
                   KEY IS NOT LESS THAN PEDIDO-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM CARREGA-PROXIMO-REGISTRO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       CARREGA-PROXIMO-REGISTRO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-NUMERO NOT = FATURA-PEDIDO-NUMERO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF PEDIDO-CABECALHO
                       MOVE "S" TO ACHOU-PEDIDO
                   ELSE
                       IF ITEM-QTDE-FATURADA IS NUMERIC
                           MOVE ITEM-QTDE-FATURADA
                               TO QTDE-FATURADA-LINHA
                       ELSE
                           MOVE ITEM-QUANTIDADE TO QTDE-FATURADA-LINHA
                       END-IF
                       IF QTDE-FATURADA-LINHA NOT = 0
                               AND QTDE-ITENS-CARREGADOS < 20
                           ADD 1 TO QTDE-ITENS-CARREGADOS
                           MOVE PEDIDO-LINHA TO
                               ITEM-DEV-LINHA (QTDE-ITENS-CARREGADOS)
                           MOVE ITEM-PRODUTO-CODIGO TO
                               ITEM-DEV-PRODUTO (QTDE-ITENS-CARREGADOS)
                           MOVE ITEM-DESCRICAO TO
                             ITEM-DEV-DESCRICAO (QTDE-ITENS-CARREGADOS)
                           MOVE QTDE-FATURADA-LINHA TO
                              ITEM-DEV-QTDE-FAT (QTDE-ITENS-CARREGADOS)
                           MOVE ITEM-PRECO-UNITARIO TO
                               ITEM-DEV-PRECO (QTDE-ITENS-CARREGADOS)
                           PERFORM DEFINE-DEPOSITO-DEVOLUCAO
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    DEFINE-DEPOSITO-DEVOLUCAO: A MERCADORIA VOLTA AO DEPOSITO
      *    DE ONDE SAIU - O DO ITEM OU, NO ITEM ANTERIOR AO CAMPO, O
      *    DA EMPRESA DO PEDIDO (ZERO = A PRINCIPAL).
       DEFINE-DEPOSITO-DEVOLUCAO.
           EVALUATE TRUE
               WHEN ITEM-DEPOSITO IS NUMERIC AND ITEM-DEPOSITO NOT = 0
                   MOVE ITEM-DEPOSITO
                       TO ITEM-DEV-DEPOSITO (QTDE-ITENS-CARREGADOS)
               WHEN PEDIDO-EMPRESA IS NUMERIC
                   MOVE PEDIDO-EMPRESA
                       TO ITEM-DEV-DEPOSITO (QTDE-ITENS-CARREGADOS)
               WHEN OTHER
                   MOVE 0
                       TO ITEM-DEV-DEPOSITO (QTDE-ITENS-CARREGADOS)
           END-EVALUATE.

       CAPTURA-QUANTIDADES-DEVOLVIDAS.
           MOVE ZERO TO VALOR-TOTAL-CREDITO.
           MOVE 1 TO ITEM-SUB.
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    REGISTRA-CREDITO-A-APLICAR: A SOBRA DA NOTA VAI PARA O
      *    SALDO DE CREDITO DO CLIENTE, COM A NOTA COMO DOCUMENTO.
       REGISTRA-CREDITO-A-APLICAR.
           MOVE 0 TO SALDO-CRED-NOVO-SEQ.
           IF VALOR-A-APLICAR NOT = ZERO
               MOVE FATURA-CLIENTE-CODIGO TO SALDO-CRED-NOVO-CLIENTE
               MOVE "N" TO SALDO-CRED-NOVO-ORIGEM
               MOVE NUMERO-NC-GERADO TO SALDO-CRED-NOVO-DOCUMENTO
               MOVE VALOR-A-APLICAR TO SALDO-CRED-NOVO-VALOR
               MOVE OPERADOR-ID TO SALDO-CRED-NOVO-OPERADOR
               PERFORM REGISTRA-SALDO-CREDITO
           END-IF.

      *    ESTORNA-IMPOSTOS-FATURA: RELE O LIVRO DE IMPOSTOS ATRAS
      *    DAS LINHAS DE SAIDA DA FATURA; CADA UMA CUJO ITEM TEVE
      *    DEVOLUCAO GERA UM ESTORNO PROPORCIONAL (BASE E VALOR X
      *    DEVOLVIDO / FATURADO, ROUNDED), DOCUMENTADO PELA NOTA DE
      *    CREDITO. FATURA SEM IMPOSTO DESTACADO NAO GERA NADA.
       ESTORNA-IMPOSTOS-FATURA.
           MOVE 0 TO QTDE-ESTORNOS.
           MOVE ZERO TO TOTAL-ESTORNO-ICMS.
           MOVE ZERO TO TOTAL-ESTORNO-IPI.
           MOVE ZERO TO TOTAL-ESTORNO-ISS.
           OPEN INPUT ARQUIVO-IMPOSTO.
           IF IMPOSTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM SELECIONA-IMPOSTO-FATURA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-IMPOSTO
           END-IF.
           IF QTDE-ESTORNOS NOT = 0
               OPEN EXTEND ARQUIVO-IMPOSTO
               IF IMPOSTO-FILE-STATUS = "35"
                   CLOSE ARQUIVO-IMPOSTO
                   OPEN OUTPUT ARQUIVO-IMPOSTO
               END-IF
               MOVE 1 TO ESTORNO-SUB
               PERFORM GRAVA-ESTORNO-IMPOSTO
                   UNTIL ESTORNO-SUB > QTDE-ESTORNOS
               CLOSE ARQUIVO-IMPOSTO
           END-IF.

       SELECIONA-IMPOSTO-FATURA.
           READ ARQUIVO-IMPOSTO
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE 0 TO ITEM-ACHADO
               IF IMPOSTO-SAIDA
                       AND IMPOSTO-FATURA-NUMERO = FATURA-NUMERO
                       AND IMPOSTO-QTDE > 0
                   MOVE 1 TO ITEM-SUB
                   PERFORM BUSCA-ITEM-DO-IMPOSTO
                       UNTIL ITEM-SUB > QTDE-ITENS-CARREGADOS
                          OR ITEM-ACHADO NOT = 0
               END-IF
               IF ITEM-ACHADO NOT = 0
                   MOVE ITEM-ACHADO TO ITEM-SUB
                   IF ITEM-DEV-QTDE-DEV (ITEM-SUB) NOT = 0
                           AND QTDE-ESTORNOS < 60
                       PERFORM MONTA-ESTORNO-IMPOSTO
                   END-IF
               END-IF
           END-IF.

      *    BUSCA-ITEM-DO-IMPOSTO: IMPOSTO-ITEM E A LINHA DO PEDIDO.
       BUSCA-ITEM-DO-IMPOSTO.
           IF ITEM-DEV-LINHA (ITEM-SUB) = IMPOSTO-ITEM
               MOVE ITEM-SUB TO ITEM-ACHADO
           END-IF.
           ADD 1 TO ITEM-SUB.

       MONTA-ESTORNO-IMPOSTO.
           ADD 1 TO QTDE-ESTORNOS.
           MOVE IMPOSTO-ITEM TO ESTORNO-ITEM (QTDE-ESTORNOS).
           MOVE IMPOSTO-PRODUTO TO ESTORNO-PRODUTO (QTDE-ESTORNOS).
           MOVE ITEM-DEV-QTDE-DEV (ITEM-SUB)
               TO ESTORNO-QTDE (QTDE-ESTORNOS).
           MOVE IMPOSTO-UF TO ESTORNO-UF (QTDE-ESTORNOS).
           MOVE IMPOSTO-TRIBUTO TO ESTORNO-TRIBUTO (QTDE-ESTORNOS).
           MOVE IMPOSTO-ALIQUOTA TO ESTORNO-ALIQUOTA (QTDE-ESTORNOS).
           COMPUTE ESTORNO-BASE (QTDE-ESTORNOS) ROUNDED =
               IMPOSTO-BASE * ITEM-DEV-QTDE-DEV (ITEM-SUB)
               / IMPOSTO-QTDE.
           COMPUTE ESTORNO-VALOR (QTDE-ESTORNOS) ROUNDED =
               IMPOSTO-VALOR * ITEM-DEV-QTDE-DEV (ITEM-SUB)
               / IMPOSTO-QTDE.
           EVALUATE TRUE
               WHEN IMPOSTO-ICMS
                   ADD ESTORNO-VALOR (QTDE-ESTORNOS)
                       TO TOTAL-ESTORNO-ICMS
               WHEN IMPOSTO-ISS
                   ADD ESTORNO-VALOR (QTDE-ESTORNOS)
                       TO TOTAL-ESTORNO-ISS
               WHEN OTHER
                   ADD ESTORNO-VALOR (QTDE-ESTORNOS)
                       TO TOTAL-ESTORNO-IPI
           END-EVALUATE.

       GRAVA-ESTORNO-IMPOSTO.
           MOVE "E" TO IMPOSTO-TIPO.
           MOVE NUMERO-NC-GERADO TO IMPOSTO-DOCUMENTO.
           MOVE FATURA-NUMERO TO IMPOSTO-FATURA-NUMERO.
           MOVE FATURA-CLIENTE-CODIGO TO IMPOSTO-CLIENTE-CODIGO.
           MOVE ESTORNO-ITEM (ESTORNO-SUB) TO IMPOSTO-ITEM.
           MOVE ESTORNO-PRODUTO (ESTORNO-SUB) TO IMPOSTO-PRODUTO.
           MOVE ESTORNO-QTDE (ESTORNO-SUB) TO IMPOSTO-QTDE.
           MOVE ESTORNO-UF (ESTORNO-SUB) TO IMPOSTO-UF.
           MOVE ESTORNO-TRIBUTO (ESTORNO-SUB) TO IMPOSTO-TRIBUTO.
           MOVE ESTORNO-ALIQUOTA (ESTORNO-SUB) TO IMPOSTO-ALIQUOTA.
           MOVE ESTORNO-BASE (ESTORNO-SUB) TO IMPOSTO-BASE.
           MOVE ESTORNO-VALOR (ESTORNO-SUB) TO IMPOSTO-VALOR.
           MOVE DATA-HOJE TO IMPOSTO-DATA.
           WRITE IMPOSTO-REGISTRO.
           ADD 1 TO ESTORNO-SUB.

      *    ABATE-EXPOSICAO-CREDITO: O VALOR APLICADO NA FATURA DESCE
      *    A EXPOSICAO DO CLIENTE, MESMA REGRA DO PROG67 (SEM FICAR
      *    NEGATIVA; CLIENTE SEM FICHA E IGNORADO).
      *    DEVOLVE-AO-ESTOQUE: A MERCADORIA DEVOLVIDA VOLTA AO
      *    SALDO (AJUSTE MOTIVO 04 NO LIVRO DE MOVIMENTOS, COM A
      *    NOTA DE CREDITO COMO DOCUMENTO). PRODUTO SEM FICHA DE
      *    ESTOQUE E PULADO. KIT DEVOLVE OS COMPONENTES.
       DEVOLVE-AO-ESTOQUE.
           OPEN I-O ARQUIVO-ESTOQUE.
           IF ESTOQUE-FILE-STATUS = "35"
                   CLOSE ARQUIVO-MOVESTOQUE
                   OPEN OUTPUT ARQUIVO-MOVESTOQUE
               END-IF
               OPEN INPUT ARQUIVO-KIT
               MOVE 1 TO ITEM-SUB
               PERFORM DEVOLVE-UM-ITEM
                   UNTIL ITEM-SUB > QTDE-ITENS-CARREGADOS
               IF KIT-FILE-STATUS NOT = "35"
                   CLOSE ARQUIVO-KIT
               END-IF
               CLOSE ARQUIVO-MOVESTOQUE
               CLOSE ARQUIVO-ESTOQUE
           END-IF.

       DEVOLVE-UM-ITEM.
           IF ITEM-DEV-QTDE-DEV (ITEM-SUB) NOT = 0
               PERFORM VERIFICA-ITEM-KIT
           END-IF.
           EVALUATE TRUE
               WHEN ITEM-DEV-QTDE-DEV (ITEM-SUB) = 0
                   CONTINUE
               WHEN ITEM-E-KIT = "S"
                   MOVE 1 TO KIT-SUB
                   PERFORM DEVOLVE-COMPONENTE-KIT
                       UNTIL KIT-SUB > KIT-QTDE-COMPONENTES
                          OR KIT-SUB > 10
               WHEN OTHER
                   PERFORM DEVOLVE-PRODUTO
           END-EVALUATE.
           ADD 1 TO ITEM-SUB.

       VERIFICA-ITEM-KIT.
           MOVE "N" TO ITEM-E-KIT.
           IF KIT-FILE-STATUS NOT = "35"
               MOVE ITEM-DEV-PRODUTO (ITEM-SUB) TO KIT-PRODUTO-CODIGO
               READ ARQUIVO-KIT
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KIT-ATIVO
                           MOVE "S" TO ITEM-E-KIT
                       END-IF
               END-READ
           END-IF.

       DEVOLVE-PRODUTO.
           MOVE ITEM-DEV-PRODUTO (ITEM-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD ITEM-DEV-QTDE-DEV (ITEM-SUB) TO ESTOQUE-SALDO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO DEVOLVER AO ESTOQUE "
                                   "O PRODUTO "
                                   ESTOQUE-PRODUTO-CODIGO "."
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-DEVOLUCAO
                           MOVE ITEM-DEV-DEPOSITO (ITEM-SUB)
                               TO DEP-DEPOSITO
                           MOVE ITEM-DEV-PRODUTO (ITEM-SUB)
                               TO DEP-PRODUTO
                           MOVE ITEM-DEV-QTDE-DEV (ITEM-SUB)
                               TO DEP-DELTA-SALDO
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.

      *    DEVOLVE-COMPONENTE-KIT: CADA COMPONENTE VOLTA AO SALDO NA
      *    QUANTIDADE DEVOLVIDA DO KIT X QUANTIDADE POR KIT.
      *    COMPONENTE SEM FICHA E PULADO.
       DEVOLVE-COMPONENTE-KIT.
           COMPUTE QTDE-COMPONENTE-DEV =
               ITEM-DEV-QTDE-DEV (ITEM-SUB) * KIT-COMP-QTDE (KIT-SUB).
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD QTDE-COMPONENTE-DEV TO ESTOQUE-SALDO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO DEVOLVER AO ESTOQUE "
                                   "O COMPONENTE "
                                   ESTOQUE-PRODUTO-CODIGO " DO KIT "
                                   KIT-PRODUTO-CODIGO "."
                       NOT INVALID KEY
                           PERFORM GRAVA-DEVOLUCAO-COMPONENTE
                           MOVE ITEM-DEV-DEPOSITO (ITEM-SUB)
                               TO DEP-DEPOSITO
                           MOVE KIT-COMP-PRODUTO (KIT-SUB)
                               TO DEP-PRODUTO
                           MOVE QTDE-COMPONENTE-DEV TO DEP-DELTA-SALDO
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.
           ADD 1 TO KIT-SUB.

       GRAVA-DEVOLUCAO-COMPONENTE.
           MOVE "A" TO MOVESTOQUE-TIPO.
           MOVE KIT-COMP-PRODUTO (KIT-SUB) TO MOVESTOQUE-PRODUTO.
           MOVE QTDE-COMPONENTE-DEV TO MOVESTOQUE-QTDE.
           MOVE "04" TO MOVESTOQUE-MOTIVO.
           MOVE NUMERO-NC-GERADO TO MOVESTOQUE-DOCUMENTO.
           MOVE DATA-HOJE TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID TO MOVESTOQUE-OPERADOR.
           MOVE ZERO TO MOVESTOQUE-CUSTO.
           MOVE ITEM-DEV-DEPOSITO (ITEM-SUB) TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

       GRAVA-MOVIMENTO-DEVOLUCAO.
           MOVE "A" TO MOVESTOQUE-TIPO.
           MOVE DATA-HOJE TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID TO MOVESTOQUE-OPERADOR.
           MOVE ZERO TO MOVESTOQUE-CUSTO.
           MOVE ITEM-DEV-DEPOSITO (ITEM-SUB) TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

       GRAVA-AUDITORIA-DEVOLUCAO.
           DISPLAY "ABATIDO NA FATURA.........: " VALOR-EDITADO.
           MOVE VALOR-A-APLICAR TO VALOR-EDITADO.
           DISPLAY "CREDITO A APLICAR.........: " VALOR-EDITADO.
           IF SALDO-CRED-NOVO-SEQ NOT = 0
               DISPLAY "  (NO SALDO DE CREDITO DO CLIENTE, SEQUENCIA "
                       SALDO-CRED-NOVO-SEQ ")"
           END-IF.
           IF TOTAL-ESTORNO-ICMS NOT = ZERO
               MOVE TOTAL-ESTORNO-ICMS TO VALOR-EDITADO
               DISPLAY "ICMS ESTORNADO............: " VALOR-EDITADO
           END-IF.
           IF TOTAL-ESTORNO-IPI NOT = ZERO
               MOVE TOTAL-ESTORNO-IPI TO VALOR-EDITADO
               DISPLAY "IPI ESTORNADO.............: " VALOR-EDITADO
           END-IF.
           IF TOTAL-ESTORNO-ISS NOT = ZERO
               MOVE TOTAL-ESTORNO-ISS TO VALOR-EDITADO
               DISPLAY "ISS ESTORNADO.............: " VALOR-EDITADO
           END-IF.
           DISPLAY "==============================================".

       IMPRIME-ITEM-NOTA.
           END-IF.

           COPY "AMBPROC.cob".
           COPY "SCRPROC.cob".

           COPY "EDPPROC.cob".
