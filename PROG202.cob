       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG202.
      *    PEDIDOS PROGRAMADOS (PEDFIXO.DAT): INCLUIR, REFAZER OS
      *    ITENS E A PROGRAMACAO, INATIVAR/REATIVAR E LISTAR A COMPRA
      *    QUE O CLIENTE REPETE TODA SEMANA, TODO MES OU A CADA N
      *    DIAS - O BALCAO PARA DE REDIGITAR NO PROG65 O MESMO PEDIDO
      *    DA LISTA COLADA NO MONITOR. CADA PROGRAMA TEM ATE 10 ITENS
      *    (PRODUTO ATIVO DO CATALOGO, SEM REPETIR), A FREQUENCIA, A
      *    PROXIMA DATA E A DATA DE TERMINO (ZERO = SEM TERMINO).
      *    VENDEDOR, ENDERECO DE ENTREGA E EMPRESA SAO ESCOLHIDOS
      *    COMO NA DIGITACAO DO PROG65 E VAO PARA O PEDIDO GERADO.
      *    QUEM GERA OS PEDIDOS E O PROG203, NO LOTE NOTURNO (PROG50),
      *    COM PRECO, ACORDO E TRAVAS DE CREDITO DO DIA DA GERACAO.
      *    SO CLIENTE ATIVO RECEBE PROGRAMA NOVO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "PFXSEL.cob".
           COPY "CLISEL.cob".
           COPY "PRODSEL.cob".
           COPY "CSELEC.cob".
           COPY "ENDSEL.cob".
           COPY "EMPSEL.cob".
           COPY "SESSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PFXREG.cob".
           COPY "CLIREG.cob".
           COPY "PRODREG.cob".
           COPY "CARQF.cob".
           COPY "ENDREG.cob".
           COPY "EMPREG.cob".
           COPY "SESREG.cob".

       WORKING-STORAGE SECTION.

       01  PEDIDO-FIXO-FILE-STATUS   PIC XX.
       01  PEDIDO-FIXO-PATH          PIC X(100).
       01  CLIENTE-FILE-STATUS       PIC XX.
       01  CLIENTE-PATH              PIC X(100).
       01  PRODUTO-FILE-STATUS       PIC XX.
       01  PRODUTO-PATH              PIC X(100).
       01  FUNCIONARIO-FILE-STATUS   PIC XX.
       01  FUNCIONARIO-PATH          PIC X(100).
       01  ENDERECO-FILE-STATUS      PIC XX.
       01  ENDERECO-PATH             PIC X(100).
       01  EMPRESA-FILE-STATUS       PIC XX.
       01  EMPRESA-PATH              PIC X(100).
       01  SESSAO-FILE-STATUS        PIC XX.
       01  OPERADOR-ID               PIC X(10).

       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  TOTAL-LISTADOS            PIC 9(03) VALUE 0.
       01  DATA-HOJE                 PIC 9(08).

       01  CLIENTE-INFORMADO         PIC 9(08).
       01  SEQ-INFORMADA             PIC 9(03).
       01  MAIOR-SEQ-CLIENTE         PIC 9(03).
       01  PROGRAMA-VALIDO           PIC X.
       01  VENDEDOR-INFORMADO        PIC 9(05).
       01  VENDEDOR-VALIDO           PIC X.
           88 VENDEDOR-OK                VALUE "S".
       01  TIPO-ENTREGA-FIXO         PIC X(01).
       01  RESPOSTA-ENTREGA          PIC X.

      *    OS ITENS SAO MONTADOS AQUI E SO DEPOIS PASSAM PARA O
      *    REGISTRO, COMO NO PROG200.
       01  PRODUTO-INFORMADO         PIC 9(05).
       01  QTDE-INFORMADA            PIC 9(05).
       01  ITEM-VALIDO               PIC X.
       01  FIM-ITENS                 PIC X.
       01  ITEM-SUB                  PIC 9(02).
       01  QTDE-ITENS-MONTADOS       PIC 9(02) VALUE 0.
       01  TABELA-ITENS-MONTADOS.
           05 ITEM-MONTADO OCCURS 10 TIMES.
              10 ITEM-MONT-PRODUTO   PIC 9(05).
              10 ITEM-MONT-QTDE      PIC 9(05).

       01  FREQUENCIA-INFORMADA      PIC X(01).
       01  INTERVALO-INFORMADO       PIC 9(03).
       01  FREQUENCIA-OK             PIC X.
       01  PROXIMA-DATA-INFORMADA    PIC 9(08).
       01  PROXIMA-DATA-R REDEFINES PROXIMA-DATA-INFORMADA.
           05 PROXIMA-ANO            PIC 9(04).
           05 PROXIMA-MES            PIC 9(02).
           05 PROXIMA-DIA            PIC 9(02).
       01  DATA-FIM-INFORMADA        PIC 9(08).
       01  DATA-FIM-R REDEFINES DATA-FIM-INFORMADA.
           05 FIM-ANO                PIC 9(04).
           05 FIM-MES                PIC 9(02).
           05 FIM-DIA                PIC 9(02).
       01  DATA-FIM-OK               PIC X.

           COPY "EMPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "pedfixo.dat" TO PEDIDO-FIXO-PATH.
           ACCEPT PEDIDO-FIXO-PATH FROM ENVIRONMENT "PEDFIXO_DAT".
           IF PEDIDO-FIXO-PATH = SPACE
               MOVE "pedfixo.dat" TO PEDIDO-FIXO-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "funcionarios.dat" TO FUNCIONARIO-PATH.
           ACCEPT FUNCIONARIO-PATH FROM ENVIRONMENT "FUNCIONARIO_DAT".
           IF FUNCIONARIO-PATH = SPACE
               MOVE "funcionarios.dat" TO FUNCIONARIO-PATH
           END-IF.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "enderecos.dat" TO ENDERECO-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.

      *    INICIALIZA-OPERADOR: QUEM MEXEU POR ULTIMO FICA NO
      *    PROGRAMA; IDENTIDADE DA SESSAO (PROG20), COM A VARIAVEL DE
      *    AMBIENTE COMO RESERVA.
       INICIALIZA-OPERADOR.
           MOVE SPACE TO OPERADOR-ID.
           OPEN INPUT ARQUIVO-SESSAO.
           IF SESSAO-FILE-STATUS = "00"
               READ ARQUIVO-SESSAO
                   AT END
                       CONTINUE
               END-READ
               IF SESSAO-FILE-STATUS = "00"
                   MOVE SESSAO-OPERADOR TO OPERADOR-ID
               END-IF
               CLOSE ARQUIVO-SESSAO
           END-IF.
           IF OPERADOR-ID = SPACE
               ACCEPT OPERADOR-ID FROM ENVIRONMENT "OPERADOR_ID"
           END-IF.
           IF OPERADOR-ID = SPACE
               MOVE "DESCONHEC" TO OPERADOR-ID
           END-IF.
           PERFORM OBTEM-EMPRESA-PADRAO.

       EXIBE-MENU.
           DISPLAY "===== PEDIDOS PROGRAMADOS =====".
           DISPLAY "1 - INCLUIR PEDIDO PROGRAMADO".
           DISPLAY "2 - REFAZER ITENS E PROGRAMACAO".
           DISPLAY "3 - INATIVAR / REATIVAR".
           DISPLAY "4 - LISTAR PEDIDOS PROGRAMADOS".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-PEDIDO-FIXO
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-PEDIDO-FIXO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM INATIVA-PEDIDO-FIXO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-PEDIDOS-FIXOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       INCLUI-PEDIDO-FIXO.
           MOVE "S" TO PROGRAMA-VALIDO.
           PERFORM VALIDA-CLIENTE-FIXO.
           IF PROGRAMA-VALIDO = "S"
               MOVE "N" TO EMPRESA-ESCOLHIDA-OK
               PERFORM ESCOLHE-EMPRESA
                   UNTIL EMPRESA-ESCOLHIDA-OK = "S"
               PERFORM CAPTURA-VENDEDOR
               PERFORM CAPTURA-VENDEDOR
                   UNTIL VENDEDOR-OK
               PERFORM ESCOLHE-ENDERECO-ENTREGA
               PERFORM PEDE-ITENS-FIXO
           END-IF.
           IF PROGRAMA-VALIDO = "S"
               PERFORM PEDE-PROGRAMACAO
               PERFORM GRAVA-NOVO-PEDIDO-FIXO
           END-IF.

      *    VALIDA-CLIENTE-FIXO: O CLIENTE TEM DE EXISTIR E ESTAR
      *    ATIVO - O LOTE RECUSARIA O PEDIDO DE QUALQUER FORMA.
       VALIDA-CLIENTE-FIXO.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT CLIENTE-INFORMADO.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               DISPLAY "CLIENTES.DAT NAO ENCONTRADO."
               MOVE "N" TO PROGRAMA-VALIDO
           ELSE
               MOVE CLIENTE-INFORMADO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       DISPLAY "CLIENTE INEXISTENTE."
                       MOVE "N" TO PROGRAMA-VALIDO
                   NOT INVALID KEY
                       IF CLIENTE-INATIVO
                           DISPLAY "CLIENTE INATIVO. NAO RECEBE "
                                   "PEDIDO PROGRAMADO."
                           MOVE "N" TO PROGRAMA-VALIDO
                       ELSE
                           DISPLAY "CLIENTE: " CLIENTE-NOME
                       END-IF
               END-READ
           END-IF.
           CLOSE ARQUIVO-CLIENTE.

      *    CAPTURA-VENDEDOR: MESMA REGRA DO PROG65 - FUNCIONARIO
      *    ATIVO OU ZERO (SEM VENDEDOR).
       CAPTURA-VENDEDOR.
           MOVE "N" TO VENDEDOR-VALIDO.
           DISPLAY "CODIGO DO VENDEDOR (0 = SEM VENDEDOR): ".
           ACCEPT VENDEDOR-INFORMADO.
           IF VENDEDOR-INFORMADO = 0
               MOVE "S" TO VENDEDOR-VALIDO
           ELSE
               PERFORM ABRE-E-VALIDA-VENDEDOR
           END-IF.

       ABRE-E-VALIDA-VENDEDOR.
           OPEN INPUT ARQUIVO-FUNCIONARIO.
           IF FUNCIONARIO-FILE-STATUS = "35"
               DISPLAY "ARQUIVO DE FUNCIONARIOS NAO ENCONTRADO. "
                       "PROGRAMA SEGUE SEM VENDEDOR."
               MOVE 0 TO VENDEDOR-INFORMADO
               MOVE "S" TO VENDEDOR-VALIDO
           ELSE
               MOVE VENDEDOR-INFORMADO TO FUNCIONARIO-CODIGO
               READ ARQUIVO-FUNCIONARIO
                   INVALID KEY
                       DISPLAY "VENDEDOR INEXISTENTE NO CADASTRO."
                   NOT INVALID KEY
                       IF FUNCIONARIO-INATIVO
                           DISPLAY "VENDEDOR DESLIGADO. INFORME UM "
                                   "FUNCIONARIO ATIVO."
                       ELSE
                           MOVE "S" TO VENDEDOR-VALIDO
                           DISPLAY "VENDEDOR: " FUNCIONARIO-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-FUNCIONARIO
           END-IF.

      *    ESCOLHE-ENDERECO-ENTREGA: MESMA ESCOLHA DO PROG65 ENTRE O
      *    ENDERECO DE ENTREGA DO CADERNO E O DA FICHA.
       ESCOLHE-ENDERECO-ENTREGA.
           MOVE SPACE TO TIPO-ENTREGA-FIXO.
           OPEN INPUT ARQUIVO-ENDERECO.
           IF ENDERECO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE CLIENTE-INFORMADO TO ENDERECO-CLIENTE-CODIGO
               MOVE "E" TO ENDERECO-TIPO
               READ ARQUIVO-ENDERECO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "ENDERECO DE ENTREGA NO CADERNO: "
                               ENDERECO-LOGRADOURO " "
                               ENDERECO-NUMERO " - "
                               ENDERECO-CIDADE "/" ENDERECO-UF
                       DISPLAY "ENTREGAR NESSE ENDERECO? (S = "
                               "CADERNO / N = ENDERECO DA FICHA)"
                       ACCEPT RESPOSTA-ENTREGA
                       IF RESPOSTA-ENTREGA = "S"
                           MOVE "E" TO TIPO-ENTREGA-FIXO
                       END-IF
               END-READ
               CLOSE ARQUIVO-ENDERECO
           END-IF.

      *    PEDE-ITENS-FIXO: ATE 10 ITENS; CODIGO ZERO ENCERRA.
      *    PROGRAMA SEM NENHUM ITEM NAO E GRAVADO.
       PEDE-ITENS-FIXO.
           MOVE 0 TO QTDE-ITENS-MONTADOS.
           MOVE ZERO TO TABELA-ITENS-MONTADOS.
           MOVE "N" TO FIM-ITENS.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO. CADASTRE O "
                       "CATALOGO NO PROG64 ANTES."
           ELSE
               DISPLAY "ITENS DO PEDIDO PROGRAMADO (CODIGO ZERO "
                       "ENCERRA):"
               PERFORM PEDE-UM-ITEM-FIXO
                   UNTIL FIM-ITENS = "S"
                      OR QTDE-ITENS-MONTADOS = 10
               IF QTDE-ITENS-MONTADOS = 10
                   DISPLAY "LIMITE DE 10 ITENS POR PROGRAMA ATINGIDO."
               END-IF
           END-IF.
           CLOSE ARQUIVO-PRODUTO.
           IF QTDE-ITENS-MONTADOS = 0
               DISPLAY "PROGRAMA SEM ITENS. NADA GRAVADO."
               MOVE "N" TO PROGRAMA-VALIDO
           END-IF.

       PEDE-UM-ITEM-FIXO.
           MOVE ZERO TO PRODUTO-INFORMADO.
           MOVE ZERO TO QTDE-INFORMADA.
           DISPLAY "CODIGO DO PRODUTO: ".
           ACCEPT PRODUTO-INFORMADO.
           IF PRODUTO-INFORMADO = ZERO
               MOVE "S" TO FIM-ITENS
           ELSE
               PERFORM CONFERE-ITEM-FIXO
               IF ITEM-VALIDO = "S"
                   DISPLAY "QUANTIDADE: "
                   ACCEPT QTDE-INFORMADA
                   IF QTDE-INFORMADA = ZERO
                       DISPLAY "QUANTIDADE ZERO. ITEM IGNORADO."
                   ELSE
                       ADD 1 TO QTDE-ITENS-MONTADOS
                       MOVE PRODUTO-INFORMADO
                           TO ITEM-MONT-PRODUTO (QTDE-ITENS-MONTADOS)
                       MOVE QTDE-INFORMADA
                           TO ITEM-MONT-QTDE (QTDE-ITENS-MONTADOS)
                   END-IF
               END-IF
           END-IF.

       CONFERE-ITEM-FIXO.
           MOVE "S" TO ITEM-VALIDO.
           MOVE 1 TO ITEM-SUB.
           PERFORM CONFERE-ITEM-REPETIDO
               UNTIL ITEM-SUB > QTDE-ITENS-MONTADOS.
           IF ITEM-VALIDO NOT = "S"
               DISPLAY "PRODUTO JA INFORMADO NESTE PROGRAMA."
           ELSE
               MOVE PRODUTO-INFORMADO TO PRODUTO-CODIGO
               READ ARQUIVO-PRODUTO
                   INVALID KEY
                       DISPLAY "PRODUTO INEXISTENTE NO CATALOGO."
                       MOVE "N" TO ITEM-VALIDO
                   NOT INVALID KEY
                       IF PRODUTO-INATIVO
                           DISPLAY "PRODUTO FORA DO CATALOGO. NAO "
                                   "PODE SER VENDIDO."
                           MOVE "N" TO ITEM-VALIDO
                       ELSE
                           DISPLAY "  " PRODUTO-DESCRICAO
                       END-IF
               END-READ
           END-IF.

       CONFERE-ITEM-REPETIDO.
           IF ITEM-MONT-PRODUTO (ITEM-SUB) = PRODUTO-INFORMADO
               MOVE "N" TO ITEM-VALIDO
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    PEDE-PROGRAMACAO: FREQUENCIA, PROXIMA DATA (HOJE OU
      *    DEPOIS - A DE HOJE SAI NO LOTE DESTA NOITE) E TERMINO.
       PEDE-PROGRAMACAO.
           MOVE "N" TO FREQUENCIA-OK.
           PERFORM PEDE-FREQUENCIA
               UNTIL FREQUENCIA-OK = "S".
           MOVE 0 TO PROXIMA-DATA-INFORMADA.
           PERFORM PEDE-PROXIMA-DATA
               UNTIL PROXIMA-DATA-INFORMADA NOT = 0.
           MOVE "N" TO DATA-FIM-OK.
           PERFORM PEDE-DATA-FIM
               UNTIL DATA-FIM-OK = "S".

       PEDE-FREQUENCIA.
           MOVE 0 TO INTERVALO-INFORMADO.
           DISPLAY "FREQUENCIA (S = SEMANAL / M = MENSAL / D = A "
                   "CADA N DIAS): ".
           ACCEPT FREQUENCIA-INFORMADA.
           EVALUATE FREQUENCIA-INFORMADA
               WHEN "S"
                   MOVE 7 TO INTERVALO-INFORMADO
                   MOVE "S" TO FREQUENCIA-OK
               WHEN "M"
                   MOVE "S" TO FREQUENCIA-OK
               WHEN "D"
                   DISPLAY "A CADA QUANTOS DIAS: "
                   ACCEPT INTERVALO-INFORMADO
                   IF INTERVALO-INFORMADO = 0
                       DISPLAY "INTERVALO DEVE SER MAIOR QUE ZERO."
                   ELSE
                       MOVE "S" TO FREQUENCIA-OK
                   END-IF
               WHEN OTHER
                   DISPLAY "FREQUENCIA INVALIDA. DIGITE S, M OU D."
           END-EVALUATE.

       PEDE-PROXIMA-DATA.
           DISPLAY "DATA DO PROXIMO PEDIDO (AAAAMMDD): ".
           ACCEPT PROXIMA-DATA-INFORMADA.
           IF PROXIMA-DATA-INFORMADA < DATA-HOJE
                   OR PROXIMA-MES < 1 OR PROXIMA-MES > 12
                   OR PROXIMA-DIA < 1 OR PROXIMA-DIA > 31
               DISPLAY "DATA INVALIDA OU ANTERIOR A HOJE."
               MOVE 0 TO PROXIMA-DATA-INFORMADA
           END-IF.

       PEDE-DATA-FIM.
           DISPLAY "DATA DE TERMINO (AAAAMMDD, 0 = SEM TERMINO): ".
           ACCEPT DATA-FIM-INFORMADA.
           IF DATA-FIM-INFORMADA = 0
               MOVE "S" TO DATA-FIM-OK
           ELSE
               IF DATA-FIM-INFORMADA < PROXIMA-DATA-INFORMADA
                       OR FIM-MES < 1 OR FIM-MES > 12
                       OR FIM-DIA < 1 OR FIM-DIA > 31
                   DISPLAY "DATA INVALIDA OU ANTERIOR AO PROXIMO "
                           "PEDIDO."
               ELSE
                   MOVE "S" TO DATA-FIM-OK
               END-IF
           END-IF.

      *    GRAVA-NOVO-PEDIDO-FIXO: A SEQUENCIA E A SEGUINTE A MAIOR
      *    DO CLIENTE.
       GRAVA-NOVO-PEDIDO-FIXO.
           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           IF PEDIDO-FIXO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-PEDIDO-FIXO
               CLOSE ARQUIVO-PEDIDO-FIXO
               OPEN I-O ARQUIVO-PEDIDO-FIXO
           END-IF.
           PERFORM BUSCA-MAIOR-SEQ-CLIENTE.
           MOVE SPACE TO PEDIDO-FIXO-REGISTRO.
           MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE.
           ADD 1 TO MAIOR-SEQ-CLIENTE GIVING PEDIDO-FIXO-SEQ.
           MOVE VENDEDOR-INFORMADO TO PEDIDO-FIXO-VENDEDOR.
           MOVE TIPO-ENTREGA-FIXO TO PEDIDO-FIXO-ENDER-ENTREGA.
           MOVE EMPRESA-ESCOLHIDA TO PEDIDO-FIXO-EMPRESA.
           MOVE ZERO TO PEDIDO-FIXO-ULTIMA-DATA.
           MOVE ZERO TO PEDIDO-FIXO-ULTIMO-PEDIDO.
           PERFORM MONTA-REGISTRO-FIXO.
           WRITE PEDIDO-FIXO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O PEDIDO PROGRAMADO."
               NOT INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO " PEDIDO-FIXO-CLIENTE
                           "/" PEDIDO-FIXO-SEQ " INCLUIDO COM "
                           PEDIDO-FIXO-QTDE-ITENS " ITEM(NS)."
           END-WRITE.
           CLOSE ARQUIVO-PEDIDO-FIXO.

       BUSCA-MAIOR-SEQ-CLIENTE.
           MOVE 0 TO MAIOR-SEQ-CLIENTE.
           MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE.
           MOVE ZERO TO PEDIDO-FIXO-SEQ.
           MOVE "N" TO FINAL-ARQUIVO.
           START ARQUIVO-PEDIDO-FIXO
               KEY IS NOT LESS THAN PEDIDO-FIXO-CHAVE
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.
           PERFORM EXAMINA-SEQ-CLIENTE
               UNTIL FINAL-ARQUIVO = "S".

       EXAMINA-SEQ-CLIENTE.
           READ ARQUIVO-PEDIDO-FIXO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF PEDIDO-FIXO-CLIENTE NOT = CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   MOVE PEDIDO-FIXO-SEQ TO MAIOR-SEQ-CLIENTE
               END-IF
           END-IF.

      *    MONTA-REGISTRO-FIXO: ITENS E PROGRAMACAO DIGITADOS; O DIA
      *    DA PROXIMA DATA VIRA O DIA COMBINADO DO PROGRAMA MENSAL.
       MONTA-REGISTRO-FIXO.
           MOVE FREQUENCIA-INFORMADA TO PEDIDO-FIXO-FREQUENCIA.
           MOVE INTERVALO-INFORMADO TO PEDIDO-FIXO-INTERVALO.
           MOVE PROXIMA-DIA TO PEDIDO-FIXO-DIA-MES.
           MOVE PROXIMA-DATA-INFORMADA TO PEDIDO-FIXO-PROXIMA-DATA.
           MOVE DATA-FIM-INFORMADA TO PEDIDO-FIXO-DATA-FIM.
           MOVE "A" TO PEDIDO-FIXO-SITUACAO.
           MOVE QTDE-ITENS-MONTADOS TO PEDIDO-FIXO-QTDE-ITENS.
           MOVE 1 TO ITEM-SUB.
           PERFORM PASSA-ITEM-FIXO
               UNTIL ITEM-SUB > 10.
           MOVE OPERADOR-ID TO PEDIDO-FIXO-OPERADOR.
           MOVE DATA-HOJE TO PEDIDO-FIXO-DATA-ALTERACAO.

       PASSA-ITEM-FIXO.
           MOVE ITEM-MONT-PRODUTO (ITEM-SUB)
               TO PEDIDO-FIXO-PRODUTO (ITEM-SUB).
           MOVE ITEM-MONT-QTDE (ITEM-SUB)
               TO PEDIDO-FIXO-QTDE (ITEM-SUB).
           ADD 1 TO ITEM-SUB.

      *    ALTERA-PEDIDO-FIXO: ITENS E PROGRAMACAO SAO REFEITOS
      *    INTEIROS, COMO NO PROG200; O PROGRAMA VOLTA A FICAR ATIVO
      *    (E ASSIM QUE SE PRORROGA UM PROGRAMA ENCERRADO).
       ALTERA-PEDIDO-FIXO.
           PERFORM PEDE-CHAVE-PEDIDO-FIXO.
           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           IF PEDIDO-FIXO-FILE-STATUS = "35"
               DISPLAY "PEDFIXO.DAT NAO ENCONTRADO."
           ELSE
               MOVE "S" TO PROGRAMA-VALIDO
               MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE
               MOVE SEQ-INFORMADA TO PEDIDO-FIXO-SEQ
               READ ARQUIVO-PEDIDO-FIXO
                   INVALID KEY
                       DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO."
                       MOVE "N" TO PROGRAMA-VALIDO
                   NOT INVALID KEY
                       PERFORM EXIBE-PEDIDO-FIXO
               END-READ
               IF PROGRAMA-VALIDO = "S"
                   PERFORM PEDE-ITENS-FIXO
               END-IF
               IF PROGRAMA-VALIDO = "S"
                   PERFORM PEDE-PROGRAMACAO
                   PERFORM EFETIVA-ALTERACAO
               END-IF
           END-IF.
           CLOSE ARQUIVO-PEDIDO-FIXO.

       PEDE-CHAVE-PEDIDO-FIXO.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT CLIENTE-INFORMADO.
           DISPLAY "SEQUENCIA DO PROGRAMA: ".
           ACCEPT SEQ-INFORMADA.

      *    EFETIVA-ALTERACAO: RELE O PROGRAMA ANTES DE REGRAVAR.
       EFETIVA-ALTERACAO.
           MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE.
           MOVE SEQ-INFORMADA TO PEDIDO-FIXO-SEQ.
           READ ARQUIVO-PEDIDO-FIXO
               INVALID KEY
                   DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO NA "
                           "REGRAVACAO."
               NOT INVALID KEY
                   PERFORM MONTA-REGISTRO-FIXO
                   REWRITE PEDIDO-FIXO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                       NOT INVALID KEY
                           DISPLAY "PEDIDO PROGRAMADO REFEITO COM "
                                   PEDIDO-FIXO-QTDE-ITENS
                                   " ITEM(NS)."
                   END-REWRITE
           END-READ.

      *    INATIVA-PEDIDO-FIXO: ATIVO VIRA INATIVO E VICE-VERSA; O
      *    ENCERRADO PELA DATA DE TERMINO SO VOLTA PELA OPCAO 2, COM
      *    PROGRAMACAO NOVA.
       INATIVA-PEDIDO-FIXO.
           PERFORM PEDE-CHAVE-PEDIDO-FIXO.
           OPEN I-O ARQUIVO-PEDIDO-FIXO.
           IF PEDIDO-FIXO-FILE-STATUS = "35"
               DISPLAY "PEDFIXO.DAT NAO ENCONTRADO."
           ELSE
               MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE
               MOVE SEQ-INFORMADA TO PEDIDO-FIXO-SEQ
               READ ARQUIVO-PEDIDO-FIXO
                   INVALID KEY
                       DISPLAY "PEDIDO PROGRAMADO NAO ENCONTRADO."
                   NOT INVALID KEY
                       PERFORM TROCA-SITUACAO-FIXO
               END-READ
           END-IF.
           CLOSE ARQUIVO-PEDIDO-FIXO.

       TROCA-SITUACAO-FIXO.
           EVALUATE TRUE
               WHEN PEDIDO-FIXO-ENCERRADO
                   DISPLAY "PROGRAMA ENCERRADO PELA DATA DE TERMINO. "
                           "USE A OPCAO 2 PARA PROGRAMAR DE NOVO."
               WHEN PEDIDO-FIXO-ATIVO
                   MOVE "I" TO PEDIDO-FIXO-SITUACAO
                   PERFORM REGRAVA-SITUACAO-FIXO
               WHEN OTHER
                   MOVE "A" TO PEDIDO-FIXO-SITUACAO
                   PERFORM REGRAVA-SITUACAO-FIXO
           END-EVALUATE.

       REGRAVA-SITUACAO-FIXO.
           MOVE OPERADOR-ID TO PEDIDO-FIXO-OPERADOR.
           MOVE DATA-HOJE TO PEDIDO-FIXO-DATA-ALTERACAO.
           REWRITE PEDIDO-FIXO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A SITUACAO."
               NOT INVALID KEY
                   IF PEDIDO-FIXO-ATIVO
                       DISPLAY "PROGRAMA REATIVADO. PROXIMO PEDIDO "
                               "EM " PEDIDO-FIXO-PROXIMA-DATA "."
                   ELSE
                       DISPLAY "PROGRAMA INATIVADO. O LOTE NAO GERA "
                               "MAIS PEDIDOS DELE."
                   END-IF
           END-REWRITE.

      *    LISTA-PEDIDOS-FIXOS: OS PROGRAMAS DE UM CLIENTE OU, COM
      *    CLIENTE ZERO, TODOS.
       LISTA-PEDIDOS-FIXOS.
           MOVE 0 TO TOTAL-LISTADOS.
           DISPLAY "CODIGO DO CLIENTE (0 = TODOS): ".
           ACCEPT CLIENTE-INFORMADO.
           OPEN INPUT ARQUIVO-PEDIDO-FIXO.
           IF PEDIDO-FIXO-FILE-STATUS = "35"
               DISPLAY "PEDFIXO.DAT NAO ENCONTRADO. NENHUM PROGRAMA."
           ELSE
               MOVE CLIENTE-INFORMADO TO PEDIDO-FIXO-CLIENTE
               MOVE ZERO TO PEDIDO-FIXO-SEQ
               MOVE "N" TO FINAL-ARQUIVO
               START ARQUIVO-PEDIDO-FIXO
                   KEY IS NOT LESS THAN PEDIDO-FIXO-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-ARQUIVO
               END-START
               PERFORM LISTA-PROXIMO-FIXO
                   UNTIL FINAL-ARQUIVO = "S"
               DISPLAY "PROGRAMAS LISTADOS: " TOTAL-LISTADOS
           END-IF.
           CLOSE ARQUIVO-PEDIDO-FIXO.

       LISTA-PROXIMO-FIXO.
           READ ARQUIVO-PEDIDO-FIXO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CLIENTE-INFORMADO NOT = 0
                       AND PEDIDO-FIXO-CLIENTE NOT = CLIENTE-INFORMADO
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO TOTAL-LISTADOS
                   PERFORM EXIBE-PEDIDO-FIXO
               END-IF
           END-IF.

       EXIBE-PEDIDO-FIXO.
           DISPLAY "CLIENTE " PEDIDO-FIXO-CLIENTE "/" PEDIDO-FIXO-SEQ
                   " SITUACAO " PEDIDO-FIXO-SITUACAO
                   " FREQ " PEDIDO-FIXO-FREQUENCIA
                   " " PEDIDO-FIXO-INTERVALO " DIAS".
           DISPLAY "       PROXIMO " PEDIDO-FIXO-PROXIMA-DATA
                   " TERMINO " PEDIDO-FIXO-DATA-FIM
                   " ULTIMO " PEDIDO-FIXO-ULTIMA-DATA
                   " PEDIDO " PEDIDO-FIXO-ULTIMO-PEDIDO
                   " " PEDIDO-FIXO-ULTIMO-RESULT.
           MOVE 1 TO ITEM-SUB.
           PERFORM EXIBE-ITEM-FIXO
               UNTIL ITEM-SUB > PEDIDO-FIXO-QTDE-ITENS
                  OR ITEM-SUB > 10.

       EXIBE-ITEM-FIXO.
           DISPLAY "       " PEDIDO-FIXO-PRODUTO (ITEM-SUB)
                   " X " PEDIDO-FIXO-QTDE (ITEM-SUB).
           ADD 1 TO ITEM-SUB.

           COPY "EMPPROC.cob".
