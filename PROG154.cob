      *    QUE E MELHOR TROCAR DO QUE CONSERTAR DE NOVO. O NUMERO
      *    VEM DE NUMOS.DAT. COMPETENCIA DO RELATORIO:
      *    PROG154-COMPETENCIA (AAAAMM), PADRAO O MES CORRENTE.
      *    A ORDEM ABERTA AQUI E CORRETIVA; AS PREVENTIVAS VEM DA
      *    PROGRAMACAO SEMANAL (PROG195) E FECHAM AQUI MESMO, MAS NAO
      *    CONTAM COMO REINCIDENCIA DO TERMINAL.
      *    NO FECHAMENTO O TECNICO INFORMA AS PECAS USADAS (CODIGO DE
      *    PRODUTOS.DAT E QUANTIDADE) E A MAO DE OBRA: CADA PECA BAIXA
      *    ESTOQUE.DAT E DEIXA SAIDA MOTIVO 05 (CONSERTO) NO LIVRO DE
      *    MOVIMENTOS COM O NUMERO DA ORDEM, COM O OPERADOR DA SESSAO;
      *    A ORDEM GUARDA AS PECAS, O CUSTO DELAS E A MAO DE OBRA.
      *    O TECNICO DEIXA DE SER TEXTO LIVRE: E O CODIGO DO CADASTRO
      *    DE TECNICOS (TECNICOS.DAT, PROG206), E SO PEGA A ORDEM -
      *    NA ATRIBUICAO (OPCAO 4) OU NO FECHAMENTO - O TECNICO ATIVO
      *    COM CERTIFICACAO EM VIGOR PARA O MODELO DO TERMINAL
      *    (TERMINAL SEM MODELO: QUALQUER CERTIFICACAO EM VIGOR). A
      *    PRODUTIVIDADE POR TECNICO E O PROG207.
      *    AS PECAS SAEM DO DEPOSITO PRINCIPAL (ESTDEP.DAT), ONDE
      *    FICA A OFICINA.
      *    NO FECHAMENTO DA CORRETIVA O TECNICO PODE TER TROCADO O
      *    TERMINAL: O CLIENTE PASSA PARA O SUBSTITUTO NA HORA E O
      *    HISTORICO DOS DOIS (HISTTERM.DAT, HTMPROC) LEVA O NUMERO
      *    DA ORDEM - A MESMA TROCA DA OPCAO 4 DO PROG86.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "DEFSEL.cob".
           COPY "TERMSEL.cob".
           COPY "ATRSEL.cob".
           COPY "CTRSEL.cob".
           COPY "PRODSEL.cob".
           COPY "ESTSEL.cob".
           COPY "MOVSEL.cob".
           COPY "SESSEL.cob".
           COPY "TECSEL.cob".
           COPY "EDPSEL.cob".
           COPY "HTMSEL.cob".
           SELECT OPTIONAL ARQUIVO-NUMERO-OS
               ASSIGN TO "numos.dat"
               ORGANIZATION IS SEQUENTIAL
           COPY "DEFREG.cob".
           COPY "TERMREG.cob".
           COPY "ATRREG.cob".
           COPY "CTRREG.cob".
           COPY "PRODREG.cob".
           COPY "ESTREG.cob".
           COPY "MOVREG.cob".
           COPY "SESREG.cob".
           COPY "TECREG.cob".
           COPY "EDPREG.cob".
           COPY "HTMREG.cob".

       FD  ARQUIVO-NUMERO-OS.
       01  NUMERO-OS-REGISTRO.
       01  TERMINAL-FILE-STATUS      PIC XX.
       01  ATRIBUICAO-FILE-STATUS    PIC XX.
       01  NUMERO-OS-FILE-STATUS     PIC XX.
       01  PRODUTO-FILE-STATUS       PIC XX.
       01  PRODUTO-PATH              PIC X(100).
       01  ESTOQUE-FILE-STATUS       PIC XX.
       01  ESTOQUE-PATH              PIC X(100).
       01  MOVESTOQUE-FILE-STATUS    PIC XX.
       01  MOVESTOQUE-PATH           PIC X(100).
       01  SESSAO-FILE-STATUS        PIC XX.
       01  TECNICO-FILE-STATUS       PIC XX.
       01  TECNICO-PATH              PIC X(100).
       01  CONTRATO-FILE-STATUS      PIC XX.
       01  CONTRATO-PATH             PIC X(100).
       01  OPERADOR-ID               PIC X(10).
       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).
       01  TERMINAL-VALIDO           PIC X.
       01  DEFEITO-VALIDO            PIC X.

      *    TECNICO DA ORDEM.
       01  TECNICO-INFORMADO         PIC 9(05).
       01  TECNICO-VALIDO            PIC X.
       01  MODELO-DA-ORDEM           PIC X(10).
       01  CERT-SUB                  PIC 9(02).
       01  CERT-EM-VIGOR             PIC X.

      *    PECAS DO FECHAMENTO.
       01  PECA-INFORMADA            PIC 9(05).
       01  QTDE-PECA-INFORMADA       PIC 9(05).
       01  FIM-DAS-PECAS             PIC X.
       01  PECA-SUB                  PIC 9(02).
       01  VALOR-EDITADO             PIC $$,$$$,$$$,$$9.99.

      *    TROCA DO TERMINAL NO FECHAMENTO.
       01  HOUVE-TROCA               PIC X.

       01  NUMERO-OS-GERADO          PIC 9(07).
       01  PROXIMA-SEQUENCIA-OS      PIC 9(07) VALUE 0.

       01  MEDIA-EDITADA             PIC ZZZ9.9.
       01  TOS-SUB                   PIC 9(03).

           COPY "EDPWRK.cob".
           COPY "HTMWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM INICIALIZA-OPERADOR.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
               MOVE "defeitos.dat" TO DEFEITO-PATH
           END-IF.

           MOVE "produtos.dat" TO PRODUTO-PATH.
           ACCEPT PRODUTO-PATH FROM ENVIRONMENT "PRODUTO_DAT".
           IF PRODUTO-PATH = SPACE
               MOVE "produtos.dat" TO PRODUTO-PATH
           END-IF.

           MOVE "estoque.dat" TO ESTOQUE-PATH.
           ACCEPT ESTOQUE-PATH FROM ENVIRONMENT "ESTOQUE_DAT".
           IF ESTOQUE-PATH = SPACE
               MOVE "estoque.dat" TO ESTOQUE-PATH
           END-IF.

           MOVE "movestoque.dat" TO MOVESTOQUE-PATH.
           ACCEPT MOVESTOQUE-PATH FROM ENVIRONMENT "MOVESTOQUE_DAT".
           IF MOVESTOQUE-PATH = SPACE
               MOVE "movestoque.dat" TO MOVESTOQUE-PATH
           END-IF.

           MOVE "tecnicos.dat" TO TECNICO-PATH.
           ACCEPT TECNICO-PATH FROM ENVIRONMENT "TECNICO_DAT".
           IF TECNICO-PATH = SPACE
               MOVE "tecnicos.dat" TO TECNICO-PATH
           END-IF.

           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-ESTDEP.

      *    INICIALIZA-OPERADOR: A IDENTIDADE VEM DA SESSAO
      *    AUTENTICADA PELO PROG20 (SESSAO.DAT); A VARIAVEL DE
      *    AMBIENTE SO VALE COMO RESERVA QUANDO NAO HA SESSAO.
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
           MOVE "PROG154" TO HISTTERM-PROGRAMA-WS.
           MOVE OPERADOR-ID TO HISTTERM-OPERADOR-WS.

       EXIBE-MENU.
           DISPLAY "===== ORDENS DE SERVICO DE TERMINAL =====".
           DISPLAY "1 - ABRIR ORDEM".
           DISPLAY "2 - FECHAR ORDEM".
           DISPLAY "3 - RELATORIO MENSAL".
           DISPLAY "4 - ATRIBUIR TECNICO A ORDEM".
           DISPLAY "5 - MANUTENCAO DA TABELA DE DEFEITOS".
           DISPLAY "6 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

                   PERFORM RELATORIO-MENSAL
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM ATRIBUI-TECNICO
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM MANTEM-DEFEITOS
                   PERFORM EXIBE-MENU
               WHEN 6
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
           IF DEFEITO-FILE-STATUS = "35"
               DISPLAY "DEFEITOS.DAT NAO ENCONTRADO. CODIGO ACEITO "
                       "SEM VALIDACAO - CADASTRE A TABELA NA OPCAO "
                       "5."
               MOVE "S" TO DEFEITO-VALIDO
           ELSE
               MOVE DEFEITO-INFORMADO TO DEFEITO-CODIGO
           MOVE DATA-HOJE TO OS-DATA-ABERTURA.
           MOVE ZERO TO OS-DATA-FECHAMENTO.
           MOVE "A" TO OS-SITUACAO.
           MOVE "C" TO OS-TIPO.
           MOVE ZERO TO OS-QTDE-PECAS.
           MOVE ZERO TO OS-CUSTO-PECAS.
           MOVE ZERO TO OS-CUSTO-MAO-OBRA.
           MOVE ZERO TO OS-TECNICO-CODIGO.
           WRITE ORDEM-SERVICO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A ORDEM."
           IF OS-FECHADA
               DISPLAY "ORDEM JA FECHADA EM " OS-DATA-FECHAMENTO "."
           ELSE
               IF OS-PREVENTIVA
                   DISPLAY "ORDEM PREVENTIVA DO PLANO " OS-PLANO
                           " - TERMINAL " OS-TERMINAL-CHAVE
               END-IF
               PERFORM TECNICO-DO-FECHAMENTO
               IF TECNICO-VALIDO = "S"
                   PERFORM CONCLUI-FECHAMENTO
               ELSE
                   DISPLAY "ORDEM NAO FECHADA."
               END-IF
           END-IF.

      *    TECNICO-DO-FECHAMENTO: ZERO FICA COM O TECNICO ATRIBUIDO,
      *    QUE E CONFERIDO DE NOVO - A CERTIFICACAO PODE TER VENCIDO
      *    DESDE A ATRIBUICAO.
       TECNICO-DO-FECHAMENTO.
           IF OS-TECNICO-CODIGO IS NOT NUMERIC
               MOVE ZERO TO OS-TECNICO-CODIGO
           END-IF.
           IF OS-TECNICO-CODIGO NOT = 0
               DISPLAY "TECNICO ATRIBUIDO: " OS-TECNICO-CODIGO " - "
                       OS-TECNICO
               DISPLAY "CODIGO DO TECNICO (0 = O ATRIBUIDO): "
           ELSE
               DISPLAY "CODIGO DO TECNICO: "
           END-IF.
           ACCEPT TECNICO-INFORMADO.
           IF TECNICO-INFORMADO = 0
               MOVE OS-TECNICO-CODIGO TO TECNICO-INFORMADO
           END-IF.
           PERFORM VALIDA-TECNICO.
           IF TECNICO-VALIDO = "S"
               MOVE TECNICO-CODIGO TO OS-TECNICO-CODIGO
               MOVE TECNICO-NOME TO OS-TECNICO
           END-IF.

       CONCLUI-FECHAMENTO.
           DISPLAY "RESOLUCAO: ".
           ACCEPT OS-RESOLUCAO.
           PERFORM INFORMA-PECAS.
           DISPLAY "VALOR DA MAO DE OBRA: ".
           ACCEPT OS-CUSTO-MAO-OBRA.
           MOVE DATA-HOJE TO OS-DATA-FECHAMENTO.
           MOVE "F" TO OS-SITUACAO.
           REWRITE ORDEM-SERVICO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO FECHAR A ORDEM."
               NOT INVALID KEY
                   PERFORM BAIXA-ESTOQUE-PECAS
                   COMPUTE VALOR-EDITADO =
                       OS-CUSTO-PECAS + OS-CUSTO-MAO-OBRA
                   DISPLAY "ORDEM FECHADA. CUSTO DO CONSERTO: "
                           VALOR-EDITADO
                   IF OS-CORRETIVA
                       PERFORM OFERECE-TROCA-TERMINAL
                   END-IF
           END-REWRITE.

      *    OFERECE-TROCA-TERMINAL: TERMINAL SEM CONSERTO NO LOCAL
      *    SAI DO CLIENTE E O SUBSTITUTO ENTRA, COM A ORDEM NO
      *    HISTORICO DOS DOIS.
       OFERECE-TROCA-TERMINAL.
           DISPLAY "O TERMINAL FOI TROCADO NO ATENDIMENTO (S/N)? ".
           ACCEPT HOUVE-TROCA.
           IF HOUVE-TROCA = "S" OR HOUVE-TROCA = "s"
               MOVE OS-TERMINAL-CHAVE TO TROCA-TERMINAL-ANTIGO
               DISPLAY "CHAVE DO TERMINAL SUBSTITUTO: "
               ACCEPT TROCA-TERMINAL-NOVO
               MOVE SPACE TO HISTTERM-MOTIVO-WS
               STRING "TROCA NA OS DEFEITO " DELIMITED BY SIZE
                      OS-DEFEITO DELIMITED BY SIZE
                   INTO HISTTERM-MOTIVO-WS
               MOVE OS-NUMERO TO HISTTERM-OS-WS
               PERFORM EFETIVA-TROCA-TERMINAL
               IF TROCA-EFETIVADA NOT = "S"
                   DISPLAY "TROCA NAO EFETIVADA - A ORDEM FICOU "
                           "FECHADA; FACA A TROCA PELO PROG86."
               END-IF
           END-IF.

      *    ATRIBUI-TECNICO: O TECNICO PEGA A ORDEM ABERTA; A TROCA
      *    DE TECNICO E UMA NOVA ATRIBUICAO.
       ATRIBUI-TECNICO.
           DISPLAY "NUMERO DA ORDEM: ".
           ACCEPT NUMERO-INFORMADO.
           OPEN I-O ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               DISPLAY "ORDEMSERV.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-ORDEM-SERVICO
           ELSE
               MOVE NUMERO-INFORMADO TO OS-NUMERO
               READ ARQUIVO-ORDEM-SERVICO
                   INVALID KEY
                       DISPLAY "ORDEM NAO ENCONTRADA."
                   NOT INVALID KEY
                       PERFORM EFETIVA-ATRIBUICAO
               END-READ
               CLOSE ARQUIVO-ORDEM-SERVICO
           END-IF.

       EFETIVA-ATRIBUICAO.
           IF OS-FECHADA
               DISPLAY "ORDEM JA FECHADA EM " OS-DATA-FECHAMENTO "."
           ELSE
               DISPLAY "CODIGO DO TECNICO: "
               ACCEPT TECNICO-INFORMADO
               PERFORM VALIDA-TECNICO
               IF TECNICO-VALIDO = "S"
                   MOVE TECNICO-CODIGO TO OS-TECNICO-CODIGO
                   MOVE TECNICO-NOME TO OS-TECNICO
                   REWRITE ORDEM-SERVICO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ATRIBUICAO."
                       NOT INVALID KEY
                           DISPLAY "ORDEM " OS-NUMERO " ATRIBUIDA A "
                                   TECNICO-NOME "."
                   END-REWRITE
               END-IF
           END-IF.

      *    VALIDA-TECNICO: TECNICO ATIVO, COM CERTIFICACAO EM VIGOR
      *    (VALIDADE A PARTIR DE HOJE) NO MODELO DO TERMINAL DA ORDEM.
      *    TERMINAL SEM MODELO INFORMADO ACEITA QUALQUER CERTIFICACAO
      *    EM VIGOR.
       VALIDA-TECNICO.
           MOVE "N" TO TECNICO-VALIDO.
           MOVE SPACE TO MODELO-DA-ORDEM.
           OPEN INPUT ARQUIVO-TERMINAL.
           IF TERMINAL-FILE-STATUS NOT = "35"
               MOVE OS-TERMINAL-CHAVE TO TERMINAL-CHAVE
               READ ARQUIVO-TERMINAL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TERMINAL-MODELO TO MODELO-DA-ORDEM
               END-READ
               CLOSE ARQUIVO-TERMINAL
           END-IF.
           OPEN INPUT ARQUIVO-TECNICO.
           IF TECNICO-FILE-STATUS = "35"
               DISPLAY "TECNICOS.DAT NAO ENCONTRADO - CADASTRE OS "
                       "TECNICOS NO PROG206."
           ELSE
               MOVE TECNICO-INFORMADO TO TECNICO-CODIGO
               READ ARQUIVO-TECNICO
                   INVALID KEY
                       DISPLAY "TECNICO NAO CADASTRADO."
                   NOT INVALID KEY
                       PERFORM CONFERE-CERTIFICACAO
               END-READ
               CLOSE ARQUIVO-TECNICO
           END-IF.

       CONFERE-CERTIFICACAO.
           IF TECNICO-QTDE-CERT IS NOT NUMERIC
               MOVE 0 TO TECNICO-QTDE-CERT
           END-IF.
           MOVE "N" TO CERT-EM-VIGOR.
           MOVE 1 TO CERT-SUB.
           PERFORM EXAMINA-CERTIFICACAO
               UNTIL CERT-SUB > TECNICO-QTDE-CERT
                  OR CERT-EM-VIGOR = "S".
           EVALUATE TRUE
               WHEN NOT TECNICO-ATIVO
                   DISPLAY "TECNICO " TECNICO-NOME " INATIVO."
               WHEN CERT-EM-VIGOR NOT = "S"
                   DISPLAY "TECNICO " TECNICO-NOME " SEM "
                           "CERTIFICACAO EM VIGOR PARA O MODELO "
                           MODELO-DA-ORDEM "."
               WHEN OTHER
                   MOVE "S" TO TECNICO-VALIDO
                   DISPLAY "TECNICO: " TECNICO-NOME
           END-EVALUATE.

       EXAMINA-CERTIFICACAO.
           IF TECNICO-CERT-VALIDADE (CERT-SUB) >= DATA-HOJE
               IF MODELO-DA-ORDEM = SPACE
                       OR TECNICO-CERT-MODELO (CERT-SUB) =
                          MODELO-DA-ORDEM
                   MOVE "S" TO CERT-EM-VIGOR
               END-IF
           END-IF.
           ADD 1 TO CERT-SUB.

      *    INFORMA-PECAS: ATE 10 PECAS, CODIGO ZERO ENCERRA. SO
      *    PRODUTO ATIVO DO CATALOGO; O CUSTO UNITARIO E O DE COMPRA
      *    (PRODUTO-CUSTO) NA DATA DO FECHAMENTO.
       INFORMA-PECAS.
           MOVE ZERO TO OS-QTDE-PECAS.
           MOVE ZERO TO OS-CUSTO-PECAS.
           MOVE 1 TO PECA-SUB.
           PERFORM LIMPA-PECA
               UNTIL PECA-SUB > 10.
           OPEN INPUT ARQUIVO-PRODUTO.
           IF PRODUTO-FILE-STATUS = "35"
               DISPLAY "PRODUTOS.DAT NAO ENCONTRADO. ORDEM FECHADA "
                       "SEM PECAS."
           ELSE
               MOVE "N" TO FIM-DAS-PECAS
               PERFORM INFORMA-UMA-PECA
                   UNTIL FIM-DAS-PECAS = "S"
           END-IF.
           CLOSE ARQUIVO-PRODUTO.

       LIMPA-PECA.
           MOVE ZERO TO OS-PECA-PRODUTO (PECA-SUB).
           MOVE ZERO TO OS-PECA-QTDE (PECA-SUB).
           MOVE ZERO TO OS-PECA-CUSTO (PECA-SUB).
           ADD 1 TO PECA-SUB.

       INFORMA-UMA-PECA.
           IF OS-QTDE-PECAS = 10
               DISPLAY "LIMITE DE 10 PECAS POR ORDEM."
               MOVE "S" TO FIM-DAS-PECAS
           ELSE
               DISPLAY "CODIGO DA PECA (0 ENCERRA): "
               ACCEPT PECA-INFORMADA
               IF PECA-INFORMADA = 0
                   MOVE "S" TO FIM-DAS-PECAS
               ELSE
                   PERFORM VALIDA-PECA
               END-IF
           END-IF.

       VALIDA-PECA.
           MOVE PECA-INFORMADA TO PRODUTO-CODIGO.
           READ ARQUIVO-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO NAO ENCONTRADO."
               NOT INVALID KEY
                   IF PRODUTO-INATIVO
                       DISPLAY "PRODUTO INATIVO."
                   ELSE
                       DISPLAY "PECA: " PRODUTO-DESCRICAO
                       DISPLAY "QUANTIDADE: "
                       ACCEPT QTDE-PECA-INFORMADA
                       IF QTDE-PECA-INFORMADA = 0
                           DISPLAY "QUANTIDADE ZERO. PECA IGNORADA."
                       ELSE
                           PERFORM GUARDA-PECA
                       END-IF
                   END-IF
           END-READ.

       GUARDA-PECA.
           ADD 1 TO OS-QTDE-PECAS.
           MOVE OS-QTDE-PECAS TO PECA-SUB.
           MOVE PECA-INFORMADA TO OS-PECA-PRODUTO (PECA-SUB).
           MOVE QTDE-PECA-INFORMADA TO OS-PECA-QTDE (PECA-SUB).
           IF PRODUTO-CUSTO IS NUMERIC
               MOVE PRODUTO-CUSTO TO OS-PECA-CUSTO (PECA-SUB)
           END-IF.
           COMPUTE OS-CUSTO-PECAS = OS-CUSTO-PECAS
               + OS-PECA-QTDE (PECA-SUB) * OS-PECA-CUSTO (PECA-SUB).

      *    BAIXA-ESTOQUE-PECAS: CADA PECA DESCE O SALDO EM
      *    ESTOQUE.DAT E DEIXA A SAIDA NO LIVRO DE MOVIMENTOS COM O
      *    NUMERO DA ORDEM COMO DOCUMENTO, COMO A FATURA NO PROG66.
      *    PECA SEM FICHA DE ESTOQUE SAI AVISADA E FICA SO NA ORDEM.
       BAIXA-ESTOQUE-PECAS.
           IF OS-QTDE-PECAS NOT = 0
               OPEN I-O ARQUIVO-ESTOQUE
               IF ESTOQUE-FILE-STATUS = "35"
                   DISPLAY "ESTOQUE.DAT NAO ENCONTRADO. PECAS NAO "
                           "BAIXADAS."
                   CLOSE ARQUIVO-ESTOQUE
               ELSE
                   OPEN EXTEND ARQUIVO-MOVESTOQUE
                   IF MOVESTOQUE-FILE-STATUS = "35"
                       CLOSE ARQUIVO-MOVESTOQUE
                       OPEN OUTPUT ARQUIVO-MOVESTOQUE
                   END-IF
                   MOVE 1 TO PECA-SUB
                   PERFORM BAIXA-ESTOQUE-PECA
                       UNTIL PECA-SUB > OS-QTDE-PECAS
                   CLOSE ARQUIVO-MOVESTOQUE
                   CLOSE ARQUIVO-ESTOQUE
               END-IF
           END-IF.

       BAIXA-ESTOQUE-PECA.
           MOVE OS-PECA-PRODUTO (PECA-SUB) TO ESTOQUE-PRODUTO-CODIGO.
           READ ARQUIVO-ESTOQUE
               INVALID KEY
                   DISPLAY "PECA " OS-PECA-PRODUTO (PECA-SUB)
                           " SEM FICHA DE ESTOQUE - NAO BAIXADA."
               NOT INVALID KEY
                   SUBTRACT OS-PECA-QTDE (PECA-SUB) FROM ESTOQUE-SALDO
                   MOVE DATA-HOJE TO ESTOQUE-DATA-ATUALIZACAO
                   REWRITE ESTOQUE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO BAIXAR O ESTOQUE DA PECA "
                                   ESTOQUE-PRODUTO-CODIGO "."
                       NOT INVALID KEY
                           PERFORM GRAVA-MOVIMENTO-CONSERTO
                           MOVE 0 TO DEP-DEPOSITO
                           MOVE OS-PECA-PRODUTO (PECA-SUB)
                               TO DEP-PRODUTO
                           COMPUTE DEP-DELTA-SALDO =
                               0 - OS-PECA-QTDE (PECA-SUB)
                           PERFORM MOVIMENTA-ESTOQUE-DEPOSITO
                   END-REWRITE
           END-READ.
           ADD 1 TO PECA-SUB.

       GRAVA-MOVIMENTO-CONSERTO.
           MOVE "S" TO MOVESTOQUE-TIPO.
           MOVE OS-PECA-PRODUTO (PECA-SUB) TO MOVESTOQUE-PRODUTO.
           MOVE OS-PECA-QTDE (PECA-SUB)    TO MOVESTOQUE-QTDE.
           MOVE "05"                       TO MOVESTOQUE-MOTIVO.
           MOVE OS-NUMERO                  TO MOVESTOQUE-DOCUMENTO.
           MOVE DATA-HOJE                  TO MOVESTOQUE-DATA.
           ACCEPT MOVESTOQUE-HORA FROM TIME.
           MOVE OPERADOR-ID                TO MOVESTOQUE-OPERADOR.
           MOVE ZERO                       TO MOVESTOQUE-CUSTO.
           MOVE DEP-PRINCIPAL              TO MOVESTOQUE-DEPOSITO.
           WRITE MOVESTOQUE-REGISTRO.

      *    RELATORIO-MENSAL: ABERTAS, TEMPO MEDIO DAS FECHADAS NA
      *    COMPETENCIA (30/360) E REINCIDENTES (3+ ORDENS).
       RELATORIO-MENSAL.
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OS-CORRETIVA
                   PERFORM ACUMULA-TERMINAL-OS
               END-IF
               IF OS-ABERTA
                   ADD 1 TO TOTAL-ABERTAS
                   DISPLAY "ABERTA: OS " OS-NUMERO " TERMINAL "
                           OS-TERMINAL-CHAVE " DESDE "
                           OS-DATA-ABERTURA " DEFEITO " OS-DEFEITO
                           " TIPO " OS-TIPO
               ELSE
                   COMPUTE COMPETENCIA-FECHAMENTO =
                       OS-DATA-FECHAMENTO / 100
               DISPLAY "TEMPO MEDIO DE CONSERTO.: " MEDIA-EDITADA
                       " DIA(S)"
           END-IF.
           DISPLAY "TERMINAIS REINCIDENTES (3+ ORDENS CORRETIVAS):".
           MOVE 1 TO TOS-SUB.
           PERFORM IMPRIME-UM-REINCIDENTE
               UNTIL TOS-SUB > QTDE-TERMINAIS-OS.
               DISPLAY DEFEITO-CODIGO " " DEFEITO-DESCRICAO " "
                       DEFEITO-STATUS
           END-IF.

           COPY "EDPPROC.cob".

           COPY "HTMPROC.cob".
