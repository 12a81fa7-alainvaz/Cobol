       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG174.
      *    MANUTENCAO DOS CONTRATOS DE ALUGUEL DE TERMINAIS
      *    (CONTRATOS.DAT) E DA TABELA DE INDICES DE PRECO
      *    (INDICES.DAT). O CONTRATO NASCE SOBRE UM TERMINAL JA
      *    ATRIBUIDO (ATRIBTERM.DAT, PROG86) - O CLIENTE VEM DA
      *    ATRIBUICAO - COM INICIO, PRAZO EM MESES, VALOR MENSAL,
      *    INDICE (IPCA OU IGPM), MES DE ANIVERSARIO (PADRAO O MES DO
      *    INICIO) E MULTA DE ENCERRAMENTO ANTECIPADO. RENOVAR SOMA
      *    MESES AO PRAZO E LIBERA NOVO AVISO DE RENOVACAO (PROG176);
      *    ENCERRAR ANTES DO FIM DO PRAZO CALCULA A MULTA SOBRE O
      *    VALOR DOS MESES QUE FALTAVAM E GUARDA NO CONTRATO. AS
      *    TAXAS MENSAIS DOS INDICES SAO LANCADAS AQUI A CADA
      *    DIVULGACAO; O REAJUSTE NO ANIVERSARIO E O PROG175.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "CTRSEL.cob".
           COPY "IDCSEL.cob".
           COPY "ATRSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "CTRREG.cob".
           COPY "IDCREG.cob".
           COPY "ATRREG.cob".

       WORKING-STORAGE SECTION.

       01  CONTRATO-FILE-STATUS    PIC XX.
       01  CONTRATO-PATH           PIC X(100).
       01  INDICE-FILE-STATUS      PIC XX.
       01  INDICE-PATH             PIC X(100).
       01  ATRIBUICAO-FILE-STATUS  PIC XX.
       01  OPCAO-MENU              PIC 9.
       01  FINAL-ARQUIVO           PIC X.
       01  TOTAL-LISTADOS          PIC 9(04) VALUE 0.

       01  DATA-HOJE               PIC 9(08).
       01  DATA-HOJE-R REDEFINES DATA-HOJE.
           05 HOJE-ANO             PIC 9(04).
           05 HOJE-MES             PIC 9(02).
           05 HOJE-DIA             PIC 9(02).
       01  DATA-INICIO-WS          PIC 9(08).
       01  DATA-INICIO-R REDEFINES DATA-INICIO-WS.
           05 INICIO-ANO           PIC 9(04).
           05 INICIO-MES           PIC 9(02).
           05 INICIO-DIA           PIC 9(02).

       01  TERMINAL-INFORMADO      PIC X(10).
       01  CLIENTE-INFORMADO       PIC 9(08).
       01  CLIENTE-DA-ATRIBUICAO   PIC 9(08).
       01  NOME-DA-ATRIBUICAO      PIC X(20).
       01  TERMINAL-ATRIBUIDO      PIC X.
       01  MESES-RENOVACAO         PIC 9(03).
       01  MESES-DECORRIDOS        PIC S9(05).
       01  MESES-QUE-FALTAM        PIC S9(05).
       01  CONFIRMA                PIC X.

       01  INDICE-INFORMADO        PIC X(04).
       01  COMPETENCIA-INFORMADA   PIC 9(06).
       01  MES-INFORMADO           PIC 9(02).
       01  TAXA-INFORMADA          PIC S9(03)V9(04).

       01  VALOR-EDITADO           PIC Z,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZZ,ZZZ,ZZ9.99.
       01  TAXA-EDITADA            PIC -ZZ9.9999.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "contratos.dat" TO CONTRATO-PATH.
           ACCEPT CONTRATO-PATH FROM ENVIRONMENT "CONTRATO_DAT".
           IF CONTRATO-PATH = SPACE
               MOVE "contratos.dat" TO CONTRATO-PATH
           END-IF.

           MOVE "indices.dat" TO INDICE-PATH.
           ACCEPT INDICE-PATH FROM ENVIRONMENT "INDICE_DAT".
           IF INDICE-PATH = SPACE
               MOVE "indices.dat" TO INDICE-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== CONTRATOS DE ALUGUEL DE TERMINAIS =====".
           DISPLAY "1 - INCLUIR CONTRATO".
           DISPLAY "2 - RENOVAR CONTRATO (SOMAR MESES AO PRAZO)".
           DISPLAY "3 - ENCERRAR CONTRATO".
           DISPLAY "4 - LISTAR CONTRATOS".
           DISPLAY "5 - LANCAR TAXA MENSAL DE INDICE".
           DISPLAY "6 - LISTAR TAXAS DE UM INDICE".
           DISPLAY "7 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-CONTRATO
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM RENOVA-CONTRATO
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM ENCERRA-CONTRATO
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-CONTRATOS
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM GRAVA-TAXA-INDICE
                   PERFORM EXIBE-MENU
               WHEN 6
                   PERFORM LISTA-TAXAS-INDICE
                   PERFORM EXIBE-MENU
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    BUSCA-ATRIBUICAO: O CONTRATO SO EXISTE SOBRE TERMINAL
      *    ATRIBUIDO - E O CLIENTE DO CONTRATO E O DA ATRIBUICAO.
       BUSCA-ATRIBUICAO.
           MOVE "N" TO TERMINAL-ATRIBUIDO.
           OPEN INPUT ARQUIVO-ATRIBUICAO.
           IF ATRIBUICAO-FILE-STATUS = "35"
               DISPLAY "ATRIBTERM.DAT NAO ENCONTRADO."
           ELSE
               MOVE TERMINAL-INFORMADO TO ATRIB-TERMINAL-CHAVE
               READ ARQUIVO-ATRIBUICAO
                   INVALID KEY
                       DISPLAY "TERMINAL " TERMINAL-INFORMADO
                               " NAO ESTA ATRIBUIDO A CLIENTE."
                   NOT INVALID KEY
                       MOVE "S" TO TERMINAL-ATRIBUIDO
                       MOVE ATRIB-CLIENTE-CODIGO
                           TO CLIENTE-DA-ATRIBUICAO
                       MOVE ATRIB-CLIENTE-NOME TO NOME-DA-ATRIBUICAO
                       DISPLAY "CLIENTE: " ATRIB-CLIENTE-CODIGO
                               " - " ATRIB-CLIENTE-NOME
               END-READ
               CLOSE ARQUIVO-ATRIBUICAO
           END-IF.

       ABRE-CONTRATOS-I-O.
           OPEN I-O ARQUIVO-CONTRATO.
           IF CONTRATO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-CONTRATO
               CLOSE ARQUIVO-CONTRATO
               OPEN I-O ARQUIVO-CONTRATO
           END-IF.

       INCLUI-CONTRATO.
           DISPLAY "TERMINAL: ".
           ACCEPT TERMINAL-INFORMADO.
           PERFORM BUSCA-ATRIBUICAO.
           IF TERMINAL-ATRIBUIDO = "S"
               MOVE SPACE TO CONTRATO-REGISTRO
               MOVE CLIENTE-DA-ATRIBUICAO TO CONTRATO-CLIENTE-CODIGO
               MOVE TERMINAL-INFORMADO TO CONTRATO-TERMINAL
               MOVE NOME-DA-ATRIBUICAO TO CONTRATO-CLIENTE-NOME
               PERFORM PEDE-DADOS-CONTRATO
               PERFORM VALIDA-E-GRAVA-CONTRATO
           END-IF.

       PEDE-DADOS-CONTRATO.
           DISPLAY "DATA DE INICIO (AAAAMMDD): ".
           ACCEPT CONTRATO-DATA-INICIO.
           DISPLAY "PRAZO EM MESES: ".
           ACCEPT CONTRATO-PRAZO-MESES.
           DISPLAY "VALOR MENSAL COMBINADO: ".
           ACCEPT CONTRATO-VALOR-MENSAL.
           DISPLAY "INDICE DE REAJUSTE (IPCA OU IGPM): ".
           ACCEPT CONTRATO-INDICE.
           DISPLAY "MES DE ANIVERSARIO (0 = MES DO INICIO): ".
           ACCEPT CONTRATO-MES-ANIVERSARIO.
           DISPLAY "MULTA DE ENCERRAMENTO ANTECIPADO (% SOBRE OS "
                   "MESES QUE FALTAREM): ".
           ACCEPT CONTRATO-MULTA-PERCENTUAL.
           MOVE "A" TO CONTRATO-SITUACAO.
           MOVE ZERO TO CONTRATO-ULTIMO-REAJUSTE.
           MOVE ZERO TO CONTRATO-VALOR-ANTERIOR.
           MOVE ZERO TO CONTRATO-DATA-ENCERRAMENTO.
           MOVE ZERO TO CONTRATO-VALOR-MULTA.
           MOVE ZERO TO CONTRATO-DATA-AVISO-RENOV.

       VALIDA-E-GRAVA-CONTRATO.
           MOVE CONTRATO-DATA-INICIO TO DATA-INICIO-WS.
           IF CONTRATO-DATA-INICIO NOT NUMERIC
                   OR INICIO-MES < 1 OR INICIO-MES > 12
                   OR INICIO-DIA < 1 OR INICIO-DIA > 31
               DISPLAY "DATA DE INICIO INVALIDA. NADA INCLUIDO."
           ELSE
               IF CONTRATO-PRAZO-MESES NOT NUMERIC
                       OR CONTRATO-PRAZO-MESES = 0
                       OR CONTRATO-VALOR-MENSAL NOT NUMERIC
                       OR CONTRATO-VALOR-MENSAL = 0
                   DISPLAY "PRAZO E VALOR SAO OBRIGATORIOS. NADA "
                           "INCLUIDO."
               ELSE
                   IF NOT CONTRATO-INDICE-VALIDO
                       DISPLAY "INDICE INVALIDO. NADA INCLUIDO."
                   ELSE
                       IF CONTRATO-MES-ANIVERSARIO NOT NUMERIC
                               OR CONTRATO-MES-ANIVERSARIO = 0
                           MOVE INICIO-MES
                               TO CONTRATO-MES-ANIVERSARIO
                       END-IF
                       IF CONTRATO-MULTA-PERCENTUAL NOT NUMERIC
                           MOVE ZERO TO CONTRATO-MULTA-PERCENTUAL
                       END-IF
                       PERFORM GRAVA-CONTRATO-NOVO
                   END-IF
               END-IF
           END-IF.

       GRAVA-CONTRATO-NOVO.
           IF CONTRATO-MES-ANIVERSARIO > 12
               DISPLAY "MES DE ANIVERSARIO INVALIDO. NADA INCLUIDO."
           ELSE
               PERFORM ABRE-CONTRATOS-I-O
               WRITE CONTRATO-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE CONTRATO DESTE CLIENTE "
                               "PARA ESTE TERMINAL."
                   NOT INVALID KEY
                       DISPLAY "CONTRATO INCLUIDO."
               END-WRITE
               CLOSE ARQUIVO-CONTRATO
           END-IF.

      *    LE-CONTRATO-DO-TERMINAL: PELA ATRIBUICAO ATUAL DO
      *    TERMINAL; O ARQUIVO FICA ABERTO EM I-O PARA QUEM CHAMOU.
       LE-CONTRATO-DO-TERMINAL.
           MOVE "N" TO CONFIRMA.
           DISPLAY "TERMINAL: ".
           ACCEPT TERMINAL-INFORMADO.
           DISPLAY "CODIGO DO CLIENTE: ".
           ACCEPT CLIENTE-INFORMADO.
           OPEN I-O ARQUIVO-CONTRATO.
           IF CONTRATO-FILE-STATUS = "35"
               DISPLAY "CONTRATOS.DAT NAO ENCONTRADO."
           ELSE
               MOVE CLIENTE-INFORMADO TO CONTRATO-CLIENTE-CODIGO
               MOVE TERMINAL-INFORMADO TO CONTRATO-TERMINAL
               READ ARQUIVO-CONTRATO
                   INVALID KEY
                       DISPLAY "CONTRATO NAO ENCONTRADO."
                   NOT INVALID KEY
                       IF CONTRATO-ENCERRADO
                           DISPLAY "CONTRATO JA ENCERRADO EM "
                                   CONTRATO-DATA-ENCERRAMENTO "."
                       ELSE
                           MOVE "S" TO CONFIRMA
                       END-IF
               END-READ
           END-IF.

       RENOVA-CONTRATO.
           PERFORM LE-CONTRATO-DO-TERMINAL.
           IF CONFIRMA = "S"
               DISPLAY "PRAZO ATUAL: " CONTRATO-PRAZO-MESES " MESES"
               DISPLAY "MESES A SOMAR: "
               ACCEPT MESES-RENOVACAO
               IF MESES-RENOVACAO NOT NUMERIC
                       OR MESES-RENOVACAO = 0
                   DISPLAY "NADA ALTERADO."
               ELSE
                   ADD MESES-RENOVACAO TO CONTRATO-PRAZO-MESES
                   MOVE ZERO TO CONTRATO-DATA-AVISO-RENOV
                   REWRITE CONTRATO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO RENOVAR O CONTRATO."
                       NOT INVALID KEY
                           DISPLAY "CONTRATO RENOVADO - PRAZO "
                                   CONTRATO-PRAZO-MESES " MESES."
                   END-REWRITE
               END-IF
           END-IF.
           IF CONTRATO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CONTRATO
           END-IF.

      *    ENCERRA-CONTRATO: MESES DECORRIDOS CONTADOS PELA
      *    COMPETENCIA (MES DE HOJE MENOS MES DO INICIO); O QUE
      *    FALTAR DO PRAZO PAGA A MULTA DO CONTRATO.
       ENCERRA-CONTRATO.
           PERFORM LE-CONTRATO-DO-TERMINAL.
           IF CONFIRMA = "S"
               MOVE CONTRATO-DATA-INICIO TO DATA-INICIO-WS
               COMPUTE MESES-DECORRIDOS =
                   (HOJE-ANO * 12 + HOJE-MES)
                   - (INICIO-ANO * 12 + INICIO-MES)
               COMPUTE MESES-QUE-FALTAM =
                   CONTRATO-PRAZO-MESES - MESES-DECORRIDOS
               MOVE ZERO TO CONTRATO-VALOR-MULTA
               IF MESES-QUE-FALTAM > 0
                   COMPUTE CONTRATO-VALOR-MULTA ROUNDED =
                       MESES-QUE-FALTAM * CONTRATO-VALOR-MENSAL
                       * CONTRATO-MULTA-PERCENTUAL / 100
                   MOVE CONTRATO-VALOR-MULTA TO VALOR-EDITADO-2
                   DISPLAY "ENCERRAMENTO ANTECIPADO - FALTAM "
                           MESES-QUE-FALTAM " MESES."
                   DISPLAY "MULTA CONTRATUAL: " VALOR-EDITADO-2
               ELSE
                   DISPLAY "PRAZO CUMPRIDO - SEM MULTA."
               END-IF
               DISPLAY "CONFIRMA O ENCERRAMENTO (S/N)? "
               ACCEPT CONFIRMA
               IF CONFIRMA = "S" OR CONFIRMA = "s"
                   MOVE "E" TO CONTRATO-SITUACAO
                   MOVE DATA-HOJE TO CONTRATO-DATA-ENCERRAMENTO
                   REWRITE CONTRATO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO ENCERRAR O CONTRATO."
                       NOT INVALID KEY
                           DISPLAY "CONTRATO ENCERRADO. RETIRE A "
                                   "ATRIBUICAO DO TERMINAL NO "
                                   "PROG86."
                   END-REWRITE
               ELSE
                   DISPLAY "NADA ALTERADO."
               END-IF
           END-IF.
           IF CONTRATO-FILE-STATUS NOT = "35"
               CLOSE ARQUIVO-CONTRATO
           END-IF.

       LISTA-CONTRATOS.
           DISPLAY "CODIGO DO CLIENTE (0 = TODOS): ".
           ACCEPT CLIENTE-INFORMADO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-CONTRATO.
           IF CONTRATO-FILE-STATUS = "35"
               DISPLAY "CONTRATOS.DAT NAO ENCONTRADO."
           ELSE
               DISPLAY "CLIENTE  TERMINAL   INICIO   PRAZO "
                       "       VALOR IND. ANIV S"
               DISPLAY "--------------------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-CONTRATO
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-CONTRATO
               DISPLAY "--------------------------------------------"
               DISPLAY "CONTRATOS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-CONTRATO.
           READ ARQUIVO-CONTRATO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF CLIENTE-INFORMADO = 0
                       OR CONTRATO-CLIENTE-CODIGO = CLIENTE-INFORMADO
                   ADD 1 TO TOTAL-LISTADOS
                   MOVE CONTRATO-VALOR-MENSAL TO VALOR-EDITADO
                   DISPLAY CONTRATO-CLIENTE-CODIGO " "
                           CONTRATO-TERMINAL " "
                           CONTRATO-DATA-INICIO " "
                           CONTRATO-PRAZO-MESES " "
                           VALOR-EDITADO " " CONTRATO-INDICE " "
                           CONTRATO-MES-ANIVERSARIO "   "
                           CONTRATO-SITUACAO
                   IF CONTRATO-ULTIMO-REAJUSTE NOT = 0
                       MOVE CONTRATO-VALOR-ANTERIOR TO VALOR-EDITADO
                       DISPLAY "    ULTIMO REAJUSTE "
                               CONTRATO-ULTIMO-REAJUSTE
                               " - VALOR ANTERIOR " VALOR-EDITADO
                   END-IF
                   IF CONTRATO-ENCERRADO
                       MOVE CONTRATO-VALOR-MULTA TO VALOR-EDITADO-2
                       DISPLAY "    ENCERRADO EM "
                               CONTRATO-DATA-ENCERRAMENTO
                               " - MULTA " VALOR-EDITADO-2
                   END-IF
               END-IF
           END-IF.

       GRAVA-TAXA-INDICE.
           DISPLAY "INDICE (IPCA OU IGPM): ".
           ACCEPT INDICE-INFORMADO.
           DISPLAY "COMPETENCIA (AAAAMM): ".
           ACCEPT COMPETENCIA-INFORMADA.
           COMPUTE MES-INFORMADO = COMPETENCIA-INFORMADA
               - (COMPETENCIA-INFORMADA / 100) * 100.
           IF INDICE-INFORMADO NOT = "IPCA"
                   AND INDICE-INFORMADO NOT = "IGPM"
               DISPLAY "INDICE INVALIDO. NADA GRAVADO."
           ELSE
               IF COMPETENCIA-INFORMADA NOT NUMERIC
                       OR MES-INFORMADO < 1 OR MES-INFORMADO > 12
                   DISPLAY "COMPETENCIA INVALIDA. NADA GRAVADO."
               ELSE
                   DISPLAY "TAXA DO MES EM % (EX.: +0000.4500 OU "
                           "-0000.1200): "
                   ACCEPT TAXA-INFORMADA
                   PERFORM GRAVA-REGISTRO-INDICE
               END-IF
           END-IF.

       GRAVA-REGISTRO-INDICE.
           OPEN I-O ARQUIVO-INDICE.
           IF INDICE-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-INDICE
               CLOSE ARQUIVO-INDICE
               OPEN I-O ARQUIVO-INDICE
           END-IF.
           MOVE INDICE-INFORMADO TO INDICE-CODIGO.
           MOVE COMPETENCIA-INFORMADA TO INDICE-COMPETENCIA.
           READ ARQUIVO-INDICE
               INVALID KEY
                   MOVE TAXA-INFORMADA TO INDICE-TAXA
                   MOVE DATA-HOJE TO INDICE-DATA-ALTERACAO
                   WRITE INDICE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A TAXA."
                       NOT INVALID KEY
                           DISPLAY "TAXA INCLUIDA."
                   END-WRITE
               NOT INVALID KEY
                   MOVE TAXA-INFORMADA TO INDICE-TAXA
                   MOVE DATA-HOJE TO INDICE-DATA-ALTERACAO
                   REWRITE INDICE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A TAXA."
                       NOT INVALID KEY
                           DISPLAY "TAXA ALTERADA."
                   END-REWRITE
           END-READ.
           CLOSE ARQUIVO-INDICE.

       LISTA-TAXAS-INDICE.
           DISPLAY "INDICE (IPCA OU IGPM): ".
           ACCEPT INDICE-INFORMADO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-INDICE.
           IF INDICE-FILE-STATUS = "35"
               DISPLAY "INDICES.DAT NAO ENCONTRADO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-TAXA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-INDICE
               DISPLAY "TAXAS LISTADAS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-TAXA.
           READ ARQUIVO-INDICE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF INDICE-CODIGO = INDICE-INFORMADO
                   ADD 1 TO TOTAL-LISTADOS
                   MOVE INDICE-TAXA TO TAXA-EDITADA
                   DISPLAY INDICE-CODIGO " " INDICE-COMPETENCIA " "
                           TAXA-EDITADA "%"
               END-IF
           END-IF.
