       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG185.
      *    MANUTENCAO DO REGISTRO DO IMOBILIZADO (IMOBILIZADO.DAT):
      *    INCLUSAO DO BEM - TERMINAL ALUGADO CONFERIDO EM
      *    TERMINAIS.DAT (UM REGISTRO ATIVO POR TERMINAL) OU OUTRO
      *    EQUIPAMENTO -, COM O FORNECEDOR DE FORNECEDORES.DAT E A
      *    ORDEM DE COMPRA DE ORDEMCOMPRA.DAT, QUE PRECISA SER DO
      *    MESMO FORNECEDOR; ALTERACAO DA DESCRICAO, DA VIDA UTIL
      *    (REVISAO DAQUI PARA A FRENTE) E DO METODO (SO ANTES DA
      *    PRIMEIRA DEPRECIACAO); BAIXA POR SUCATA OU VENDA, COM O
      *    GANHO OU A PERDA SOBRE O VALOR CONTABIL GRAVADO NO BEM E
      *    NO LIVRO (MOVIMOB.DAT). NA BAIXA DE TERMINAL SAI TAMBEM O
      *    HISTORICO DE ORDENS DE SERVICO (ORDEMSERV.DAT) - 3 OU MAIS
      *    E O REINCIDENTE DO PROG154. A DEPRECIACAO MENSAL E O
      *    PROG186.
      *    A ORDEM DO BEM PRECISA ESTAR LIBERADA: RASCUNHO, ORDEM
      *    AGUARDANDO APROVACAO E ORDEM RECUSADA (PROG211) NAO VALEM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "IMBSEL.cob".
           COPY "MIMSEL.cob".
           COPY "TERMSEL.cob".
           COPY "FORSEL.cob".
           COPY "OCSEL.cob".
           COPY "OSSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "IMBREG.cob".
           COPY "MIMREG.cob".
           COPY "TERMREG.cob".
           COPY "FORREG.cob".
           COPY "OCREG.cob".
           COPY "OSREG.cob".

       WORKING-STORAGE SECTION.

       01  IMOBILIZADO-FILE-STATUS   PIC XX.
       01  IMOBILIZADO-PATH          PIC X(100).
       01  MOVIMOB-FILE-STATUS       PIC XX.
       01  MOVIMOB-PATH              PIC X(100).
       01  TERMINAL-FILE-STATUS      PIC XX.
       01  FORNECEDOR-FILE-STATUS    PIC XX.
       01  FORNECEDOR-PATH           PIC X(100).
       01  ORDEM-COMPRA-FILE-STATUS  PIC XX.
       01  ORDEM-COMPRA-PATH         PIC X(100).
       01  ORDEM-SERVICO-FILE-STATUS PIC XX.
       01  ORDEM-SERVICO-PATH        PIC X(100).

       01  OPCAO-MENU                PIC 9.
       01  FINAL-ARQUIVO             PIC X.
       01  DATA-HOJE                 PIC 9(08).
       01  TOTAL-LISTADOS            PIC 9(05) VALUE 0.

       01  CODIGO-INFORMADO          PIC 9(06).
       01  TIPO-INFORMADO            PIC X(01).
       01  TERMINAL-INFORMADO        PIC X(10).
       01  FORNECEDOR-INFORMADO      PIC 9(05).
       01  OC-INFORMADA              PIC 9(07).
       01  TERMINAL-VALIDO           PIC X.
       01  FORNECEDOR-VALIDO         PIC X.
       01  OC-VALIDA                 PIC X.

       01  DATA-INFORMADA            PIC 9(08).
       01  FILLER REDEFINES DATA-INFORMADA.
           05 INFORMADA-ANO          PIC 9(04).
           05 INFORMADA-MES          PIC 9(02).
           05 INFORMADA-DIA          PIC 9(02).

      *    ALTERACAO: ENTER (OU ZERO) MANTEM O ATUAL.
       01  NOVA-DESCRICAO            PIC X(30).
       01  NOVA-VIDA-UTIL            PIC 9(03).
       01  NOVO-METODO               PIC X(01).

      *    BAIXA.
       01  VALOR-CONTABIL            PIC 9(09)V9(02).
       01  VALOR-VENDA-INFORMADO     PIC 9(09)V9(02).
       01  RESULTADO-BAIXA           PIC S9(09)V9(02).
       01  COMPETENCIA-BAIXA         PIC 9(06).
       01  COMPETENCIA-ANTERIOR      PIC 9(06).
       01  QTDE-ORDENS-TERMINAL      PIC 9(05).
       01  CONFIRMA-BAIXA            PIC X.

       01  VALOR-EDITADO             PIC ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2           PIC ZZZ,ZZZ,ZZ9.99.
       01  RESULTADO-EDITADO         PIC -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
           MOVE "imobilizado.dat" TO IMOBILIZADO-PATH.
           ACCEPT IMOBILIZADO-PATH FROM ENVIRONMENT "IMOBILIZADO_DAT".
           IF IMOBILIZADO-PATH = SPACE
               MOVE "imobilizado.dat" TO IMOBILIZADO-PATH
           END-IF.

           MOVE "movimob.dat" TO MOVIMOB-PATH.
           ACCEPT MOVIMOB-PATH FROM ENVIRONMENT "MOVIMOB_DAT".
           IF MOVIMOB-PATH = SPACE
               MOVE "movimob.dat" TO MOVIMOB-PATH
           END-IF.

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

           MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH.
           ACCEPT ORDEM-COMPRA-PATH FROM ENVIRONMENT "ORDEMCOMPRA_DAT".
           IF ORDEM-COMPRA-PATH = SPACE
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH.
           ACCEPT ORDEM-SERVICO-PATH FROM ENVIRONMENT "ORDEMSERV_DAT".
           IF ORDEM-SERVICO-PATH = SPACE
               MOVE "ordemserv.dat" TO ORDEM-SERVICO-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== REGISTRO DO IMOBILIZADO =====".
           DISPLAY "1 - INCLUIR BEM".
           DISPLAY "2 - ALTERAR BEM".
           DISPLAY "3 - BAIXAR BEM (SUCATA OU VENDA)".
           DISPLAY "4 - LISTAR REGISTRO".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-BEM
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-BEM
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM BAIXA-BEM
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-IMOBILIZADO
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    INCLUI-BEM: IDENTIFICACAO, FORNECEDOR E ORDEM CONFERIDOS
      *    UM A UM, COMO NO LANCAMENTO DE TITULO DO PROG105; SO
      *    ENTAO OS VALORES.
       INCLUI-BEM.
           DISPLAY "CODIGO DO BEM: ".
           ACCEPT CODIGO-INFORMADO.
           DISPLAY "TIPO (T=TERMINAL ALUGADO O=OUTRO EQUIPAMENTO): ".
           MOVE SPACE TO TIPO-INFORMADO.
           ACCEPT TIPO-INFORMADO.
           MOVE SPACE TO TERMINAL-INFORMADO.
           MOVE "N" TO TERMINAL-VALIDO.
           EVALUATE TIPO-INFORMADO
               WHEN "T"
                   PERFORM VALIDA-TERMINAL
                   IF TERMINAL-VALIDO = "S"
                       PERFORM VERIFICA-TERMINAL-REGISTRADO
                   END-IF
               WHEN "O"
                   MOVE "S" TO TERMINAL-VALIDO
               WHEN OTHER
                   DISPLAY "TIPO INVALIDO. NADA INCLUIDO."
           END-EVALUATE.

           IF TERMINAL-VALIDO = "S"
               DISPLAY "CODIGO DO FORNECEDOR: "
               ACCEPT FORNECEDOR-INFORMADO
               PERFORM VALIDA-FORNECEDOR
               IF FORNECEDOR-VALIDO = "S"
                   DISPLAY "ORDEM DE COMPRA DA AQUISICAO (0 SE NAO "
                           "HOUVER): "
                   ACCEPT OC-INFORMADA
                   IF OC-INFORMADA NOT = 0
                       PERFORM VALIDA-OC-FORNECEDOR
                   ELSE
                       MOVE "S" TO OC-VALIDA
                   END-IF
                   IF OC-VALIDA = "S"
                       PERFORM COMPLETA-INCLUSAO-BEM
                   END-IF
               END-IF
           END-IF.

       VALIDA-TERMINAL.
           DISPLAY "CHAVE DO TERMINAL: ".
           ACCEPT TERMINAL-INFORMADO.
           OPEN INPUT ARQUIVO-TERMINAL.
           IF TERMINAL-FILE-STATUS = "35"
               DISPLAY "TERMINAIS.DAT NAO ENCONTRADO."
           ELSE
               MOVE TERMINAL-INFORMADO TO TERMINAL-CHAVE
               READ ARQUIVO-TERMINAL
                   INVALID KEY
                       DISPLAY "TERMINAL NAO ENCONTRADO."
                   NOT INVALID KEY
                       MOVE "S" TO TERMINAL-VALIDO
                       DISPLAY "TERMINAL: " TERMINAL-CHAVE " ("
                               TERMINAL-LOCALIDADE ")"
               END-READ
               CLOSE ARQUIVO-TERMINAL
           END-IF.

      *    VERIFICA-TERMINAL-REGISTRADO: O MESMO TERMINAL NAO PODE
      *    ESTAR DUAS VEZES NO IMOBILIZADO - SO DEPOIS DA BAIXA.
       VERIFICA-TERMINAL-REGISTRADO.
           OPEN INPUT ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM VERIFICA-PROXIMO-BEM
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-IMOBILIZADO
           END-IF.

       VERIFICA-PROXIMO-BEM.
           READ ARQUIVO-IMOBILIZADO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND IMOB-TERMINAL
                   AND IMOB-ATIVO
                   AND IMOB-TERMINAL-CHAVE = TERMINAL-INFORMADO
               DISPLAY "TERMINAL JA REGISTRADO NO BEM " IMOB-CODIGO
                       ". NADA INCLUIDO."
               MOVE "N" TO TERMINAL-VALIDO
               MOVE "S" TO FINAL-ARQUIVO
           END-IF.

      *    VALIDA-FORNECEDOR: FORNECEDOR RETIRADO DO CADASTRO AINDA
      *    VALE - O BEM PODE TER SIDO COMPRADO ANTES DA RETIRADA.
       VALIDA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-VALIDO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE "
                       "NO PROG102 ANTES."
           ELSE
               MOVE FORNECEDOR-INFORMADO TO FORNECEDOR-CODIGO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "FORNECEDOR INEXISTENTE NO CADASTRO."
                   NOT INVALID KEY
                       MOVE "S" TO FORNECEDOR-VALIDO
                       DISPLAY "FORNECEDOR: " FORNECEDOR-NOME
               END-READ
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.

      *    VALIDA-OC-FORNECEDOR: A ORDEM PRECISA EXISTIR, SER DO
      *    MESMO FORNECEDOR E NAO SER RASCUNHO.
       VALIDA-OC-FORNECEDOR.
           MOVE "N" TO OC-VALIDA.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
           IF ORDEM-COMPRA-FILE-STATUS = "35"
               DISPLAY "ORDEMCOMPRA.DAT NAO ENCONTRADO."
           ELSE
               MOVE OC-INFORMADA TO OC-NUMERO
               MOVE 0 TO OC-ITEM-SEQ
               START ARQUIVO-ORDEM-COMPRA
                   KEY IS GREATER THAN OC-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               IF ORDEM-COMPRA-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM VERIFICA-LINHA-OC
                       UNTIL FINAL-ARQUIVO = "S"
               END-IF
               CLOSE ARQUIVO-ORDEM-COMPRA
           END-IF.
           IF OC-VALIDA NOT = "S"
               DISPLAY "ORDEM " OC-INFORMADA " INEXISTENTE OU DE "
                       "OUTRO FORNECEDOR. NADA INCLUIDO."
           END-IF.

       VERIFICA-LINHA-OC.
           READ ARQUIVO-ORDEM-COMPRA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF OC-NUMERO NOT = OC-INFORMADA
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   IF OC-FORNECEDOR-CODIGO = FORNECEDOR-INFORMADO
                           AND NOT OC-NAO-LIBERADA
                       MOVE "S" TO OC-VALIDA
                       MOVE "S" TO FINAL-ARQUIVO
                   END-IF
               END-IF
           END-IF.

       COMPLETA-INCLUSAO-BEM.
           MOVE SPACE TO IMOBILIZADO-REGISTRO.
           MOVE CODIGO-INFORMADO TO IMOB-CODIGO.
           MOVE TIPO-INFORMADO TO IMOB-TIPO.
           MOVE TERMINAL-INFORMADO TO IMOB-TERMINAL-CHAVE.
           MOVE FORNECEDOR-INFORMADO TO IMOB-FORNECEDOR-CODIGO.
           MOVE OC-INFORMADA TO IMOB-OC-NUMERO.

           DISPLAY "DESCRICAO: ".
           ACCEPT IMOB-DESCRICAO.
           IF IMOB-DESCRICAO = SPACE AND IMOB-TERMINAL
               STRING "TERMINAL " DELIMITED BY SIZE
                      IMOB-TERMINAL-CHAVE DELIMITED BY SIZE
                   INTO IMOB-DESCRICAO
           END-IF.
           DISPLAY "DATA DE AQUISICAO (AAAAMMDD): ".
           ACCEPT DATA-INFORMADA.
           DISPLAY "CUSTO DE AQUISICAO: ".
           ACCEPT IMOB-CUSTO.
           DISPLAY "VALOR RESIDUAL (0 SE NENHUM): ".
           ACCEPT IMOB-VALOR-RESIDUAL.
           DISPLAY "VIDA UTIL EM MESES: ".
           ACCEPT IMOB-VIDA-UTIL-MESES.
           DISPLAY "METODO (L=LINEAR S=SOMA DOS DIGITOS): ".
           ACCEPT IMOB-METODO.

           MOVE DATA-INFORMADA TO IMOB-DATA-AQUISICAO.
           MOVE 0 TO IMOB-MESES-DEPRECIADOS.
           MOVE 0 TO IMOB-DEPREC-ACUMULADA.
           MOVE 0 TO IMOB-ULTIMA-COMPETENCIA.
           MOVE "A" TO IMOB-SITUACAO.
           MOVE 0 TO IMOB-DATA-BAIXA.
           MOVE 0 TO IMOB-VALOR-VENDA.
           MOVE 0 TO IMOB-RESULTADO-BAIXA.

           EVALUATE TRUE
               WHEN CODIGO-INFORMADO = 0
                   DISPLAY "CODIGO ZERO. NADA INCLUIDO."
               WHEN DATA-INFORMADA > DATA-HOJE
                       OR INFORMADA-MES < 1 OR INFORMADA-MES > 12
                       OR INFORMADA-DIA < 1 OR INFORMADA-DIA > 31
                   DISPLAY "DATA DE AQUISICAO INVALIDA OU FUTURA. "
                           "NADA INCLUIDO."
               WHEN IMOB-CUSTO = 0
                   DISPLAY "CUSTO ZERO. NADA INCLUIDO."
               WHEN IMOB-VALOR-RESIDUAL NOT < IMOB-CUSTO
                   DISPLAY "RESIDUAL DEVE SER MENOR QUE O CUSTO. "
                           "NADA INCLUIDO."
               WHEN IMOB-VIDA-UTIL-MESES = 0
                   DISPLAY "VIDA UTIL ZERO. NADA INCLUIDO."
               WHEN NOT IMOB-LINEAR AND NOT IMOB-SOMA-DIGITOS
                   DISPLAY "METODO INVALIDO. NADA INCLUIDO."
               WHEN OTHER
                   PERFORM GRAVA-BEM-NOVO
           END-EVALUATE.

       GRAVA-BEM-NOVO.
           OPEN I-O ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-IMOBILIZADO
               CLOSE ARQUIVO-IMOBILIZADO
               OPEN I-O ARQUIVO-IMOBILIZADO
           END-IF.
           WRITE IMOBILIZADO-REGISTRO
               INVALID KEY
                   DISPLAY "JA EXISTE UM BEM COM ESSE CODIGO."
               NOT INVALID KEY
                   DISPLAY "BEM INCLUIDO NO IMOBILIZADO."
           END-WRITE.
           CLOSE ARQUIVO-IMOBILIZADO.

      *    ALTERA-BEM: A VIDA UTIL REVISTA NAO PODE FICAR ABAIXO DOS
      *    MESES JA DEPRECIADOS; O METODO SO MUDA ANTES DA PRIMEIRA
      *    QUOTA. CUSTO E AQUISICAO NAO SE ALTERAM - ERRO ALI E
      *    BAIXA E NOVA INCLUSAO.
       ALTERA-BEM.
           DISPLAY "CODIGO DO BEM A ALTERAR: ".
           ACCEPT CODIGO-INFORMADO.

           MOVE SPACE TO NOVA-DESCRICAO.
           MOVE 0 TO NOVA-VIDA-UTIL.
           MOVE SPACE TO NOVO-METODO.

           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.
           DISPLAY "NOVA VIDA UTIL EM MESES (0 MANTEM A ATUAL): ".
           ACCEPT NOVA-VIDA-UTIL.
           DISPLAY "NOVO METODO L/S (ENTER MANTEM O ATUAL): ".
           ACCEPT NOVO-METODO.

           OPEN I-O ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               DISPLAY "IMOBILIZADO.DAT NAO ENCONTRADO."
           ELSE
               MOVE CODIGO-INFORMADO TO IMOB-CODIGO
               READ ARQUIVO-IMOBILIZADO
                   INVALID KEY
                       DISPLAY "BEM NAO ENCONTRADO. NENHUMA "
                               "ALTERACAO FEITA."
                   NOT INVALID KEY
                       PERFORM GRAVA-ALTERACAO-BEM
               END-READ
               CLOSE ARQUIVO-IMOBILIZADO
           END-IF.

       GRAVA-ALTERACAO-BEM.
           EVALUATE TRUE
               WHEN IMOB-BAIXADO
                   DISPLAY "BEM JA BAIXADO. NENHUMA ALTERACAO FEITA."
               WHEN NOVA-VIDA-UTIL NOT = 0
                       AND NOVA-VIDA-UTIL NOT > IMOB-MESES-DEPRECIADOS
                   DISPLAY "VIDA UTIL MENOR QUE OS MESES JA "
                           "DEPRECIADOS (" IMOB-MESES-DEPRECIADOS
                           "). NENHUMA ALTERACAO FEITA."
               WHEN NOVO-METODO NOT = SPACE
                       AND NOVO-METODO NOT = "L"
                       AND NOVO-METODO NOT = "S"
                   DISPLAY "METODO INVALIDO. NENHUMA ALTERACAO FEITA."
               WHEN NOVO-METODO NOT = SPACE
                       AND NOVO-METODO NOT = IMOB-METODO
                       AND IMOB-MESES-DEPRECIADOS NOT = 0
                   DISPLAY "BEM JA DEPRECIADO - METODO NAO MUDA. "
                           "NENHUMA ALTERACAO FEITA."
               WHEN OTHER
                   IF NOVA-DESCRICAO NOT = SPACE
                       MOVE NOVA-DESCRICAO TO IMOB-DESCRICAO
                   END-IF
                   IF NOVA-VIDA-UTIL NOT = 0
                       MOVE NOVA-VIDA-UTIL TO IMOB-VIDA-UTIL-MESES
                   END-IF
                   IF NOVO-METODO NOT = SPACE
                       MOVE NOVO-METODO TO IMOB-METODO
                   END-IF
                   REWRITE IMOBILIZADO-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                       NOT INVALID KEY
                           DISPLAY "BEM ALTERADO."
                   END-REWRITE
           END-EVALUATE.

      *    BAIXA-BEM: VALOR CONTABIL = CUSTO - DEPRECIACAO
      *    ACUMULADA; RESULTADO = VENDA - VALOR CONTABIL (SUCATA E
      *    VENDA ZERO, PERDA DE TODO O VALOR CONTABIL). A QUOTA DO
      *    MES DA BAIXA PRECISA TER RODADO ANTES NO PROG186.
       BAIXA-BEM.
           DISPLAY "CODIGO DO BEM A BAIXAR: ".
           ACCEPT CODIGO-INFORMADO.

           OPEN I-O ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               DISPLAY "IMOBILIZADO.DAT NAO ENCONTRADO."
           ELSE
               MOVE CODIGO-INFORMADO TO IMOB-CODIGO
               READ ARQUIVO-IMOBILIZADO
                   INVALID KEY
                       DISPLAY "BEM NAO ENCONTRADO. NENHUMA BAIXA "
                               "FEITA."
                   NOT INVALID KEY
                       IF IMOB-BAIXADO
                           DISPLAY "BEM JA BAIXADO EM "
                                   IMOB-DATA-BAIXA "."
                       ELSE
                           PERFORM PROCESSA-BAIXA-BEM
                       END-IF
               END-READ
               CLOSE ARQUIVO-IMOBILIZADO
           END-IF.

       PROCESSA-BAIXA-BEM.
           DISPLAY "BEM " IMOB-CODIGO " - " IMOB-DESCRICAO.
           IF IMOB-TERMINAL
               PERFORM MOSTRA-HISTORICO-TERMINAL
           END-IF.
           COMPUTE VALOR-CONTABIL =
               IMOB-CUSTO - IMOB-DEPREC-ACUMULADA.
           MOVE IMOB-CUSTO TO VALOR-EDITADO.
           MOVE IMOB-DEPREC-ACUMULADA TO VALOR-EDITADO-2.
           DISPLAY "CUSTO.........: " VALOR-EDITADO
                   "  DEPRECIADO: " VALOR-EDITADO-2
                   " (" IMOB-MESES-DEPRECIADOS " DE "
                   IMOB-VIDA-UTIL-MESES " MESES)".
           MOVE VALOR-CONTABIL TO VALOR-EDITADO.
           DISPLAY "VALOR CONTABIL: " VALOR-EDITADO.

           DISPLAY "DATA DA BAIXA (AAAAMMDD, 0 = HOJE): ".
           ACCEPT DATA-INFORMADA.
           IF DATA-INFORMADA = 0
               MOVE DATA-HOJE TO DATA-INFORMADA
           END-IF.
           DISPLAY "VALOR DE VENDA (0 = SUCATA): ".
           ACCEPT VALOR-VENDA-INFORMADO.

           IF DATA-INFORMADA > DATA-HOJE
                   OR DATA-INFORMADA < IMOB-DATA-AQUISICAO
                   OR INFORMADA-MES < 1 OR INFORMADA-MES > 12
                   OR INFORMADA-DIA < 1 OR INFORMADA-DIA > 31
               DISPLAY "DATA DA BAIXA INVALIDA. NENHUMA BAIXA FEITA."
           ELSE
               PERFORM CONFERE-DEPRECIACAO-EM-DIA
               COMPUTE RESULTADO-BAIXA =
                   VALOR-VENDA-INFORMADO - VALOR-CONTABIL
               MOVE RESULTADO-BAIXA TO RESULTADO-EDITADO
               IF RESULTADO-BAIXA < 0
                   DISPLAY "PERDA NA BAIXA: " RESULTADO-EDITADO
               ELSE
                   DISPLAY "GANHO NA BAIXA: " RESULTADO-EDITADO
               END-IF
               DISPLAY "CONFIRMA A BAIXA (S/N)? "
               MOVE "N" TO CONFIRMA-BAIXA
               ACCEPT CONFIRMA-BAIXA
               IF CONFIRMA-BAIXA NOT = "S"
                   DISPLAY "BAIXA DESISTIDA. NADA GRAVADO."
               ELSE
                   PERFORM GRAVA-BAIXA-BEM
               END-IF
           END-IF.

      *    MOSTRA-HISTORICO-TERMINAL: ORDENS DE SERVICO DO TERMINAL
      *    EM TODO O HISTORICO, PELA MESMA REGRA DO PROG154.
       MOSTRA-HISTORICO-TERMINAL.
           MOVE 0 TO QTDE-ORDENS-TERMINAL.
           OPEN INPUT ARQUIVO-ORDEM-SERVICO.
           IF ORDEM-SERVICO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM CONTA-ORDEM-TERMINAL
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-ORDEM-SERVICO
           END-IF.
           DISPLAY "TERMINAL " IMOB-TERMINAL-CHAVE " COM "
                   QTDE-ORDENS-TERMINAL " ORDEM(NS) DE SERVICO.".
           IF QTDE-ORDENS-TERMINAL >= 3
               DISPLAY "TERMINAL REINCIDENTE - TROCA RECOMENDADA."
           END-IF.

       CONTA-ORDEM-TERMINAL.
           READ ARQUIVO-ORDEM-SERVICO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
                   AND OS-TERMINAL-CHAVE = IMOB-TERMINAL-CHAVE
               ADD 1 TO QTDE-ORDENS-TERMINAL
           END-IF.

      *    CONFERE-DEPRECIACAO-EM-DIA: SO AVISA - QUOTA ESQUECIDA
      *    VIRA PERDA MAIOR NA BAIXA, MAS A BAIXA NAO ESPERA.
       CONFERE-DEPRECIACAO-EM-DIA.
           COMPUTE COMPETENCIA-BAIXA = DATA-INFORMADA / 100.
           IF INFORMADA-MES = 1
               COMPUTE COMPETENCIA-ANTERIOR =
                   (INFORMADA-ANO - 1) * 100 + 12
           ELSE
               COMPUTE COMPETENCIA-ANTERIOR = COMPETENCIA-BAIXA - 1
           END-IF.
           IF IMOB-MESES-DEPRECIADOS < IMOB-VIDA-UTIL-MESES
                   AND IMOB-ULTIMA-COMPETENCIA < COMPETENCIA-ANTERIOR
               DISPLAY "ATENCAO: ULTIMA DEPRECIACAO EM "
                       IMOB-ULTIMA-COMPETENCIA ". RODE O PROG186 "
                       "ANTES SE QUISER A QUOTA NO RESULTADO."
           END-IF.

       GRAVA-BAIXA-BEM.
           MOVE "B" TO IMOB-SITUACAO.
           MOVE DATA-INFORMADA TO IMOB-DATA-BAIXA.
           MOVE VALOR-VENDA-INFORMADO TO IMOB-VALOR-VENDA.
           MOVE RESULTADO-BAIXA TO IMOB-RESULTADO-BAIXA.
           REWRITE IMOBILIZADO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR A BAIXA."
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-BAIXA
                   DISPLAY "BEM BAIXADO."
           END-REWRITE.

       GRAVA-MOVIMENTO-BAIXA.
           OPEN EXTEND ARQUIVO-MOVIMOB.
           IF MOVIMOB-FILE-STATUS = "35"
               CLOSE ARQUIVO-MOVIMOB
               OPEN OUTPUT ARQUIVO-MOVIMOB
           END-IF.
           MOVE COMPETENCIA-BAIXA     TO MOVIMOB-COMPETENCIA.
           MOVE IMOB-CODIGO           TO MOVIMOB-IMOB-CODIGO.
           MOVE "B"                   TO MOVIMOB-TIPO.
           MOVE DATA-INFORMADA        TO MOVIMOB-DATA.
           MOVE VALOR-VENDA-INFORMADO TO MOVIMOB-VALOR.
           MOVE IMOB-DEPREC-ACUMULADA TO MOVIMOB-DEPREC-ACUMULADA.
           MOVE VALOR-CONTABIL        TO MOVIMOB-VALOR-CONTABIL.
           MOVE RESULTADO-BAIXA       TO MOVIMOB-RESULTADO.
           WRITE MOVIMOB-REGISTRO.
           CLOSE ARQUIVO-MOVIMOB.

       LISTA-IMOBILIZADO.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               DISPLAY "IMOBILIZADO.DAT NAO ENCONTRADO. REGISTRO "
                       "VAZIO."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMO-BEM
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-IMOBILIZADO
               DISPLAY "BENS LISTADOS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMO-BEM.
           READ ARQUIVO-IMOBILIZADO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE IMOB-CUSTO TO VALOR-EDITADO
               COMPUTE VALOR-CONTABIL =
                   IMOB-CUSTO - IMOB-DEPREC-ACUMULADA
               MOVE VALOR-CONTABIL TO VALOR-EDITADO-2
               DISPLAY IMOB-CODIGO " " IMOB-TIPO " "
                       IMOB-TERMINAL-CHAVE " " IMOB-DESCRICAO
                       " " IMOB-SITUACAO
               DISPLAY "       CUSTO: " VALOR-EDITADO
                       "  CONTABIL: " VALOR-EDITADO-2
                       "  " IMOB-METODO " " IMOB-MESES-DEPRECIADOS
                       "/" IMOB-VIDA-UTIL-MESES " MESES"
           END-IF.
