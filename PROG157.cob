       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG157.
      *    MANUTENCAO DAS REGRAS DE TRIBUTACAO DAS SAIDAS
      *    (TRIBUTOS.DAT): PARA CADA FAMILIA DE PRODUTO E UF DE
      *    DESTINO, O PERCENTUAL DA BASE DE CALCULO E AS ALIQUOTAS
      *    DE ICMS, IPI E ISS QUE O FATURAMENTO (PROG66) DESTACA
      *    NA FATURA. UF EM BRANCO E A REGRA GERAL DA FAMILIA. FLUXO
      *    INCLUIR/ALTERAR/RETIRAR/LISTAR DO PROG125 - A RETIRADA E
      *    FISICA: FAMILIA SEM REGRA SAI SEM DESTAQUE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRBSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "TRBREG.cob".

       WORKING-STORAGE SECTION.

       01  TRIBUTO-FILE-STATUS PIC XX.
       01  TRIBUTO-PATH        PIC X(100).
       01  OPCAO-MENU          PIC 9.
       01  FINAL-ARQUIVO       PIC X.
       01  TOTAL-LISTADOS      PIC 9(03) VALUE 0.

       01  FAMILIA-PROCURADA   PIC X(10).
       01  UF-PROCURADA        PIC X(02).
       01  NOVA-BASE           PIC 9(03)V9(02).
       01  NOVA-ALIQ-ICMS      PIC 9(02)V9(02).
       01  NOVA-ALIQ-IPI       PIC 9(02)V9(02).
       01  NOVA-ALIQ-ISS       PIC 9(02)V9(02).
       01  NOVA-DESCRICAO      PIC X(30).
       01  ALTERA-ALIQUOTAS    PIC X.

       01  BASE-EDITADA        PIC ZZ9.99.
       01  ICMS-EDITADA        PIC Z9.99.
       01  IPI-EDITADA         PIC Z9.99.
       01  ISS-EDITADA         PIC Z9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHO.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHO.
           MOVE "tributos.dat" TO TRIBUTO-PATH.
           ACCEPT TRIBUTO-PATH FROM ENVIRONMENT "TRIBUTO_DAT".
           IF TRIBUTO-PATH = SPACE
               MOVE "tributos.dat" TO TRIBUTO-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== REGRAS DE TRIBUTACAO DAS SAIDAS =====".
           DISPLAY "1 - INCLUIR REGRA".
           DISPLAY "2 - ALTERAR REGRA".
           DISPLAY "3 - RETIRAR REGRA".
           DISPLAY "4 - LISTAR REGRAS".
           DISPLAY "5 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM INCLUI-REGRA
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM ALTERA-REGRA
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM EXCLUI-REGRA
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM LISTA-REGRAS
                   PERFORM EXIBE-MENU
               WHEN 5
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

       INCLUI-REGRA.
           OPEN I-O ARQUIVO-TRIBUTO.
           IF TRIBUTO-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TRIBUTO
               CLOSE ARQUIVO-TRIBUTO
               OPEN I-O ARQUIVO-TRIBUTO
           END-IF.

           MOVE SPACE TO TRIBUTO-REGISTRO.
           MOVE ZERO TO TRIBUTO-BASE-PERCENTUAL.
           MOVE ZERO TO TRIBUTO-ALIQ-ICMS.
           MOVE ZERO TO TRIBUTO-ALIQ-IPI.
           MOVE ZERO TO TRIBUTO-ALIQ-ISS.

           DISPLAY "FAMILIA DO PRODUTO: ".
           ACCEPT TRIBUTO-FAMILIA.
           DISPLAY "UF DE DESTINO (ENTER = REGRA GERAL DA FAMILIA): ".
           ACCEPT TRIBUTO-UF.
           DISPLAY "BASE DE CALCULO EM % DO VALOR (100 = CHEIO): ".
           ACCEPT TRIBUTO-BASE-PERCENTUAL.
           DISPLAY "ALIQUOTA DE ICMS (%): ".
           ACCEPT TRIBUTO-ALIQ-ICMS.
           DISPLAY "ALIQUOTA DE IPI (%): ".
           ACCEPT TRIBUTO-ALIQ-IPI.
           DISPLAY "ALIQUOTA DE ISS (%): ".
           ACCEPT TRIBUTO-ALIQ-ISS.
           DISPLAY "DESCRICAO: ".
           ACCEPT TRIBUTO-DESCRICAO.

           EVALUATE TRUE
               WHEN TRIBUTO-FAMILIA = SPACE
                   DISPLAY "FAMILIA EM BRANCO. NADA INCLUIDO."
               WHEN TRIBUTO-BASE-PERCENTUAL = ZERO
                       OR TRIBUTO-BASE-PERCENTUAL > 100
                   DISPLAY "BASE DE CALCULO DEVE SER DE 0,01 A 100%. "
                           "NADA INCLUIDO."
               WHEN OTHER
                   WRITE TRIBUTO-REGISTRO
                       INVALID KEY
                           DISPLAY "JA EXISTE REGRA PARA ESSA FAMILIA "
                                   "E UF."
                       NOT INVALID KEY
                           DISPLAY "REGRA INCLUIDA."
                   END-WRITE
           END-EVALUATE.

           CLOSE ARQUIVO-TRIBUTO.

       ALTERA-REGRA.
           DISPLAY "FAMILIA DA REGRA A ALTERAR: ".
           ACCEPT FAMILIA-PROCURADA.
           MOVE SPACE TO UF-PROCURADA.
           DISPLAY "UF DA REGRA (ENTER = REGRA GERAL): ".
           ACCEPT UF-PROCURADA.

           MOVE ZERO TO NOVA-BASE.
           MOVE ZERO TO NOVA-ALIQ-ICMS.
           MOVE ZERO TO NOVA-ALIQ-IPI.
           MOVE ZERO TO NOVA-ALIQ-ISS.
           MOVE SPACE TO NOVA-DESCRICAO.
           MOVE SPACE TO ALTERA-ALIQUOTAS.

           DISPLAY "NOVA BASE DE CALCULO % (0 MANTEM A ATUAL): ".
           ACCEPT NOVA-BASE.
           DISPLAY "ALTERAR AS ALIQUOTAS? (S/N)".
           ACCEPT ALTERA-ALIQUOTAS.
           IF ALTERA-ALIQUOTAS = "S"
               DISPLAY "NOVA ALIQUOTA DE ICMS (%): "
               ACCEPT NOVA-ALIQ-ICMS
               DISPLAY "NOVA ALIQUOTA DE IPI (%): "
               ACCEPT NOVA-ALIQ-IPI
               DISPLAY "NOVA ALIQUOTA DE ISS (%): "
               ACCEPT NOVA-ALIQ-ISS
           END-IF.
           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.

           OPEN I-O ARQUIVO-TRIBUTO.
           MOVE FAMILIA-PROCURADA TO TRIBUTO-FAMILIA.
           MOVE UF-PROCURADA TO TRIBUTO-UF.
           READ ARQUIVO-TRIBUTO
               INVALID KEY
                   DISPLAY "REGRA NAO ENCONTRADA. NENHUMA ALTERACAO "
                           "FEITA."
               NOT INVALID KEY
                   PERFORM APLICA-ALTERACAO-REGRA
           END-READ.
           CLOSE ARQUIVO-TRIBUTO.

      *    APLICA-ALTERACAO-REGRA: ALIQUOTA ZERO E VALOR LEGITIMO
      *    (PRODUTO ISENTO), POR ISSO AS ALIQUOTAS SO MUDAM QUANDO O
      *    OPERADOR PEDE - NAO HA "0 MANTEM" PARA ELAS.
       APLICA-ALTERACAO-REGRA.
           IF NOVA-BASE > 100
               DISPLAY "BASE DE CALCULO ACIMA DE 100%. NENHUMA "
                       "ALTERACAO FEITA."
           ELSE
               IF NOVA-BASE NOT = ZERO
                   MOVE NOVA-BASE TO TRIBUTO-BASE-PERCENTUAL
               END-IF
               IF ALTERA-ALIQUOTAS = "S"
                   MOVE NOVA-ALIQ-ICMS TO TRIBUTO-ALIQ-ICMS
                   MOVE NOVA-ALIQ-IPI TO TRIBUTO-ALIQ-IPI
                   MOVE NOVA-ALIQ-ISS TO TRIBUTO-ALIQ-ISS
               END-IF
               IF TRIBUTO-ALIQ-ISS NOT NUMERIC
                   MOVE ZERO TO TRIBUTO-ALIQ-ISS
               END-IF
               IF NOVA-DESCRICAO NOT = SPACE
                   MOVE NOVA-DESCRICAO TO TRIBUTO-DESCRICAO
               END-IF
               REWRITE TRIBUTO-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                   NOT INVALID KEY
                       DISPLAY "REGRA ALTERADA."
               END-REWRITE
           END-IF.

       EXCLUI-REGRA.
           DISPLAY "FAMILIA DA REGRA A RETIRAR: ".
           ACCEPT FAMILIA-PROCURADA.
           MOVE SPACE TO UF-PROCURADA.
           DISPLAY "UF DA REGRA (ENTER = REGRA GERAL): ".
           ACCEPT UF-PROCURADA.

           OPEN I-O ARQUIVO-TRIBUTO.
           MOVE FAMILIA-PROCURADA TO TRIBUTO-FAMILIA.
           MOVE UF-PROCURADA TO TRIBUTO-UF.
           READ ARQUIVO-TRIBUTO
               INVALID KEY
                   DISPLAY "REGRA NAO ENCONTRADA. NENHUMA RETIRADA "
                           "FEITA."
               NOT INVALID KEY
                   DELETE ARQUIVO-TRIBUTO
                       INVALID KEY
                           DISPLAY "ERRO AO RETIRAR A REGRA."
                       NOT INVALID KEY
                           DISPLAY "REGRA RETIRADA."
                   END-DELETE
           END-READ.
           CLOSE ARQUIVO-TRIBUTO.

       LISTA-REGRAS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-TRIBUTO.
           IF TRIBUTO-FILE-STATUS = "35"
               DISPLAY "TRIBUTOS.DAT NAO ENCONTRADO. NENHUMA REGRA."
           ELSE
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-REGRA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRIBUTO
               DISPLAY "REGRAS LISTADAS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-REGRA.
           READ ARQUIVO-TRIBUTO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE TRIBUTO-BASE-PERCENTUAL TO BASE-EDITADA
               MOVE TRIBUTO-ALIQ-ICMS TO ICMS-EDITADA
               MOVE TRIBUTO-ALIQ-IPI TO IPI-EDITADA
               MOVE ZERO TO ISS-EDITADA
               IF TRIBUTO-ALIQ-ISS NUMERIC
                   MOVE TRIBUTO-ALIQ-ISS TO ISS-EDITADA
               END-IF
               DISPLAY TRIBUTO-FAMILIA " UF " TRIBUTO-UF
                       " BASE " BASE-EDITADA "% ICMS " ICMS-EDITADA
                       "% IPI " IPI-EDITADA "% ISS " ISS-EDITADA
                       "% - " TRIBUTO-DESCRICAO
           END-IF.
