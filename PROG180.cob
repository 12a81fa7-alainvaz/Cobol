       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG180.
      *    CADASTRO DE TRANSPORTADORAS E TABELAS DE FRETE: MANTEM
      *    TRANSPORTADORAS.DAT (NOME, CNPJ, FORNECEDOR POR ONDE AS
      *    NOTAS DE FRETE ENTRAM NO CONTAS A PAGAR, FRETE MINIMO E
      *    VALOR DE PEDIDO ACIMA DO QUAL O FRETE E GRATIS) E
      *    FRETES.DAT (VALOR POR TRANSPORTADORA, UF DE DESTINO E
      *    FAIXA DE PESO, MAIS O KG EXCEDENTE ACIMA DA ULTIMA FAIXA).
      *    E DAQUI QUE A ENTRADA DE PEDIDOS (PROG65) TIRA O FRETE
      *    ESTIMADO, QUE O FATURAMENTO (PROG66) COBRA. A RETIRADA DA
      *    TRANSPORTADORA E LOGICA ("I"), COMO A DO FORNECEDOR, PARA
      *    AS FATURAS ANTIGAS CONTINUAREM APONTANDO PARA ELA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "TRPSEL.cob".
           COPY "FRTSEL.cob".
           COPY "FORSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "TRPREG.cob".
           COPY "FRTREG.cob".
           COPY "FORREG.cob".

       WORKING-STORAGE SECTION.

       01  TRANSPORTADORA-FILE-STATUS PIC XX.
       01  TRANSPORTADORA-PATH      PIC X(100).
       01  FRETE-FILE-STATUS        PIC XX.
       01  FRETE-PATH               PIC X(100).
       01  FORNECEDOR-FILE-STATUS   PIC XX.
       01  FORNECEDOR-PATH          PIC X(100).
       01  OPCAO-MENU               PIC 9.
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).

       01  TRANSP-CODIGO-INF        PIC 9(02).
       01  NOME-INF                 PIC X(20).
       01  CNPJ-INF                 PIC X(14).
       01  FORNECEDOR-INF           PIC 9(05).
       01  MINIMO-INF               PIC 9(05)V9(02).
       01  GRATIS-ACIMA-INF         PIC 9(07)V9(02).
       01  UF-INF                   PIC X(02).
       01  PESO-ATE-INF             PIC 9(05)V9(03).
       01  VALOR-FAIXA-INF          PIC 9(05)V9(02).
       01  VALOR-KG-INF             PIC 9(03)V9(02).

       01  FORNECEDOR-VALIDO        PIC X.
           88 FORNECEDOR-OK             VALUE "S".
       01  TRANSPORTADORA-VALIDA    PIC X.
           88 TRANSPORTADORA-OK         VALUE "S".
       01  TOTAL-LISTADOS           PIC 9(05) VALUE 0.
       01  VALOR-EDITADO            PIC ZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2          PIC ZZ,ZZZ,ZZ9.99.
       01  PESO-EDITADO             PIC ZZ,ZZ9.999.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM EXIBE-MENU.

       PROGRAM-DONE.
           STOP RUN.

       INICIALIZA-CAMINHOS.
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

           MOVE "fornecedores.dat" TO FORNECEDOR-PATH.
           ACCEPT FORNECEDOR-PATH FROM ENVIRONMENT "FORNECEDOR_DAT".
           IF FORNECEDOR-PATH = SPACE
               MOVE "fornecedores.dat" TO FORNECEDOR-PATH
           END-IF.

       EXIBE-MENU.
           DISPLAY "===== TRANSPORTADORAS E FRETE =====".
           DISPLAY "1 - INCLUIR OU ALTERAR TRANSPORTADORA".
           DISPLAY "2 - RETIRAR TRANSPORTADORA".
           DISPLAY "3 - LISTAR TRANSPORTADORAS".
           DISPLAY "4 - GRAVAR FAIXA DA TABELA DE FRETE".
           DISPLAY "5 - EXCLUIR FAIXA DA TABELA DE FRETE".
           DISPLAY "6 - LISTAR TABELA DE FRETE".
           DISPLAY "7 - SAIR".
           DISPLAY "INFORME A OPCAO: ".
           ACCEPT OPCAO-MENU.

           EVALUATE OPCAO-MENU
               WHEN 1
                   PERFORM GRAVA-TRANSPORTADORA
                   PERFORM EXIBE-MENU
               WHEN 2
                   PERFORM RETIRA-TRANSPORTADORA
                   PERFORM EXIBE-MENU
               WHEN 3
                   PERFORM LISTA-TRANSPORTADORAS
                   PERFORM EXIBE-MENU
               WHEN 4
                   PERFORM GRAVA-FAIXA-FRETE
                   PERFORM EXIBE-MENU
               WHEN 5
                   PERFORM EXCLUI-FAIXA-FRETE
                   PERFORM EXIBE-MENU
               WHEN 6
                   PERFORM LISTA-TABELA-FRETE
                   PERFORM EXIBE-MENU
               WHEN 7
                   CONTINUE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA."
                   PERFORM EXIBE-MENU
           END-EVALUATE.

      *    GRAVA-TRANSPORTADORA: INCLUI OU ALTERA PELO CODIGO. O
      *    FORNECEDOR, QUANDO INFORMADO, PRECISA EXISTIR ATIVO EM
      *    FORNECEDORES.DAT - SEM ELE A CONFERENCIA MENSAL (PROG181)
      *    NAO ACHA AS NOTAS DA TRANSPORTADORA EM PAGAR.DAT.
       GRAVA-TRANSPORTADORA.
           DISPLAY "CODIGO DA TRANSPORTADORA (01 A 99): ".
           ACCEPT TRANSP-CODIGO-INF.
           DISPLAY "NOME: ".
           ACCEPT NOME-INF.
           DISPLAY "CNPJ: ".
           ACCEPT CNPJ-INF.
           DISPLAY "CODIGO DE FORNECEDOR (0 SE NAO HOUVER): ".
           ACCEPT FORNECEDOR-INF.
           DISPLAY "FRETE MINIMO: ".
           ACCEPT MINIMO-INF.
           DISPLAY "FRETE GRATIS EM PEDIDO A PARTIR DE (0 = NUNCA): ".
           ACCEPT GRATIS-ACIMA-INF.
           IF FORNECEDOR-INF = 0
               MOVE "S" TO FORNECEDOR-VALIDO
           ELSE
               PERFORM VALIDA-FORNECEDOR
           END-IF.
           EVALUATE TRUE
               WHEN TRANSP-CODIGO-INF = 0
                   DISPLAY "CODIGO ZERO NAO E PERMITIDO."
               WHEN NOME-INF = SPACE
                   DISPLAY "NOME OBRIGATORIO."
               WHEN NOT FORNECEDOR-OK
                   DISPLAY "TRANSPORTADORA NAO GRAVADA."
               WHEN OTHER
                   PERFORM GRAVA-REGISTRO-TRANSPORTADORA
           END-EVALUATE.

       VALIDA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-VALIDO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
           IF FORNECEDOR-FILE-STATUS = "35"
               DISPLAY "FORNECEDORES.DAT NAO ENCONTRADO. CADASTRE "
                       "NO PROG102 OU INFORME 0."
           ELSE
               MOVE FORNECEDOR-INF TO FORNECEDOR-CODIGO
               READ ARQUIVO-FORNECEDOR
                   INVALID KEY
                       DISPLAY "FORNECEDOR INEXISTENTE NO CADASTRO."
                   NOT INVALID KEY
                       IF FORNECEDOR-INATIVO
                           DISPLAY "FORNECEDOR RETIRADO DO CADASTRO."
                       ELSE
                           MOVE "S" TO FORNECEDOR-VALIDO
                           DISPLAY "FORNECEDOR: " FORNECEDOR-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-FORNECEDOR
           END-IF.

       GRAVA-REGISTRO-TRANSPORTADORA.
           OPEN I-O ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-TRANSPORTADORA
               CLOSE ARQUIVO-TRANSPORTADORA
               OPEN I-O ARQUIVO-TRANSPORTADORA
           END-IF.
           MOVE TRANSP-CODIGO-INF TO TRANSP-CODIGO.
           MOVE NOME-INF TO TRANSP-NOME.
           MOVE CNPJ-INF TO TRANSP-CNPJ.
           MOVE FORNECEDOR-INF TO TRANSP-FORNECEDOR-CODIGO.
           MOVE MINIMO-INF TO TRANSP-FRETE-MINIMO.
           MOVE GRATIS-ACIMA-INF TO TRANSP-FRETE-GRATIS-ACIMA.
           MOVE "A" TO TRANSP-STATUS.
           MOVE DATA-HOJE TO TRANSP-DATA-ALTERACAO.
           WRITE TRANSPORTADORA-REGISTRO
               INVALID KEY
                   REWRITE TRANSPORTADORA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A TRANSPORTADORA."
                       NOT INVALID KEY
                           DISPLAY "TRANSPORTADORA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "TRANSPORTADORA INCLUIDA."
           END-WRITE.
           CLOSE ARQUIVO-TRANSPORTADORA.

       RETIRA-TRANSPORTADORA.
           DISPLAY "CODIGO DA TRANSPORTADORA A RETIRAR: ".
           ACCEPT TRANSP-CODIGO-INF.
           OPEN I-O ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               DISPLAY "TRANSPORTADORAS.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-TRANSPORTADORA
           ELSE
               MOVE TRANSP-CODIGO-INF TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA NAO ENCONTRADA."
                   NOT INVALID KEY
                       MOVE "I" TO TRANSP-STATUS
                       MOVE DATA-HOJE TO TRANSP-DATA-ALTERACAO
                       REWRITE TRANSPORTADORA-REGISTRO
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR A RETIRADA."
                           NOT INVALID KEY
                               DISPLAY "TRANSPORTADORA RETIRADA."
                       END-REWRITE
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       LISTA-TRANSPORTADORAS.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS NOT = "00"
               DISPLAY "NENHUMA TRANSPORTADORA CADASTRADA."
               IF TRANSPORTADORA-FILE-STATUS = "05"
                   CLOSE ARQUIVO-TRANSPORTADORA
               END-IF
           ELSE
               DISPLAY "CD NOME                 FORNEC  "
                       "      MINIMO  GRATIS ACIMA DE S"
               DISPLAY "--------------------------------"
                       "-------------------------------"
               MOVE "N" TO FINAL-ARQUIVO
               PERFORM LISTA-PROXIMA-TRANSPORTADORA
                   UNTIL FINAL-ARQUIVO = "S"
               CLOSE ARQUIVO-TRANSPORTADORA
               DISPLAY "TOTAL DE TRANSPORTADORAS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-TRANSPORTADORA.
           READ ARQUIVO-TRANSPORTADORA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               ADD 1 TO TOTAL-LISTADOS
               MOVE TRANSP-FRETE-MINIMO TO VALOR-EDITADO
               MOVE TRANSP-FRETE-GRATIS-ACIMA TO VALOR-EDITADO-2
               DISPLAY TRANSP-CODIGO " " TRANSP-NOME " "
                       TRANSP-FORNECEDOR-CODIGO " " VALOR-EDITADO
                       " " VALOR-EDITADO-2 "   " TRANSP-STATUS
           END-IF.

      *    GRAVA-FAIXA-FRETE: INCLUI OU ALTERA A FAIXA PELA CHAVE
      *    TRANSPORTADORA + UF + PESO ATE. SO TRANSPORTADORA ATIVA
      *    GANHA TABELA.
       GRAVA-FAIXA-FRETE.
           PERFORM INFORMA-CHAVE-FRETE.
           IF TRANSPORTADORA-OK
               DISPLAY "VALOR DO FRETE NA FAIXA: "
               ACCEPT VALOR-FAIXA-INF
               DISPLAY "VALOR POR KG ACIMA DA ULTIMA FAIXA DA UF: "
               ACCEPT VALOR-KG-INF
               IF PESO-ATE-INF = ZERO OR UF-INF = SPACE
                   DISPLAY "UF E PESO DA FAIXA SAO OBRIGATORIOS."
               ELSE
                   PERFORM GRAVA-REGISTRO-FRETE
               END-IF
           END-IF.

       INFORMA-CHAVE-FRETE.
           DISPLAY "CODIGO DA TRANSPORTADORA: ".
           ACCEPT TRANSP-CODIGO-INF.
           DISPLAY "UF DE DESTINO: ".
           ACCEPT UF-INF.
           DISPLAY "PESO ATE (KG) DA FAIXA: ".
           ACCEPT PESO-ATE-INF.
           PERFORM VALIDA-TRANSPORTADORA.

       VALIDA-TRANSPORTADORA.
           MOVE "N" TO TRANSPORTADORA-VALIDA.
           OPEN INPUT ARQUIVO-TRANSPORTADORA.
           IF TRANSPORTADORA-FILE-STATUS = "35"
               DISPLAY "TRANSPORTADORAS.DAT NAO ENCONTRADO. CADASTRE "
                       "A TRANSPORTADORA ANTES DA TABELA."
           ELSE
               MOVE TRANSP-CODIGO-INF TO TRANSP-CODIGO
               READ ARQUIVO-TRANSPORTADORA
                   INVALID KEY
                       DISPLAY "TRANSPORTADORA INEXISTENTE."
                   NOT INVALID KEY
                       IF TRANSP-INATIVA
                           DISPLAY "TRANSPORTADORA RETIRADA DO "
                                   "CADASTRO."
                       ELSE
                           MOVE "S" TO TRANSPORTADORA-VALIDA
                           DISPLAY "TRANSPORTADORA: " TRANSP-NOME
                       END-IF
               END-READ
               CLOSE ARQUIVO-TRANSPORTADORA
           END-IF.

       GRAVA-REGISTRO-FRETE.
           OPEN I-O ARQUIVO-FRETE.
           IF FRETE-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-FRETE
               CLOSE ARQUIVO-FRETE
               OPEN I-O ARQUIVO-FRETE
           END-IF.
           MOVE TRANSP-CODIGO-INF TO FRETE-TRANSP-CODIGO.
           MOVE UF-INF TO FRETE-UF.
           MOVE PESO-ATE-INF TO FRETE-PESO-ATE.
           MOVE VALOR-FAIXA-INF TO FRETE-VALOR.
           MOVE VALOR-KG-INF TO FRETE-VALOR-KG-EXCEDENTE.
           MOVE DATA-HOJE TO FRETE-DATA-ALTERACAO.
           WRITE FRETE-REGISTRO
               INVALID KEY
                   REWRITE FRETE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A FAIXA."
                       NOT INVALID KEY
                           DISPLAY "FAIXA ALTERADA."
                   END-REWRITE
               NOT INVALID KEY
                   DISPLAY "FAIXA INCLUIDA."
           END-WRITE.
           CLOSE ARQUIVO-FRETE.

       EXCLUI-FAIXA-FRETE.
           DISPLAY "CODIGO DA TRANSPORTADORA: ".
           ACCEPT TRANSP-CODIGO-INF.
           DISPLAY "UF DE DESTINO: ".
           ACCEPT UF-INF.
           DISPLAY "PESO ATE (KG) DA FAIXA: ".
           ACCEPT PESO-ATE-INF.
           OPEN I-O ARQUIVO-FRETE.
           IF FRETE-FILE-STATUS = "35"
               DISPLAY "FRETES.DAT NAO ENCONTRADO."
               CLOSE ARQUIVO-FRETE
           ELSE
               MOVE TRANSP-CODIGO-INF TO FRETE-TRANSP-CODIGO
               MOVE UF-INF TO FRETE-UF
               MOVE PESO-ATE-INF TO FRETE-PESO-ATE
               DELETE ARQUIVO-FRETE RECORD
                   INVALID KEY
                       DISPLAY "FAIXA NAO ENCONTRADA."
                   NOT INVALID KEY
                       DISPLAY "FAIXA EXCLUIDA."
               END-DELETE
               CLOSE ARQUIVO-FRETE
           END-IF.

       LISTA-TABELA-FRETE.
           DISPLAY "CODIGO DA TRANSPORTADORA: ".
           ACCEPT TRANSP-CODIGO-INF.
           MOVE 0 TO TOTAL-LISTADOS.
           OPEN INPUT ARQUIVO-FRETE.
           IF FRETE-FILE-STATUS NOT = "00"
               DISPLAY "NENHUMA TABELA DE FRETE CADASTRADA."
               IF FRETE-FILE-STATUS = "05"
                   CLOSE ARQUIVO-FRETE
               END-IF
           ELSE
               MOVE TRANSP-CODIGO-INF TO FRETE-TRANSP-CODIGO
               MOVE LOW-VALUES TO FRETE-UF
               MOVE ZERO TO FRETE-PESO-ATE
               START ARQUIVO-FRETE
                   KEY IS NOT LESS THAN FRETE-CHAVE
                   INVALID KEY
                       CONTINUE
               END-START
               DISPLAY "UF    PESO ATE        VALOR    KG EXCED."
               DISPLAY "-----------------------------------------"
               IF FRETE-FILE-STATUS = "00"
                   MOVE "N" TO FINAL-ARQUIVO
                   PERFORM LISTA-PROXIMA-FAIXA-FRETE
                       UNTIL FINAL-ARQUIVO = "S"
               END-IF
               CLOSE ARQUIVO-FRETE
               DISPLAY "TOTAL DE FAIXAS: " TOTAL-LISTADOS
           END-IF.

       LISTA-PROXIMA-FAIXA-FRETE.
           READ ARQUIVO-FRETE NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FRETE-TRANSP-CODIGO NOT = TRANSP-CODIGO-INF
                   MOVE "S" TO FINAL-ARQUIVO
               ELSE
                   ADD 1 TO TOTAL-LISTADOS
                   MOVE FRETE-PESO-ATE TO PESO-EDITADO
                   MOVE FRETE-VALOR TO VALOR-EDITADO
                   DISPLAY FRETE-UF "  " PESO-EDITADO " "
                           VALOR-EDITADO "   "
                           FRETE-VALOR-KG-EXCEDENTE
               END-IF
           END-IF.
