       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG186.
      *    DEPRECIACAO MENSAL DO IMOBILIZADO: PARA CADA BEM ATIVO DE
      *    IMOBILIZADO.DAT ADQUIRIDO ATE A COMPETENCIA, CALCULA A
      *    QUOTA DO MES, ACUMULA NO BEM E GRAVA A LINHA "D" NO LIVRO
      *    (MOVIMOB.DAT) - A SOMA DELAS E O EVENTO DEP DO PROG126.
      *    A QUOTA SAI DO SALDO A DEPRECIAR (CUSTO - RESIDUAL -
      *    ACUMULADO) E DOS MESES RESTANTES R DA VIDA UTIL: LINEAR =
      *    SALDO / R; SOMA DOS DIGITOS = SALDO * 2 / (R + 1). ASSIM A
      *    VIDA REVISTA NO PROG185 VALE DALI EM DIANTE E O ULTIMO MES
      *    ZERA O SALDO SEM SOBRA DE ARREDONDAMENTO. BEM JA
      *    DEPRECIADO NA COMPETENCIA (OU DEPOIS) E PULADO - RODAR DE
      *    NOVO NAO DOBRA A QUOTA. COMPETENCIA: PROG186-COMPETENCIA
      *    (AAAAMM), PADRAO O MES CORRENTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "IMBSEL.cob".
           COPY "MIMSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "IMBREG.cob".
           COPY "MIMREG.cob".

       WORKING-STORAGE SECTION.

       01  IMOBILIZADO-FILE-STATUS PIC XX.
       01  IMOBILIZADO-PATH        PIC X(100).
       01  MOVIMOB-FILE-STATUS     PIC XX.
       01  MOVIMOB-PATH            PIC X(100).
       01  FINAL-ARQUIVO           PIC X.
       01  DATA-HOJE               PIC 9(08).

       01  COMPETENCIA             PIC 9(06).
       01  FILLER REDEFINES COMPETENCIA.
           05 COMPETENCIA-ANO      PIC 9(04).
           05 COMPETENCIA-MES      PIC 9(02).
       01  COMPETENCIA-ENV         PIC X(06).
       01  COMPETENCIA-ANTERIOR    PIC 9(06).
       01  COMPETENCIA-AQUISICAO   PIC 9(06).

       01  SALDO-A-DEPRECIAR       PIC 9(09)V9(02).
       01  MESES-RESTANTES         PIC 9(03).
       01  QUOTA-DO-MES            PIC 9(09)V9(02).

       01  TOTAL-DEPRECIADOS       PIC 9(05) VALUE 0.
       01  TOTAL-JA-DEPRECIADOS    PIC 9(05) VALUE 0.
       01  TOTAL-ENCERRADOS        PIC 9(05) VALUE 0.
       01  TOTAL-EM-ATRASO         PIC 9(05) VALUE 0.
       01  TOTAL-QUOTAS            PIC 9(11)V9(02) VALUE 0.

       01  VALOR-EDITADO           PIC ZZZ,ZZZ,ZZ9.99.
       01  VALOR-EDITADO-2         PIC ZZZ,ZZZ,ZZ9.99.
       01  TOTAL-EDITADO           PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-COMPETENCIA.
           PERFORM INICIALIZA-CAMINHOS.

           OPEN I-O ARQUIVO-IMOBILIZADO.
           IF IMOBILIZADO-FILE-STATUS = "35"
               DISPLAY "IMOBILIZADO.DAT NAO ENCONTRADO. CADASTRE OS "
                       "BENS NO PROG185."
               GO TO PROGRAM-DONE
           END-IF.

           OPEN EXTEND ARQUIVO-MOVIMOB.
           IF MOVIMOB-FILE-STATUS = "35"
               CLOSE ARQUIVO-MOVIMOB
               OPEN OUTPUT ARQUIVO-MOVIMOB
           END-IF.

           DISPLAY "DEPRECIACAO DO IMOBILIZADO - COMPETENCIA "
                   COMPETENCIA.
           DISPLAY "--------------------------------------------".
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM DEPRECIA-PROXIMO-BEM
               UNTIL FINAL-ARQUIVO = "S".
           CLOSE ARQUIVO-MOVIMOB.
           CLOSE ARQUIVO-IMOBILIZADO.
           PERFORM IMPRIME-RESUMO.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-COMPETENCIA.
           COMPUTE COMPETENCIA = DATA-HOJE / 100.
           MOVE SPACE TO COMPETENCIA-ENV.
           ACCEPT COMPETENCIA-ENV FROM ENVIRONMENT
               "PROG186-COMPETENCIA".
           IF COMPETENCIA-ENV IS NUMERIC
               MOVE COMPETENCIA-ENV TO COMPETENCIA
           END-IF.
           IF COMPETENCIA-MES = 1
               COMPUTE COMPETENCIA-ANTERIOR =
                   (COMPETENCIA-ANO - 1) * 100 + 12
           ELSE
               COMPUTE COMPETENCIA-ANTERIOR = COMPETENCIA - 1
           END-IF.

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

       DEPRECIA-PROXIMO-BEM.
           READ ARQUIVO-IMOBILIZADO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S" AND IMOB-ATIVO
               COMPUTE COMPETENCIA-AQUISICAO =
                   IMOB-DATA-AQUISICAO / 100
               EVALUATE TRUE
                   WHEN COMPETENCIA-AQUISICAO > COMPETENCIA
                       CONTINUE
                   WHEN IMOB-ULTIMA-COMPETENCIA NOT < COMPETENCIA
                       ADD 1 TO TOTAL-JA-DEPRECIADOS
                   WHEN IMOB-MESES-DEPRECIADOS
                           NOT < IMOB-VIDA-UTIL-MESES
                       ADD 1 TO TOTAL-ENCERRADOS
                   WHEN OTHER
                       PERFORM CALCULA-QUOTA-DO-MES
                       PERFORM GRAVA-QUOTA-DO-MES
               END-EVALUATE
           END-IF.

       CALCULA-QUOTA-DO-MES.
           COMPUTE SALDO-A-DEPRECIAR =
               IMOB-CUSTO - IMOB-VALOR-RESIDUAL
               - IMOB-DEPREC-ACUMULADA.
           COMPUTE MESES-RESTANTES =
               IMOB-VIDA-UTIL-MESES - IMOB-MESES-DEPRECIADOS.
           IF IMOB-SOMA-DIGITOS
               COMPUTE QUOTA-DO-MES ROUNDED =
                   SALDO-A-DEPRECIAR * 2 / (MESES-RESTANTES + 1)
           ELSE
               COMPUTE QUOTA-DO-MES ROUNDED =
                   SALDO-A-DEPRECIAR / MESES-RESTANTES
           END-IF.
           IF QUOTA-DO-MES > SALDO-A-DEPRECIAR
               MOVE SALDO-A-DEPRECIAR TO QUOTA-DO-MES
           END-IF.

      *    GRAVA-QUOTA-DO-MES: MES PULADO DESDE A ULTIMA QUOTA SO E
      *    AVISADO - A QUOTA E UMA POR RODADA E O BEM ANDA UM MES.
       GRAVA-QUOTA-DO-MES.
           IF IMOB-ULTIMA-COMPETENCIA NOT = 0
                   AND IMOB-ULTIMA-COMPETENCIA < COMPETENCIA-ANTERIOR
               ADD 1 TO TOTAL-EM-ATRASO
               DISPLAY "ATENCAO: BEM " IMOB-CODIGO " SEM QUOTA "
                       "DESDE " IMOB-ULTIMA-COMPETENCIA
           END-IF.
           ADD QUOTA-DO-MES TO IMOB-DEPREC-ACUMULADA.
           ADD 1 TO IMOB-MESES-DEPRECIADOS.
           MOVE COMPETENCIA TO IMOB-ULTIMA-COMPETENCIA.
           REWRITE IMOBILIZADO-REGISTRO
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O BEM " IMOB-CODIGO
                   MOVE 1 TO RETURN-CODE
               NOT INVALID KEY
                   PERFORM GRAVA-MOVIMENTO-QUOTA
           END-REWRITE.

       GRAVA-MOVIMENTO-QUOTA.
           MOVE COMPETENCIA           TO MOVIMOB-COMPETENCIA.
           MOVE IMOB-CODIGO           TO MOVIMOB-IMOB-CODIGO.
           MOVE "D"                   TO MOVIMOB-TIPO.
           MOVE DATA-HOJE             TO MOVIMOB-DATA.
           MOVE QUOTA-DO-MES          TO MOVIMOB-VALOR.
           MOVE IMOB-DEPREC-ACUMULADA TO MOVIMOB-DEPREC-ACUMULADA.
           COMPUTE MOVIMOB-VALOR-CONTABIL =
               IMOB-CUSTO - IMOB-DEPREC-ACUMULADA.
           MOVE 0                     TO MOVIMOB-RESULTADO.
           WRITE MOVIMOB-REGISTRO.

           ADD 1 TO TOTAL-DEPRECIADOS.
           ADD QUOTA-DO-MES TO TOTAL-QUOTAS.
           MOVE QUOTA-DO-MES TO VALOR-EDITADO.
           MOVE MOVIMOB-VALOR-CONTABIL TO VALOR-EDITADO-2.
           DISPLAY IMOB-CODIGO " " IMOB-DESCRICAO
                   " QUOTA: " VALOR-EDITADO
                   " CONTABIL: " VALOR-EDITADO-2
                   " MES " IMOB-MESES-DEPRECIADOS "/"
                   IMOB-VIDA-UTIL-MESES.

       IMPRIME-RESUMO.
           DISPLAY "--------------------------------------------".
           DISPLAY "BENS DEPRECIADOS NO MES.....: " TOTAL-DEPRECIADOS.
           DISPLAY "JA DEPRECIADOS NA COMPETENCIA: "
                   TOTAL-JA-DEPRECIADOS.
           DISPLAY "TOTALMENTE DEPRECIADOS......: " TOTAL-ENCERRADOS.
           IF TOTAL-EM-ATRASO NOT = 0
               DISPLAY "BENS COM MES SEM QUOTA......: "
                       TOTAL-EM-ATRASO
           END-IF.
           MOVE TOTAL-QUOTAS TO TOTAL-EDITADO.
           DISPLAY "TOTAL DAS QUOTAS (EVENTO DEP): " TOTAL-EDITADO.
