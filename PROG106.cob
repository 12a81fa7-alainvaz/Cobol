      *    DIAS SAO CONTADOS NA CONVENCAO 30/360, SUFICIENTE PARA
      *    PROGRAMAR A SEMANA DE PAGAMENTOS. TITULO VENCIDO SAI COM
      *    ALERTA, QUE E ONDE MORAM AS MULTAS DA GAVETA.
      *    COM PROG106-EMPRESA (EE) SO ENTRAM OS TITULOS DA EMPRESA
      *    PEDIDA; SEM ELA A LISTA E CONSOLIDADA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  VALOR-EDITADO        PIC $$,$$$,$$$,$$9.99.
       01  VALOR-EDITADO-2      PIC $$,$$$,$$$,$$9.99.

      *    EMPRESA DO RELATORIO (PROG106-EMPRESA); ZERO OU AUSENTE E
      *    O CONSOLIDADO DE TODAS. REGISTRO SEM EMPRESA E DA
      *    PRINCIPAL (VARIAVEL EMPRESA).
       01  EMPRESA-PRINCIPAL-USO PIC 9(02) VALUE 17.
       01  EMPRESA-RELATORIO    PIC 9(02) VALUE 0.
       01  EMPRESA-CODIGO-ENV   PIC X(02).
       01  EMPRESA-DO-REGISTRO  PIC 9(02).
       01  ENTRA-NO-RELATORIO   PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG106-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-RELATORIO
           END-IF.

           MOVE "pagar.dat" TO PAGAR-PATH.
           ACCEPT PAGAR-PATH FROM ENVIRONMENT "PAGAR_DAT".
           IF PAGAR-PATH = SPACE
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               MOVE PAGAR-EMPRESA TO EMPRESA-DO-REGISTRO
               PERFORM CONFERE-EMPRESA-REGISTRO
               IF (PAGAR-ABERTO OR PAGAR-PARCIAL)
                       AND ENTRA-NO-RELATORIO = "S"
                   PERFORM CLASSIFICA-TITULO
               END-IF
           END-IF.
               SET PAGVENC-IDX TO QTDE-FORNECEDORES
           END-IF.

      *    CONFERE-EMPRESA-REGISTRO: EMPRESA-DO-REGISTRO CHEGA COM O
      *    CAMPO LIDO E SAI ENTRA-NO-RELATORIO "S" SE O REGISTRO E DA
      *    EMPRESA PEDIDA (OU SE O RELATORIO E CONSOLIDADO).
       CONFERE-EMPRESA-REGISTRO.
           IF EMPRESA-DO-REGISTRO IS NOT NUMERIC
                   OR EMPRESA-DO-REGISTRO = 0
               MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DO-REGISTRO
           END-IF.
           IF EMPRESA-RELATORIO = 0
                   OR EMPRESA-DO-REGISTRO = EMPRESA-RELATORIO
               MOVE "S" TO ENTRA-NO-RELATORIO
           ELSE
               MOVE "N" TO ENTRA-NO-RELATORIO
           END-IF.

       IMPRIME-EMPRESA-RELATORIO.
           IF EMPRESA-RELATORIO = 0
               DISPLAY "CONSOLIDADO - TODAS AS EMPRESAS"
           ELSE
               DISPLAY "EMPRESA " EMPRESA-RELATORIO
           END-IF.

       IMPRIME-RELATORIO.
           DISPLAY " ".
           DISPLAY "VENCIMENTOS DO CONTAS A PAGAR - DATA " DATA-HOJE.
           DISPLAY "FAIXAS: VENCIDO / 0-7 / 8-14 / MAIS DE 14 DIAS".
           PERFORM IMPRIME-EMPRESA-RELATORIO.
           DISPLAY "--------------------------------------------".
           SET PAGVENC-IDX TO 1.
           PERFORM IMPRIME-FORNECEDOR
