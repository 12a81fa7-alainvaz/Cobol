      *    MERCADORIA QUE NAO CHEGOU NAO VIRA TITULO. A BAIXA DE
      *    PAGAMENTO SEGUE A MECANICA DO PROG67: PARCIAL DEIXA "P",
      *    COBERTO LIQUIDA "L". A LISTA SEMANAL DE VENCIMENTOS E O
      *    PROG106. TITULO AGENDADO NUM LOTE DE PAGAMENTO ENVIADO AO
      *    BANCO (PROG183) NAO E BAIXADO AQUI - QUEM BAIXA E O
      *    RETORNO DO BANCO (PROG184), PARA NINGUEM PAGAR DUAS VEZES.
      *    O TITULO E DE UMA EMPRESA DO GRUPO, ESCOLHIDA NA INCLUSAO
      *    (ENTER FICA COM A EMPRESA DA SESSAO DO PROG20).
      *    ORDEM AGUARDANDO APROVACAO OU RECUSADA (PROG211) NAO
      *    ACEITA NOTA.
      *    TITULO COM ORDEM DE COMPRA E MERCADORIA ("MC"); SEM
      *    ORDEM, O OPERADOR INFORMA A CATEGORIA DA DESPESA (ALUGUEL,
      *    UTILIDADES, SERVICOS...), QUE A DRE GERENCIAL (PROG221)
      *    USA PARA ABRIR AS DESPESAS OPERACIONAIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           COPY "PAGSEL.cob".
           COPY "FORSEL.cob".
           COPY "OCSEL.cob".
           COPY "SESSEL.cob".
           COPY "EMPSEL.cob".

       DATA DIVISION.
       FILE SECTION.
           COPY "PAGREG.cob".
           COPY "FORREG.cob".
           COPY "OCREG.cob".
           COPY "SESREG.cob".
           COPY "EMPREG.cob".

       WORKING-STORAGE SECTION.

       01  FORNECEDOR-PATH          PIC X(100).
       01  ORDEM-COMPRA-FILE-STATUS PIC XX.
       01  ORDEM-COMPRA-PATH        PIC X(100).
       01  SESSAO-FILE-STATUS       PIC XX.
       01  EMPRESA-FILE-STATUS      PIC XX.
       01  EMPRESA-PATH             PIC X(100).
       01  OPCAO-MENU               PIC 9.
       01  FINAL-ARQUIVO            PIC X.
       01  DATA-HOJE                PIC 9(08).
       01  OC-INFORMADA             PIC 9(07).
       01  VALOR-INFORMADO          PIC 9(09)V9(02).
       01  VENCIMENTO-INFORMADO     PIC 9(08).
       01  CATEGORIA-INFORMADA      PIC X(02).
       01  VALOR-PAGO-AGORA         PIC 9(09)V9(02).
       01  SALDO-TITULO             PIC S9(09)V9(02).

       01  FORNECEDOR-VALIDO        PIC X.
           88 FORNECEDOR-OK             VALUE "S".
       01  OC-RECEBIDA-OK           PIC X.
       01  CATEGORIA-OK             PIC X.
       01  TOTAL-LISTADOS           PIC 9(05) VALUE 0.
       01  VALOR-EDITADO            PIC $$,$$$,$$$,$$9.99.

           COPY "EMPWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
               MOVE "ordemcompra.dat" TO ORDEM-COMPRA-PATH
           END-IF.

           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           PERFORM OBTEM-EMPRESA-PADRAO.

       EXIBE-MENU.
           DISPLAY "===== CONTAS A PAGAR =====".
           DISPLAY "1 - INCLUIR TITULO (NOTA DE FORNECEDOR)".
                   MOVE "S" TO OC-RECEBIDA-OK
               END-IF
               IF OC-RECEBIDA-OK = "S"
                   IF OC-INFORMADA NOT = 0
                       MOVE "MC" TO CATEGORIA-INFORMADA
                   ELSE
                       MOVE "N" TO CATEGORIA-OK
                       PERFORM ESCOLHE-CATEGORIA
                           UNTIL CATEGORIA-OK = "S"
                   END-IF
                   MOVE "N" TO EMPRESA-ESCOLHIDA-OK
                   PERFORM ESCOLHE-EMPRESA
                       UNTIL EMPRESA-ESCOLHIDA-OK = "S"
                   PERFORM GRAVA-TITULO
               END-IF
           END-IF.

      *    ESCOLHE-CATEGORIA: SO PARA TITULO SEM ORDEM DE COMPRA.
      *    "MC" CONTINUA ACEITO PARA MERCADORIA COMPRADA SEM ORDEM.
       ESCOLHE-CATEGORIA.
           DISPLAY "CATEGORIA DA DESPESA:".
           DISPLAY "  AL ALUGUEL       UT ENERGIA/AGUA/TELEFONE".
           DISPLAY "  SV SERVICOS      MN MANUTENCAO".
           DISPLAY "  FR FRETES        IM IMPOSTOS E TAXAS".
           DISPLAY "  MK MARKETING     OU OUTRAS DESPESAS".
           DISPLAY "  MC MERCADORIA    DV DEVOLUCAO A CLIENTE".
           DISPLAY "INFORME A CATEGORIA: ".
           ACCEPT CATEGORIA-INFORMADA.
           MOVE CATEGORIA-INFORMADA TO PAGAR-CATEGORIA.
           IF PAGAR-CAT-VALIDA
               MOVE "S" TO CATEGORIA-OK
           ELSE
               DISPLAY "CATEGORIA INVALIDA."
           END-IF.

       VALIDA-FORNECEDOR.
           MOVE "N" TO FORNECEDOR-VALIDO.
           OPEN INPUT ARQUIVO-FORNECEDOR.
      *    VALIDA-OC-RECEBIDA: A ORDEM INFORMADA PRECISA SER DO
      *    MESMO FORNECEDOR E TER AO MENOS UMA LINHA COM MERCADORIA
      *    RECEBIDA - O QUE SEGURA A NOTA DA ENTREGA QUE NAO VEIO.
      *    LINHA DE ORDEM NAO LIBERADA (RASCUNHO, AGUARDANDO
      *    APROVACAO OU RECUSADA) NAO CONTA.
       VALIDA-OC-RECEBIDA.
           MOVE "N" TO OC-RECEBIDA-OK.
           OPEN INPUT ARQUIVO-ORDEM-COMPRA.
               ELSE
                   IF OC-FORNECEDOR-CODIGO = FORNECEDOR-INFORMADO
                           AND OC-QTDE-RECEBIDA > 0
                           AND NOT OC-NAO-LIBERADA
                       MOVE "S" TO OC-RECEBIDA-OK
                       MOVE "S" TO FINAL-ARQUIVO
                   END-IF
               MOVE VENCIMENTO-INFORMADO TO PAGAR-DATA-VENCIMENTO
               MOVE ZERO                 TO PAGAR-DATA-PAGAMENTO
               MOVE "A"                  TO PAGAR-SITUACAO
               MOVE ZERO                 TO PAGAR-LOTE-PAGAMENTO
               MOVE ZERO                 TO PAGAR-VALOR-AGENDADO
               MOVE EMPRESA-ESCOLHIDA    TO PAGAR-EMPRESA
               MOVE CATEGORIA-INFORMADA  TO PAGAR-CATEGORIA
               WRITE PAGAR-REGISTRO
                   INVALID KEY
                       DISPLAY "JA EXISTE TITULO DESSE FORNECEDOR "
           END-IF.

       APLICA-PAGAMENTO-TITULO.
           IF PAGAR-LOTE-PAGAMENTO IS NOT NUMERIC
               MOVE ZERO TO PAGAR-LOTE-PAGAMENTO
           END-IF.
           EVALUATE TRUE
               WHEN PAGAR-LIQUIDADO
                   DISPLAY "TITULO JA LIQUIDADO EM "
                           PAGAR-DATA-PAGAMENTO "."
               WHEN PAGAR-LOTE-PAGAMENTO NOT = 0
                   DISPLAY "TITULO AGENDADO NO LOTE DE PAGAMENTO "
                           PAGAR-LOTE-PAGAMENTO ". A BAIXA VEM PELO "
                           "RETORNO DO BANCO (PROG184)."
               WHEN OTHER
                   PERFORM BAIXA-VALOR-TITULO
           END-EVALUATE.

       BAIXA-VALOR-TITULO.
           MOVE PAGAR-VALOR-TOTAL TO VALOR-EDITADO.
           DISPLAY "VALOR DO TITULO: " VALOR-EDITADO.
           MOVE PAGAR-VALOR-PAGO TO VALOR-EDITADO.
           DISPLAY "JA PAGO........: " VALOR-EDITADO.
           DISPLAY "VALOR PAGO AGORA: ".
           ACCEPT VALOR-PAGO-AGORA.
           IF VALOR-PAGO-AGORA = ZERO
               DISPLAY "VALOR ZERO. NADA BAIXADO."
           ELSE
               ADD VALOR-PAGO-AGORA TO PAGAR-VALOR-PAGO
               MOVE DATA-HOJE TO PAGAR-DATA-PAGAMENTO
               COMPUTE SALDO-TITULO =
                   PAGAR-VALOR-TOTAL - PAGAR-VALOR-PAGO
               IF SALDO-TITULO <= 0
                   MOVE "L" TO PAGAR-SITUACAO
                   DISPLAY "TITULO LIQUIDADO."
               ELSE
                   MOVE "P" TO PAGAR-SITUACAO
                   DISPLAY "PAGAMENTO PARCIAL. TITULO SEGUE COM "
                           "SALDO."
               END-IF
               REWRITE PAGAR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR O TITULO."
               END-REWRITE
           END-IF.

       LISTA-TITULOS.
                       PAGAR-DOCUMENTO " VENC "
                       PAGAR-DATA-VENCIMENTO " "
                       VALOR-EDITADO " " PAGAR-SITUACAO
                       " EMP " PAGAR-EMPRESA " " PAGAR-CATEGORIA
               IF PAGAR-LOTE-PAGAMENTO IS NUMERIC
                       AND PAGAR-LOTE-PAGAMENTO NOT = 0
                   DISPLAY "     AGENDADO NO LOTE DE PAGAMENTO "
                           PAGAR-LOTE-PAGAMENTO
               END-IF
           END-IF.

           COPY "EMPPROC.cob".
