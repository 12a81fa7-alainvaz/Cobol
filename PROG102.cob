      *    MESMO FLUXO INCLUIR/ALTERAR/RETIRAR/LISTAR DO PROG64 E DO
      *    PROG73 - A RETIRADA E LOGICA, PARA AS ORDENS DE COMPRA
      *    ANTIGAS NAO FICAREM APONTANDO PARA FORNECEDOR INEXISTENTE.
      *    OS DADOS BANCARIOS DO LOTE DE PAGAMENTO (PROG183): FORMA
      *    T (TED - EXIGE BANCO, AGENCIA E CONTA) OU P (PIX - EXIGE A
      *    CHAVE); FORMA EM BRANCO DEIXA O FORNECEDOR FORA DO LOTE,
      *    PAGO A MAO PELO PROG105.
      *    CAMINHO: FORNECEDOR_DAT (PADRAO FORNECEDORES.DAT).

       ENVIRONMENT DIVISION.
       01  NOVO-CONTATO           PIC X(30).
       01  NOVO-TELEFONE          PIC X(15).

      *    DADOS BANCARIOS DIGITADOS, CONFERIDOS ANTES DE GRAVAR.
       01  NOVA-FORMA             PIC X(01).
       01  NOVO-BANCO             PIC X(03).
       01  NOVA-AGENCIA           PIC X(05).
       01  NOVA-CONTA             PIC X(12).
       01  NOVA-CHAVE-PIX         PIC X(40).
       01  DADOS-BANCARIOS-VALIDOS PIC X.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           PERFORM INICIALIZA-CAMINHO.
           MOVE "A" TO FORNECEDOR-STATUS.
           ACCEPT FORNECEDOR-DATA-CADASTRO FROM DATE YYYYMMDD.

           MOVE ZERO TO FORNECEDOR-BANCO.
           MOVE ZERO TO FORNECEDOR-AGENCIA.
           PERFORM PEDE-DADOS-BANCARIOS.
           PERFORM APLICA-DADOS-BANCARIOS.

           EVALUATE TRUE
               WHEN FORNECEDOR-NOME = SPACE
                   DISPLAY "NOME EM BRANCO. NADA INCLUIDO."
               WHEN FORNECEDOR-CNPJ NOT NUMERIC
                   DISPLAY "CNPJ DEVE TER 14 DIGITOS NUMERICOS. "
                           "NADA INCLUIDO."
               WHEN DADOS-BANCARIOS-VALIDOS NOT = "S"
                   DISPLAY "DADOS BANCARIOS INCOMPLETOS. NADA "
                           "INCLUIDO."
               WHEN OTHER
                   WRITE FORNECEDOR-REGISTRO
                       INVALID KEY

           CLOSE ARQUIVO-FORNECEDOR.

      *    PEDE-DADOS-BANCARIOS / APLICA-DADOS-BANCARIOS: ENTER NA
      *    FORMA MANTEM OS DADOS ATUAIS (NA INCLUSAO, NENHUM) E "N"
      *    TIRA O FORNECEDOR DO LOTE DE PAGAMENTO.
       PEDE-DADOS-BANCARIOS.
           MOVE SPACE TO NOVA-FORMA.
           MOVE SPACE TO NOVO-BANCO.
           MOVE SPACE TO NOVA-AGENCIA.
           MOVE SPACE TO NOVA-CONTA.
           MOVE SPACE TO NOVA-CHAVE-PIX.
           DISPLAY "FORMA DE PAGAMENTO (T=TED P=PIX N=NENHUMA): ".
           ACCEPT NOVA-FORMA.
           EVALUATE NOVA-FORMA
               WHEN "T"
                   DISPLAY "BANCO (3 DIGITOS): "
                   ACCEPT NOVO-BANCO
                   DISPLAY "AGENCIA (5 DIGITOS): "
                   ACCEPT NOVA-AGENCIA
                   DISPLAY "CONTA COM DIGITO: "
                   ACCEPT NOVA-CONTA
               WHEN "P"
                   DISPLAY "CHAVE PIX: "
                   ACCEPT NOVA-CHAVE-PIX
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       APLICA-DADOS-BANCARIOS.
           MOVE "S" TO DADOS-BANCARIOS-VALIDOS.
           EVALUATE NOVA-FORMA
               WHEN "T"
                   IF NOVO-BANCO IS NOT NUMERIC
                           OR NOVA-AGENCIA IS NOT NUMERIC
                           OR NOVA-CONTA = SPACE
                       MOVE "N" TO DADOS-BANCARIOS-VALIDOS
                   ELSE
                       MOVE "T" TO FORNECEDOR-FORMA-PAGAMENTO
                       MOVE NOVO-BANCO TO FORNECEDOR-BANCO
                       MOVE NOVA-AGENCIA TO FORNECEDOR-AGENCIA
                       MOVE NOVA-CONTA TO FORNECEDOR-CONTA
                       MOVE SPACE TO FORNECEDOR-CHAVE-PIX
                   END-IF
               WHEN "P"
                   IF NOVA-CHAVE-PIX = SPACE
                       MOVE "N" TO DADOS-BANCARIOS-VALIDOS
                   ELSE
                       MOVE "P" TO FORNECEDOR-FORMA-PAGAMENTO
                       MOVE ZERO TO FORNECEDOR-BANCO
                       MOVE ZERO TO FORNECEDOR-AGENCIA
                       MOVE SPACE TO FORNECEDOR-CONTA
                       MOVE NOVA-CHAVE-PIX TO FORNECEDOR-CHAVE-PIX
                   END-IF
               WHEN "N"
                   MOVE SPACE TO FORNECEDOR-FORMA-PAGAMENTO
                   MOVE ZERO TO FORNECEDOR-BANCO
                   MOVE ZERO TO FORNECEDOR-AGENCIA
                   MOVE SPACE TO FORNECEDOR-CONTA
                   MOVE SPACE TO FORNECEDOR-CHAVE-PIX
               WHEN SPACE
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO DADOS-BANCARIOS-VALIDOS
           END-EVALUATE.

       ALTERA-FORNECEDOR.
           DISPLAY "INFORME O CODIGO A ALTERAR: ".
           ACCEPT CODIGO-PROCURADO.
           ACCEPT NOVO-CONTATO.
           DISPLAY "NOVO TELEFONE (ENTER MANTEM O ATUAL): ".
           ACCEPT NOVO-TELEFONE.
           DISPLAY "DADOS BANCARIOS - ENTER NA FORMA MANTEM OS ATUAIS.".
           PERFORM PEDE-DADOS-BANCARIOS.

           OPEN I-O ARQUIVO-FORNECEDOR.
           MOVE CODIGO-PROCURADO TO FORNECEDOR-CODIGO.
           IF NOVO-TELEFONE NOT = SPACE
               MOVE NOVO-TELEFONE TO FORNECEDOR-TELEFONE
           END-IF.
           PERFORM APLICA-DADOS-BANCARIOS.
           IF DADOS-BANCARIOS-VALIDOS NOT = "S"
               DISPLAY "DADOS BANCARIOS INCOMPLETOS. NENHUMA "
                       "ALTERACAO FEITA."
           ELSE
               REWRITE FORNECEDOR-REGISTRO
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                   NOT INVALID KEY
                       DISPLAY "FORNECEDOR ALTERADO."
               END-REWRITE
           END-IF.

      *    EXCLUI-FORNECEDOR: RETIRADA LOGICA, COMO NO PROG64 - O
      *    CODIGO DEIXA DE SER ACEITO EM ORDENS DE COMPRA NOVAS.
               ADD 1 TO TOTAL-LISTADOS
               DISPLAY FORNECEDOR-CODIGO " " FORNECEDOR-NOME
                       " CNPJ: " FORNECEDOR-CNPJ " "
                       FORNECEDOR-STATUS " PAGTO: "
                       FORNECEDOR-FORMA-PAGAMENTO
           END-IF.
