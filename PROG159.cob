       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG159.
      *    GERACAO DO LOTE DE NOTAS FISCAIS ELETRONICAS (NF-E) PARA
      *    O PROGRAMA DE TRANSMISSAO: CADA FATURA DE FATURAS.DAT
      *    AINDA SEM NF-E (OU COM A NF-E REJEITADA, JA CORRIGIDA)
      *    VAI PARA O ARQUIVO DE LARGURA FIXA NFELOTE.NNNNNNN.DAT,
      *    NO DESENHO HEADER/DETALHE/TRAILER DA REMESSA BANCARIA
      *    (PROG107): TIPO 1 COM O EMITENTE (EMPRESA.DAT, PROG132),
      *    TIPO 2 POR NOTA COM O DESTINATARIO (CADASTRO DO CLIENTE,
      *    OU O ENDERECO DE ENTREGA QUANDO O PEDIDO FOI PARA LA) E
      *    OS TOTAIS, TIPO 3 POR ITEM DO PEDIDO (PEDIDOS.DAT) COM OS
      *    IMPOSTOS DESTACADOS NO FATURAMENTO (IMPOSTOS.DAT - O ISS
      *    NA SOBRA DO FILLER, APOS OS CAMPOS DE SEMPRE) E TIPO
      *    9 COM AS QUANTIDADES E A SOMA DE CONTROLE. O ARQUIVO E
      *    RELIDO E CONFERIDO CONTRA O TRAILER; SO ENTAO AS NOTAS
      *    FICAM "E" (ENVIADAS) EM NFECONTROLE.DAT, A ESPERA DO
      *    RETORNO (PROG160). O NUMERO DO LOTE VEM DE NUMNFE.DAT.
      *    PROG159-DESDE (AAAAMMDD) LIMITA AS FATURAS PELA EMISSAO -
      *    SERVE PARA A PRIMEIRA CARGA NAO MANDAR O HISTORICO.
      *    OS ITENS DO PEDIDO DA FATURA SAO LIDOS POSICIONANDO NA
      *    CHAVE DE PEDIDOS.DAT (NUMERO + LINHA 000), SEM VARREDURA.
      *    O LOTE E SEMPRE DE UMA EMPRESA SO (O HEADER LEVA UM
      *    EMITENTE): PROG159-EMPRESA (EE) ESCOLHE QUAL, PADRAO A
      *    PRINCIPAL (VARIAVEL EMPRESA), E SO AS FATURAS DELA ENTRAM.
      *    FATURA SEM EMPRESA E DA PRINCIPAL, COMO NA REMESSA.
      *    A NOTA LEVA O CPF/CNPJ DO CLIENTE (PROG18) E O FRETE DA
      *    FATURA; FATURA DE CLIENTE SEM DOCUMENTO, OU CUJOS ITENS
      *    MAIS O FRETE NAO BATEM COM O TOTAL, FICA FORA DO LOTE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "PEDSEL.cob".
           COPY "CLISEL.cob".
           COPY "ENDSEL.cob".
           COPY "EMPSEL.cob".
           COPY "ITRSEL.cob".
           COPY "NFESEL.cob".
           SELECT ARQUIVO-LOTE-NFE
               ASSIGN TO LOTE-NFE-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS LOTE-NFE-FILE-STATUS.
           SELECT OPTIONAL ARQUIVO-NUMERO-NFE
               ASSIGN TO "numnfe.dat"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS NUMERO-NFE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "PEDREG.cob".
           COPY "CLIREG.cob".
           COPY "ENDREG.cob".
           COPY "EMPREG.cob".
           COPY "ITRREG.cob".
           COPY "NFEREG.cob".

       FD  ARQUIVO-LOTE-NFE.
       01  LOTE-NFE-REGISTRO         PIC X(250).
       01  LOTE-HEADER REDEFINES LOTE-NFE-REGISTRO.
           05 LOTE-HDR-TIPO          PIC X(01).
           05 LOTE-HDR-NUMERO        PIC 9(07).
           05 LOTE-HDR-DATA          PIC 9(08).
           05 LOTE-HDR-EMPRESA       PIC 9(02).
           05 LOTE-HDR-CNPJ          PIC X(14).
           05 LOTE-HDR-RAZAO-SOCIAL  PIC X(40).
           05 LOTE-HDR-LOGRADOURO    PIC X(40).
           05 LOTE-HDR-ENDER-NUMERO  PIC X(06).
           05 LOTE-HDR-CIDADE        PIC X(20).
           05 LOTE-HDR-UF            PIC X(02).
           05 LOTE-HDR-CEP           PIC X(08).
           05 FILLER                 PIC X(102).
       01  LOTE-NOTA REDEFINES LOTE-NFE-REGISTRO.
           05 LOTE-NOTA-TIPO         PIC X(01).
           05 LOTE-NOTA-FATURA       PIC 9(07).
           05 LOTE-NOTA-PEDIDO       PIC 9(07).
           05 LOTE-NOTA-EMISSAO      PIC 9(08).
           05 LOTE-NOTA-CLIENTE      PIC 9(08).
           05 LOTE-NOTA-NOME         PIC X(20).
           05 LOTE-NOTA-LOGRADOURO   PIC X(40).
           05 LOTE-NOTA-ENDER-NUMERO PIC X(06).
           05 LOTE-NOTA-COMPLEMENTO  PIC X(15).
           05 LOTE-NOTA-CIDADE       PIC X(20).
           05 LOTE-NOTA-UF           PIC X(02).
           05 LOTE-NOTA-CEP          PIC X(08).
           05 LOTE-NOTA-VALOR-TOTAL  PIC 9(11)V9(02).
           05 LOTE-NOTA-BASE-ICMS    PIC 9(11)V9(02).
           05 LOTE-NOTA-VALOR-ICMS   PIC 9(11)V9(02).
           05 LOTE-NOTA-VALOR-IPI    PIC 9(11)V9(02).
           05 LOTE-NOTA-QTDE-ITENS   PIC 9(03).
           05 LOTE-NOTA-VALOR-ISS    PIC 9(11)V9(02).
           05 LOTE-NOTA-VALOR-FRETE  PIC 9(11)V9(02).
           05 LOTE-NOTA-DEST-TIPO-PESSOA PIC X(01).
           05 LOTE-NOTA-DEST-DOCUMENTO PIC 9(14).
           05 FILLER                 PIC X(12).
       01  LOTE-ITEM REDEFINES LOTE-NFE-REGISTRO.
           05 LOTE-ITEM-TIPO         PIC X(01).
           05 LOTE-ITEM-FATURA       PIC 9(07).
           05 LOTE-ITEM-SEQ          PIC 9(03).
           05 LOTE-ITEM-PRODUTO      PIC 9(05).
           05 LOTE-ITEM-DESCRICAO    PIC X(30).
           05 LOTE-ITEM-QTDE         PIC 9(05).
           05 LOTE-ITEM-PRECO        PIC 9(07)V9(02).
           05 LOTE-ITEM-TOTAL        PIC 9(09)V9(02).
           05 LOTE-ITEM-BASE         PIC 9(09)V9(02).
           05 LOTE-ITEM-ALIQ-ICMS    PIC 9(02)V9(02).
           05 LOTE-ITEM-ICMS         PIC 9(09)V9(02).
           05 LOTE-ITEM-ALIQ-IPI     PIC 9(02)V9(02).
           05 LOTE-ITEM-IPI          PIC 9(09)V9(02).
           05 LOTE-ITEM-ALIQ-ISS     PIC 9(02)V9(02).
           05 LOTE-ITEM-ISS          PIC 9(09)V9(02).
           05 FILLER                 PIC X(123).
       01  LOTE-TRAILER REDEFINES LOTE-NFE-REGISTRO.
           05 LOTE-TRL-TIPO          PIC X(01).
           05 LOTE-TRL-QTDE-NOTAS    PIC 9(07).
           05 LOTE-TRL-QTDE-ITENS    PIC 9(07).
           05 LOTE-TRL-VALOR         PIC 9(13)V9(02).
           05 FILLER                 PIC X(220).

       FD  ARQUIVO-NUMERO-NFE.
       01  NUMERO-NFE-REGISTRO.
           05 NUMERO-NFE-PROX-SEQ    PIC 9(07).

       WORKING-STORAGE SECTION.

       01  FATURA-FILE-STATUS         PIC XX.
       01  FATURA-PATH                PIC X(100).
       01  PEDIDO-FILE-STATUS         PIC XX.
       01  PEDIDO-PATH                PIC X(100).
       01  CLIENTE-FILE-STATUS        PIC XX.
       01  CLIENTE-PATH               PIC X(100).
       01  ENDERECO-FILE-STATUS       PIC XX.
       01  ENDERECO-PATH              PIC X(100).
       01  IMPOSTO-FILE-STATUS        PIC XX.
       01  IMPOSTO-PATH               PIC X(100).
       01  NFE-FILE-STATUS            PIC XX.
       01  NFE-PATH                   PIC X(100).
       01  LOTE-NFE-FILE-STATUS       PIC XX.
       01  LOTE-NFE-PATH              PIC X(100).
       01  NUMERO-NFE-FILE-STATUS     PIC XX.
       01  FINAL-ARQUIVO              PIC X.
       01  FINAL-AUXILIAR             PIC X.
       01  DATA-HOJE                  PIC 9(08).
       01  DATA-INICIO                PIC 9(08) VALUE 0.
       01  DATA-INICIO-ENV            PIC X(08).

      *    EMITENTE: CODIGO DE PROG159-EMPRESA OU, SEM ELA, DA
      *    VARIAVEL EMPRESA (PADRAO 17), E OS DADOS DE EMPRESA.DAT.
      *    SEM PARAMETROS NAO HA EMITENTE E O LOTE NAO E GERADO - A
      *    SEFAZ REJEITARIA TUDO.
       01  EMPRESA-EMITENTE           PIC 9(02) VALUE 17.
       01  EMPRESA-PRINCIPAL-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-DA-FATURA          PIC 9(02).
       01  EMPRESA-CODIGO-ENV         PIC X(02).
       01  EMPRESA-FILE-STATUS        PIC XX.
       01  EMPRESA-PATH               PIC X(100).
       01  ACHOU-EMITENTE             PIC X VALUE "N".

       01  NUMERO-LOTE-GERADO         PIC 9(07).
       01  PROXIMA-SEQUENCIA-LOTE     PIC 9(07) VALUE 0.

      *    NOTA EM MONTAGEM: ITENS DO PEDIDO DA FATURA COM OS
      *    IMPOSTOS DO LIVRO, E O DESTINATARIO.
       01  ACHOU-CABECALHO            PIC X.
       01  PEDIDO-ENTREGA-NOTA        PIC X(01).
       01  QTDE-ITENS-NOTA            PIC 9(03).
       01  QTDE-FATURADA-LINHA        PIC 9(05).
       01  TOTAL-ITENS-NOTA           PIC 9(11)V9(02).
       01  FRETE-NOTA                 PIC 9(11)V9(02).
       01  TOTAL-CALCULADO-NOTA       PIC 9(11)V9(02).
       01  ITEM-ACHADO                PIC 9(03).
       01  TABELA-ITENS-NOTA.
           05 ITEM-NOTA OCCURS 20 TIMES.
              10 ITEM-NF-LINHA        PIC 9(03).
              10 ITEM-NF-PRODUTO      PIC 9(05).
              10 ITEM-NF-DESCRICAO    PIC X(30).
              10 ITEM-NF-QTDE         PIC 9(05).
              10 ITEM-NF-PRECO        PIC 9(07)V9(02).
              10 ITEM-NF-TOTAL        PIC 9(09)V9(02).
              10 ITEM-NF-BASE         PIC 9(09)V9(02).
              10 ITEM-NF-ALIQ-ICMS    PIC 9(02)V9(02).
              10 ITEM-NF-ICMS         PIC 9(09)V9(02).
              10 ITEM-NF-ALIQ-IPI     PIC 9(02)V9(02).
              10 ITEM-NF-IPI          PIC 9(09)V9(02).
              10 ITEM-NF-ALIQ-ISS     PIC 9(02)V9(02).
              10 ITEM-NF-ISS          PIC 9(09)V9(02).
       01  ITEM-SUB                   PIC 9(03).
       01  TOTAL-BASE-ICMS-NOTA       PIC 9(11)V9(02).
       01  TOTAL-ICMS-NOTA            PIC 9(11)V9(02).
       01  TOTAL-IPI-NOTA             PIC 9(11)V9(02).
       01  TOTAL-ISS-NOTA             PIC 9(11)V9(02).

       01  DESTINATARIO.
           05 DEST-NOME               PIC X(20).
           05 DEST-LOGRADOURO         PIC X(40).
           05 DEST-ENDER-NUMERO       PIC X(06).
           05 DEST-COMPLEMENTO        PIC X(15).
           05 DEST-CIDADE             PIC X(20).
           05 DEST-UF                 PIC X(02).
           05 DEST-CEP                PIC X(08).
           05 DEST-TIPO-PESSOA        PIC X(01).
           05 DEST-DOCUMENTO          PIC 9(14).

       01  QTDE-NOTAS                 PIC 9(07) VALUE 0.
       01  QTDE-ITENS-LOTE            PIC 9(07) VALUE 0.
       01  VALOR-TOTAL-LOTE           PIC 9(13)V9(02) VALUE 0.
       01  QTDE-SEM-ITENS             PIC 9(05) VALUE 0.
       01  QTDE-SEM-DOCUMENTO         PIC 9(05) VALUE 0.
       01  QTDE-TOTAL-DIVERGENTE      PIC 9(05) VALUE 0.

      *    FATURAS INCLUIDAS, PARA MARCAR NFECONTROLE.DAT SO DEPOIS
      *    DA CONFERENCIA DO TRAILER.
       01  QTDE-INCLUIDAS             PIC 9(03) VALUE 0.
       01  TABELA-INCLUIDAS.
           05 INCLUIDA-ENTRADA OCCURS 500 TIMES.
              10 INCLUIDA-FATURA      PIC 9(07).
              10 INCLUIDA-PEDIDO      PIC 9(07).
              10 INCLUIDA-CLIENTE     PIC 9(08).
       01  INCLUIDA-SUB               PIC 9(03).
       01  TABELA-INCLUIDAS-CHEIA     PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO      VALUE "S".

       01  QTDE-NOTAS-RELIDAS         PIC 9(07) VALUE 0.
       01  QTDE-ITENS-RELIDOS         PIC 9(07) VALUE 0.
       01  VALOR-RELIDO               PIC 9(13)V9(02) VALUE 0.
       01  TRAILER-NOTAS-LIDO         PIC 9(07) VALUE 0.
       01  TRAILER-ITENS-LIDO         PIC 9(07) VALUE 0.
       01  TRAILER-VALOR-LIDO         PIC 9(13)V9(02) VALUE 0.
       01  ACHOU-TRAILER              PIC X VALUE "N".
      *    SOMA DOS ITENS DA NOTA RELIDA, PARA CONFERIR ITENS MAIS
      *    FRETE CONTRA O TOTAL DA NOTA.
       01  NOTA-RELIDA-ABERTA         PIC X VALUE "N".
       01  NOTA-RELIDA-FATURA         PIC 9(07).
       01  NOTA-RELIDA-TOTAL          PIC 9(11)V9(02).
       01  NOTA-RELIDA-FRETE          PIC 9(11)V9(02).
       01  NOTA-RELIDA-ITENS          PIC 9(11)V9(02).
       01  QTDE-NOTAS-DIVERGENTES     PIC 9(05) VALUE 0.

       01  VALOR-EDITADO              PIC $$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
           ACCEPT DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM INICIALIZA-CAMINHOS.
           PERFORM BUSCA-DADOS-EMITENTE.

           EVALUATE TRUE
               WHEN ACHOU-EMITENTE NOT = "S"
                   DISPLAY "EMPRESA " EMPRESA-EMITENTE " SEM "
                           "PARAMETROS EM EMPRESA.DAT (PROG132). "
                           "LOTE DE NF-E NAO GERADO."
                   MOVE 1 TO RETURN-CODE
               WHEN OTHER
                   OPEN INPUT ARQUIVO-FATURA
                   IF FATURA-FILE-STATUS = "35"
                       DISPLAY "FATURAS.DAT NAO ENCONTRADO. NENHUMA "
                               "NOTA A EMITIR."
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM GERA-NUMERO-LOTE
                       PERFORM MONTA-CAMINHO-LOTE
                       OPEN INPUT ARQUIVO-NFE
                       PERFORM GERA-ARQUIVO-LOTE
                       IF NFE-FILE-STATUS NOT = "35"
                           CLOSE ARQUIVO-NFE
                       END-IF
                       CLOSE ARQUIVO-FATURA
                       PERFORM ENCERRA-LOTE
                   END-IF
           END-EVALUATE.

       PROGRAM-DONE.
           GOBACK.

       INICIALIZA-CAMINHOS.
           MOVE "faturas.dat" TO FATURA-PATH.
           ACCEPT FATURA-PATH FROM ENVIRONMENT "FATURA_DAT".
           IF FATURA-PATH = SPACE
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           MOVE "pedidos.dat" TO PEDIDO-PATH.
           ACCEPT PEDIDO-PATH FROM ENVIRONMENT "PEDIDO_DAT".
           IF PEDIDO-PATH = SPACE
               MOVE "pedidos.dat" TO PEDIDO-PATH
           END-IF.

           MOVE "clientes.dat" TO CLIENTE-PATH.
           ACCEPT CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_DAT".
           IF CLIENTE-PATH = SPACE
               MOVE "clientes.dat" TO CLIENTE-PATH
           END-IF.

           MOVE "enderecos.dat" TO ENDERECO-PATH.
           ACCEPT ENDERECO-PATH FROM ENVIRONMENT "ENDERECO_DAT".
           IF ENDERECO-PATH = SPACE
               MOVE "enderecos.dat" TO ENDERECO-PATH
           END-IF.

           MOVE "impostos.dat" TO IMPOSTO-PATH.
           ACCEPT IMPOSTO-PATH FROM ENVIRONMENT "IMPOSTO_DAT".
           IF IMPOSTO-PATH = SPACE
               MOVE "impostos.dat" TO IMPOSTO-PATH
           END-IF.

           MOVE "nfecontrole.dat" TO NFE-PATH.
           ACCEPT NFE-PATH FROM ENVIRONMENT "NFECONTROLE_DAT".
           IF NFE-PATH = SPACE
               MOVE "nfecontrole.dat" TO NFE-PATH
           END-IF.

           MOVE SPACE TO DATA-INICIO-ENV.
           ACCEPT DATA-INICIO-ENV FROM ENVIRONMENT "PROG159-DESDE".
           IF DATA-INICIO-ENV IS NUMERIC
               MOVE DATA-INICIO-ENV TO DATA-INICIO
           END-IF.

       BUSCA-DADOS-EMITENTE.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           IF EMPRESA-PATH = SPACE
               MOVE "empresa.dat" TO EMPRESA-PATH
           END-IF.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-EMITENTE.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG159-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
                   AND EMPRESA-CODIGO-ENV NOT = "00"
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-EMITENTE
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESA.
           IF EMPRESA-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE EMPRESA-EMITENTE TO EMPRESA-CODIGO
               READ ARQUIVO-EMPRESA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO ACHOU-EMITENTE
               END-READ
               CLOSE ARQUIVO-EMPRESA
           END-IF.

       MONTA-CAMINHO-LOTE.
           MOVE SPACE TO LOTE-NFE-PATH.
           STRING "nfelote." DELIMITED BY SIZE
                  NUMERO-LOTE-GERADO DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
               INTO LOTE-NFE-PATH.

       GERA-ARQUIVO-LOTE.
           OPEN OUTPUT ARQUIVO-LOTE-NFE.

           MOVE SPACE TO LOTE-NFE-REGISTRO.
           MOVE "1" TO LOTE-HDR-TIPO.
           MOVE NUMERO-LOTE-GERADO TO LOTE-HDR-NUMERO.
           MOVE DATA-HOJE TO LOTE-HDR-DATA.
           MOVE EMPRESA-EMITENTE TO LOTE-HDR-EMPRESA.
           MOVE EMPRESA-CNPJ TO LOTE-HDR-CNPJ.
           MOVE EMPRESA-RAZAO-SOCIAL TO LOTE-HDR-RAZAO-SOCIAL.
           MOVE EMPRESA-LOGRADOURO TO LOTE-HDR-LOGRADOURO.
           MOVE EMPRESA-ENDER-NUMERO TO LOTE-HDR-ENDER-NUMERO.
           MOVE EMPRESA-CIDADE TO LOTE-HDR-CIDADE.
           MOVE EMPRESA-UF TO LOTE-HDR-UF.
           MOVE EMPRESA-CEP TO LOTE-HDR-CEP.
           WRITE LOTE-NFE-REGISTRO.

           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM SELECIONA-PROXIMA-FATURA
               UNTIL FINAL-ARQUIVO = "S".

           MOVE SPACE TO LOTE-NFE-REGISTRO.
           MOVE "9" TO LOTE-TRL-TIPO.
           MOVE QTDE-NOTAS TO LOTE-TRL-QTDE-NOTAS.
           MOVE QTDE-ITENS-LOTE TO LOTE-TRL-QTDE-ITENS.
           MOVE VALOR-TOTAL-LOTE TO LOTE-TRL-VALOR.
           WRITE LOTE-NFE-REGISTRO.

           CLOSE ARQUIVO-LOTE-NFE.

       SELECIONA-PROXIMA-FATURA.
           READ ARQUIVO-FATURA NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               IF FATURA-EMPRESA IS NUMERIC AND FATURA-EMPRESA NOT = 0
                   MOVE FATURA-EMPRESA TO EMPRESA-DA-FATURA
               ELSE
                   MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-DA-FATURA
               END-IF
               IF FATURA-DATA-EMISSAO NOT < DATA-INICIO
                       AND EMPRESA-DA-FATURA = EMPRESA-EMITENTE
                   PERFORM VERIFICA-NFE-DA-FATURA
               END-IF
           END-IF.

      *    VERIFICA-NFE-DA-FATURA: VAI NO LOTE A FATURA SEM NF-E E A
      *    DE NF-E REJEITADA; ENVIADA AGUARDA O RETORNO E AUTORIZADA
      *    JA ESTA RESOLVIDA.
       VERIFICA-NFE-DA-FATURA.
           IF NFE-FILE-STATUS = "35"
               PERFORM INCLUI-NOTA-LOTE
           ELSE
               MOVE FATURA-NUMERO TO NFE-FATURA-NUMERO
               READ ARQUIVO-NFE
                   INVALID KEY
                       PERFORM INCLUI-NOTA-LOTE
                   NOT INVALID KEY
                       IF NFE-REJEITADA
                           PERFORM INCLUI-NOTA-LOTE
                       END-IF
               END-READ
           END-IF.

       INCLUI-NOTA-LOTE.
           EVALUATE TRUE
               WHEN QTDE-INCLUIDAS = 500
                   IF NOT AVISO-CHEIA-JA-EXIBIDO
                       DISPLAY "*** ATENCAO: LIMITE DE 500 NOTAS POR "
                               "LOTE ATINGIDO. AS DEMAIS FICAM PARA O "
                               "PROXIMO LOTE. ***"
                       MOVE "S" TO TABELA-INCLUIDAS-CHEIA
                   END-IF
               WHEN OTHER
                   PERFORM CARREGA-ITENS-PEDIDO
                   IF QTDE-ITENS-NOTA = 0
                       DISPLAY "FATURA " FATURA-NUMERO " SEM ITENS "
                               "DO PEDIDO " FATURA-PEDIDO-NUMERO
                               " EM PEDIDOS.DAT. FICA FORA DO LOTE."
                       ADD 1 TO QTDE-SEM-ITENS
                   ELSE
                       PERFORM INCLUI-NOTA-COM-ITENS
                   END-IF
           END-EVALUATE.

      *    INCLUI-NOTA-COM-ITENS: SEM CPF/CNPJ NO CADASTRO A SEFAZ
      *    REJEITA A NOTA - A FATURA ESPERA A COLETA NO BALCAO
      *    (PROG18). ITENS MAIS FRETE DIFERENTES DO TOTAL (NOTA DE
      *    CREDITO JA ABATIDA NO TITULO, PEDIDO MEXIDO DEPOIS DO
      *    FATURAMENTO) TAMBEM FICAM FORA, PARA CONFERENCIA.
       INCLUI-NOTA-COM-ITENS.
           PERFORM BUSCA-DESTINATARIO.
           IF FATURA-VALOR-FRETE IS NUMERIC
               MOVE FATURA-VALOR-FRETE TO FRETE-NOTA
           ELSE
               MOVE ZERO TO FRETE-NOTA
           END-IF.
           COMPUTE TOTAL-CALCULADO-NOTA =
               TOTAL-ITENS-NOTA + FRETE-NOTA.
           EVALUATE TRUE
               WHEN DEST-TIPO-PESSOA = SPACE
                   DISPLAY "FATURA " FATURA-NUMERO " - CLIENTE "
                           FATURA-CLIENTE-CODIGO " SEM CPF/CNPJ NO "
                           "CADASTRO (PROG18). FICA FORA DO LOTE."
                   ADD 1 TO QTDE-SEM-DOCUMENTO
               WHEN TOTAL-CALCULADO-NOTA NOT = FATURA-VALOR-TOTAL
                   MOVE TOTAL-CALCULADO-NOTA TO VALOR-EDITADO
                   DISPLAY "FATURA " FATURA-NUMERO " - ITENS MAIS "
                           "FRETE (" VALOR-EDITADO ") DIFERENTES DO "
                           "TOTAL DA FATURA. FICA FORA DO LOTE."
                   ADD 1 TO QTDE-TOTAL-DIVERGENTE
               WHEN OTHER
                   PERFORM CARREGA-IMPOSTOS-FATURA
                   PERFORM GRAVA-NOTA-LOTE
           END-EVALUATE.

      *    CARREGA-ITENS-PEDIDO: POSICIONA PEDIDOS.DAT NO PEDIDO DA
      *    FATURA, COMO A NOTA DE CREDITO (PROG109) FAZ. CADA ITEM
      *    ENTRA COM A QUANTIDADE QUE O FATURAMENTO COBROU NA LINHA
      *    (ITEM-QTDE-FATURADA; PEDIDO FATURADO ANTES DO CAMPO, A
      *    PEDIDA) E GUARDA O NUMERO DA LINHA DO PEDIDO, QUE AMARRA O
      *    IMPOSTO DO LIVRO AO ITEM. LINHA QUE FOI TODA PARA
      *    ENCOMENDA (FATURADA ZERO) NAO ENTRA NA NOTA.
       CARREGA-ITENS-PEDIDO.
           MOVE 0 TO QTDE-ITENS-NOTA.
           MOVE ZERO TO TOTAL-ITENS-NOTA.
           MOVE "N" TO ACHOU-CABECALHO.
           MOVE SPACE TO PEDIDO-ENTREGA-NOTA.
           OPEN INPUT ARQUIVO-PEDIDO.
           IF PEDIDO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-AUXILIAR
               MOVE FATURA-PEDIDO-NUMERO TO PEDIDO-NUMERO
               MOVE 0 TO PEDIDO-LINHA
               START ARQUIVO-PEDIDO
                   KEY IS NOT LESS THAN PEDIDO-CHAVE
                   INVALID KEY
                       MOVE "S" TO FINAL-AUXILIAR
               END-START
               PERFORM CARREGA-PROXIMO-PEDIDO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-PEDIDO
           END-IF.

       CARREGA-PROXIMO-PEDIDO.
           READ ARQUIVO-PEDIDO NEXT RECORD
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
                   AND PEDIDO-NUMERO NOT = FATURA-PEDIDO-NUMERO
               MOVE "S" TO FINAL-AUXILIAR
           END-IF.
           IF FINAL-AUXILIAR NOT = "S"
                   AND PEDIDO-NUMERO = FATURA-PEDIDO-NUMERO
               IF PEDIDO-CABECALHO
                   MOVE "S" TO ACHOU-CABECALHO
                   MOVE PEDIDO-ENDER-ENTREGA TO PEDIDO-ENTREGA-NOTA
               ELSE
                   IF ITEM-QTDE-FATURADA IS NUMERIC
                       MOVE ITEM-QTDE-FATURADA TO QTDE-FATURADA-LINHA
                   ELSE
                       MOVE ITEM-QUANTIDADE TO QTDE-FATURADA-LINHA
                   END-IF
                   IF QTDE-FATURADA-LINHA NOT = 0
                           AND QTDE-ITENS-NOTA < 20
                       ADD 1 TO QTDE-ITENS-NOTA
                       PERFORM GUARDA-ITEM-NOTA
                   END-IF
               END-IF
           END-IF.

       GUARDA-ITEM-NOTA.
           MOVE QTDE-ITENS-NOTA TO ITEM-SUB.
           MOVE PEDIDO-LINHA TO ITEM-NF-LINHA (ITEM-SUB).
           MOVE ITEM-PRODUTO-CODIGO TO ITEM-NF-PRODUTO (ITEM-SUB).
           MOVE ITEM-DESCRICAO TO ITEM-NF-DESCRICAO (ITEM-SUB).
           MOVE QTDE-FATURADA-LINHA TO ITEM-NF-QTDE (ITEM-SUB).
           MOVE ITEM-PRECO-UNITARIO TO ITEM-NF-PRECO (ITEM-SUB).
           COMPUTE ITEM-NF-TOTAL (ITEM-SUB) ROUNDED =
               QTDE-FATURADA-LINHA * ITEM-PRECO-UNITARIO.
           ADD ITEM-NF-TOTAL (ITEM-SUB) TO TOTAL-ITENS-NOTA.
           MOVE ZERO TO ITEM-NF-BASE (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-ALIQ-ICMS (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-ICMS (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-ALIQ-IPI (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-IPI (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-ALIQ-ISS (ITEM-SUB).
           MOVE ZERO TO ITEM-NF-ISS (ITEM-SUB).

      *    CARREGA-IMPOSTOS-FATURA: AS LINHAS DE SAIDA DA FATURA NO
      *    LIVRO DE IMPOSTOS, CADA UMA NO ITEM DA MESMA LINHA DO
      *    PEDIDO. FATURA ANTERIOR AO LIVRO SAI SEM DESTAQUE.
       CARREGA-IMPOSTOS-FATURA.
           MOVE ZERO TO TOTAL-BASE-ICMS-NOTA.
           MOVE ZERO TO TOTAL-ICMS-NOTA.
           MOVE ZERO TO TOTAL-IPI-NOTA.
           MOVE ZERO TO TOTAL-ISS-NOTA.
           OPEN INPUT ARQUIVO-IMPOSTO.
           IF IMPOSTO-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE "N" TO FINAL-AUXILIAR
               PERFORM CARREGA-PROXIMO-IMPOSTO
                   UNTIL FINAL-AUXILIAR = "S"
               CLOSE ARQUIVO-IMPOSTO
           END-IF.

       CARREGA-PROXIMO-IMPOSTO.
           READ ARQUIVO-IMPOSTO
               AT END
                   MOVE "S" TO FINAL-AUXILIAR
           END-READ.
           IF FINAL-AUXILIAR NOT = "S"
               MOVE 0 TO ITEM-ACHADO
               IF IMPOSTO-SAIDA
                       AND IMPOSTO-FATURA-NUMERO = FATURA-NUMERO
                   MOVE 1 TO ITEM-SUB
                   PERFORM BUSCA-ITEM-DO-IMPOSTO
                       UNTIL ITEM-SUB > QTDE-ITENS-NOTA
                          OR ITEM-ACHADO NOT = 0
               END-IF
               IF ITEM-ACHADO NOT = 0
                   MOVE ITEM-ACHADO TO ITEM-SUB
                   MOVE IMPOSTO-BASE TO ITEM-NF-BASE (ITEM-SUB)
                   EVALUATE TRUE
                       WHEN IMPOSTO-ICMS
                           MOVE IMPOSTO-ALIQUOTA
                               TO ITEM-NF-ALIQ-ICMS (ITEM-SUB)
                           MOVE IMPOSTO-VALOR
                               TO ITEM-NF-ICMS (ITEM-SUB)
                           ADD IMPOSTO-BASE TO TOTAL-BASE-ICMS-NOTA
                           ADD IMPOSTO-VALOR TO TOTAL-ICMS-NOTA
                       WHEN IMPOSTO-ISS
                           MOVE IMPOSTO-ALIQUOTA
                               TO ITEM-NF-ALIQ-ISS (ITEM-SUB)
                           MOVE IMPOSTO-VALOR
                               TO ITEM-NF-ISS (ITEM-SUB)
                           ADD IMPOSTO-VALOR TO TOTAL-ISS-NOTA
                       WHEN OTHER
                           MOVE IMPOSTO-ALIQUOTA
                               TO ITEM-NF-ALIQ-IPI (ITEM-SUB)
                           MOVE IMPOSTO-VALOR
                               TO ITEM-NF-IPI (ITEM-SUB)
                           ADD IMPOSTO-VALOR TO TOTAL-IPI-NOTA
                   END-EVALUATE
               END-IF
           END-IF.

       BUSCA-ITEM-DO-IMPOSTO.
           IF ITEM-NF-LINHA (ITEM-SUB) = IMPOSTO-ITEM
               MOVE ITEM-SUB TO ITEM-ACHADO
           END-IF.
           ADD 1 TO ITEM-SUB.

      *    BUSCA-DESTINATARIO: ENDERECO DO CADASTRO, TROCADO PELO DE
      *    ENTREGA QUANDO O PEDIDO FOI MARCADO PARA LA (PROG65) -
      *    A MESMA UF QUE O FATURAMENTO USOU PARA O IMPOSTO. O
      *    CPF/CNPJ VEM SEMPRE DO CADASTRO; TIPO EM BRANCO NO
      *    DESTINATARIO = CLIENTE SEM DOCUMENTO.
       BUSCA-DESTINATARIO.
           MOVE SPACE TO DESTINATARIO.
           MOVE ZERO TO DEST-DOCUMENTO.
           MOVE FATURA-CLIENTE-NOME TO DEST-NOME.
           OPEN INPUT ARQUIVO-CLIENTE.
           IF CLIENTE-FILE-STATUS = "35"
               CONTINUE
           ELSE
               MOVE FATURA-CLIENTE-CODIGO TO CLIENTE-CODIGO
               READ ARQUIVO-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CLIENTE-LOGRADOURO TO DEST-LOGRADOURO
                       MOVE CLIENTE-ENDER-NUMERO TO DEST-ENDER-NUMERO
                       MOVE CLIENTE-COMPLEMENTO TO DEST-COMPLEMENTO
                       MOVE CLIENTE-CIDADE TO DEST-CIDADE
                       MOVE CLIENTE-UF TO DEST-UF
                       MOVE CLIENTE-CEP TO DEST-CEP
                       IF NOT CLIENTE-SEM-DOCUMENTO
                               AND CLIENTE-DOCUMENTO IS NUMERIC
                               AND CLIENTE-DOCUMENTO NOT = 0
                           MOVE CLIENTE-TIPO-PESSOA
                               TO DEST-TIPO-PESSOA
                           MOVE CLIENTE-DOCUMENTO TO DEST-DOCUMENTO
                       END-IF
               END-READ
               CLOSE ARQUIVO-CLIENTE
           END-IF.
           IF PEDIDO-ENTREGA-NOTA = "E"
               OPEN INPUT ARQUIVO-ENDERECO
               IF ENDERECO-FILE-STATUS = "35"
                   CONTINUE
               ELSE
                   MOVE FATURA-CLIENTE-CODIGO
                       TO ENDERECO-CLIENTE-CODIGO
                   MOVE "E" TO ENDERECO-TIPO
                   READ ARQUIVO-ENDERECO
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE ENDERECO-LOGRADOURO TO DEST-LOGRADOURO
                           MOVE ENDERECO-NUMERO TO DEST-ENDER-NUMERO
                           MOVE ENDERECO-COMPLEMENTO
                               TO DEST-COMPLEMENTO
                           MOVE ENDERECO-CIDADE TO DEST-CIDADE
                           MOVE ENDERECO-UF TO DEST-UF
                           MOVE ENDERECO-CEP TO DEST-CEP
                   END-READ
                   CLOSE ARQUIVO-ENDERECO
               END-IF
           END-IF.

       GRAVA-NOTA-LOTE.
           MOVE SPACE TO LOTE-NFE-REGISTRO.
           MOVE "2" TO LOTE-NOTA-TIPO.
           MOVE FATURA-NUMERO TO LOTE-NOTA-FATURA.
           MOVE FATURA-PEDIDO-NUMERO TO LOTE-NOTA-PEDIDO.
           MOVE FATURA-DATA-EMISSAO TO LOTE-NOTA-EMISSAO.
           MOVE FATURA-CLIENTE-CODIGO TO LOTE-NOTA-CLIENTE.
           MOVE DEST-NOME TO LOTE-NOTA-NOME.
           MOVE DEST-LOGRADOURO TO LOTE-NOTA-LOGRADOURO.
           MOVE DEST-ENDER-NUMERO TO LOTE-NOTA-ENDER-NUMERO.
           MOVE DEST-COMPLEMENTO TO LOTE-NOTA-COMPLEMENTO.
           MOVE DEST-CIDADE TO LOTE-NOTA-CIDADE.
           MOVE DEST-UF TO LOTE-NOTA-UF.
           MOVE DEST-CEP TO LOTE-NOTA-CEP.
           MOVE FATURA-VALOR-TOTAL TO LOTE-NOTA-VALOR-TOTAL.
           MOVE TOTAL-BASE-ICMS-NOTA TO LOTE-NOTA-BASE-ICMS.
           MOVE TOTAL-ICMS-NOTA TO LOTE-NOTA-VALOR-ICMS.
           MOVE TOTAL-IPI-NOTA TO LOTE-NOTA-VALOR-IPI.
           MOVE QTDE-ITENS-NOTA TO LOTE-NOTA-QTDE-ITENS.
           MOVE TOTAL-ISS-NOTA TO LOTE-NOTA-VALOR-ISS.
           MOVE FRETE-NOTA TO LOTE-NOTA-VALOR-FRETE.
           MOVE DEST-TIPO-PESSOA TO LOTE-NOTA-DEST-TIPO-PESSOA.
           MOVE DEST-DOCUMENTO TO LOTE-NOTA-DEST-DOCUMENTO.
           WRITE LOTE-NFE-REGISTRO.
           ADD 1 TO QTDE-NOTAS.
           ADD FATURA-VALOR-TOTAL TO VALOR-TOTAL-LOTE.

           MOVE 1 TO ITEM-SUB.
           PERFORM GRAVA-ITEM-LOTE
               UNTIL ITEM-SUB > QTDE-ITENS-NOTA.

           ADD 1 TO QTDE-INCLUIDAS.
           MOVE FATURA-NUMERO TO INCLUIDA-FATURA (QTDE-INCLUIDAS).
           MOVE FATURA-PEDIDO-NUMERO
               TO INCLUIDA-PEDIDO (QTDE-INCLUIDAS).
           MOVE FATURA-CLIENTE-CODIGO
               TO INCLUIDA-CLIENTE (QTDE-INCLUIDAS).

       GRAVA-ITEM-LOTE.
           MOVE SPACE TO LOTE-NFE-REGISTRO.
           MOVE "3" TO LOTE-ITEM-TIPO.
           MOVE FATURA-NUMERO TO LOTE-ITEM-FATURA.
           MOVE ITEM-SUB TO LOTE-ITEM-SEQ.
           MOVE ITEM-NF-PRODUTO (ITEM-SUB) TO LOTE-ITEM-PRODUTO.
           MOVE ITEM-NF-DESCRICAO (ITEM-SUB) TO LOTE-ITEM-DESCRICAO.
           MOVE ITEM-NF-QTDE (ITEM-SUB) TO LOTE-ITEM-QTDE.
           MOVE ITEM-NF-PRECO (ITEM-SUB) TO LOTE-ITEM-PRECO.
           MOVE ITEM-NF-TOTAL (ITEM-SUB) TO LOTE-ITEM-TOTAL.
           MOVE ITEM-NF-BASE (ITEM-SUB) TO LOTE-ITEM-BASE.
           MOVE ITEM-NF-ALIQ-ICMS (ITEM-SUB) TO LOTE-ITEM-ALIQ-ICMS.
           MOVE ITEM-NF-ICMS (ITEM-SUB) TO LOTE-ITEM-ICMS.
           MOVE ITEM-NF-ALIQ-IPI (ITEM-SUB) TO LOTE-ITEM-ALIQ-IPI.
           MOVE ITEM-NF-IPI (ITEM-SUB) TO LOTE-ITEM-IPI.
           MOVE ITEM-NF-ALIQ-ISS (ITEM-SUB) TO LOTE-ITEM-ALIQ-ISS.
           MOVE ITEM-NF-ISS (ITEM-SUB) TO LOTE-ITEM-ISS.
           WRITE LOTE-NFE-REGISTRO.
           ADD 1 TO QTDE-ITENS-LOTE.
           ADD 1 TO ITEM-SUB.

      *    GERA-NUMERO-LOTE: SEQUENCIA SIMPLES EM NUMNFE.DAT, NO
      *    MESMO ESTILO LE-E-REGRAVA DE NUMREM.DAT (PROG107).
       GERA-NUMERO-LOTE.
           MOVE 0 TO PROXIMA-SEQUENCIA-LOTE.
           OPEN INPUT ARQUIVO-NUMERO-NFE.
           IF NUMERO-NFE-FILE-STATUS = "00"
                   OR NUMERO-NFE-FILE-STATUS = "05"
               READ ARQUIVO-NUMERO-NFE
                   AT END
                       CONTINUE
               END-READ
               IF NUMERO-NFE-FILE-STATUS = "00"
                   MOVE NUMERO-NFE-PROX-SEQ TO PROXIMA-SEQUENCIA-LOTE
               END-IF
               CLOSE ARQUIVO-NUMERO-NFE
           END-IF.

           ADD 1 TO PROXIMA-SEQUENCIA-LOTE.
           MOVE PROXIMA-SEQUENCIA-LOTE TO NUMERO-LOTE-GERADO.

           OPEN OUTPUT ARQUIVO-NUMERO-NFE.
           MOVE PROXIMA-SEQUENCIA-LOTE TO NUMERO-NFE-PROX-SEQ.
           WRITE NUMERO-NFE-REGISTRO.
           CLOSE ARQUIVO-NUMERO-NFE.

       ENCERRA-LOTE.
           IF QTDE-SEM-ITENS NOT = 0
               DISPLAY QTDE-SEM-ITENS " FATURA(S) SEM ITENS FICARAM "
                       "FORA DO LOTE."
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF QTDE-SEM-DOCUMENTO NOT = 0
               DISPLAY QTDE-SEM-DOCUMENTO " FATURA(S) DE CLIENTE SEM "
                       "CPF/CNPJ FICARAM FORA DO LOTE."
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF QTDE-TOTAL-DIVERGENTE NOT = 0
               DISPLAY QTDE-TOTAL-DIVERGENTE " FATURA(S) COM ITENS "
                       "MAIS FRETE DIFERENTES DO TOTAL FICARAM FORA "
                       "DO LOTE."
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF QTDE-NOTAS = 0
               DISPLAY "NENHUMA FATURA AGUARDANDO NF-E. LOTE VAZIO "
                       "NAO E TRANSMITIDO."
           ELSE
               DISPLAY "LOTE DE NF-E GRAVADO EM: " LOTE-NFE-PATH
               PERFORM CONFERE-ARQUIVO-LOTE
           END-IF.

      *    CONFERE-ARQUIVO-LOTE: RELE O LOTE GRAVADO, RECONTA E
      *    RESSOMA; SO COM O TRAILER BATENDO E, EM CADA NOTA, OS
      *    ITENS MAIS O FRETE IGUAIS AO TOTAL, AS NOTAS FICAM
      *    ENVIADAS - MESMA DISCIPLINA DA REMESSA (PROG107).
       CONFERE-ARQUIVO-LOTE.
           OPEN INPUT ARQUIVO-LOTE-NFE.
           MOVE "N" TO FINAL-ARQUIVO.
           PERFORM CONFERE-PROXIMO-REGISTRO
               UNTIL FINAL-ARQUIVO = "S".
           PERFORM CONFERE-SOMA-NOTA-RELIDA.
           CLOSE ARQUIVO-LOTE-NFE.

           IF ACHOU-TRAILER = "S"
                   AND TRAILER-NOTAS-LIDO = QTDE-NOTAS-RELIDAS
                   AND TRAILER-ITENS-LIDO = QTDE-ITENS-RELIDOS
                   AND TRAILER-VALOR-LIDO = VALOR-RELIDO
                   AND QTDE-NOTAS-RELIDAS = QTDE-NOTAS
                   AND QTDE-NOTAS-DIVERGENTES = 0
               PERFORM MARCA-NOTAS-ENVIADAS
               MOVE VALOR-TOTAL-LOTE TO VALOR-EDITADO
               DISPLAY "TOTAIS CONFEREM (" QTDE-NOTAS-RELIDAS
                       " NOTA(S), " VALOR-EDITADO "). LOTE "
                       NUMERO-LOTE-GERADO " LIBERADO PARA A "
                       "TRANSMISSAO."
           ELSE
               DISPLAY "*** TOTAIS DO TRAILER NAO CONFEREM COM A "
                       "RELEITURA. LOTE NAO LIBERADO. ***"
               MOVE 1 TO RETURN-CODE
           END-IF.

       CONFERE-PROXIMO-REGISTRO.
           READ ARQUIVO-LOTE-NFE
               AT END
                   MOVE "S" TO FINAL-ARQUIVO
           END-READ.
           IF FINAL-ARQUIVO NOT = "S"
               EVALUATE LOTE-NFE-REGISTRO (1:1)
                   WHEN "2"
                       PERFORM CONFERE-SOMA-NOTA-RELIDA
                       ADD 1 TO QTDE-NOTAS-RELIDAS
                       ADD LOTE-NOTA-VALOR-TOTAL TO VALOR-RELIDO
                       MOVE "S" TO NOTA-RELIDA-ABERTA
                       MOVE LOTE-NOTA-FATURA TO NOTA-RELIDA-FATURA
                       MOVE LOTE-NOTA-VALOR-TOTAL TO NOTA-RELIDA-TOTAL
                       MOVE LOTE-NOTA-VALOR-FRETE TO NOTA-RELIDA-FRETE
                       MOVE ZERO TO NOTA-RELIDA-ITENS
                   WHEN "3"
                       ADD 1 TO QTDE-ITENS-RELIDOS
                       ADD LOTE-ITEM-TOTAL TO NOTA-RELIDA-ITENS
                   WHEN "9"
                       MOVE "S" TO ACHOU-TRAILER
                       MOVE LOTE-TRL-QTDE-NOTAS TO TRAILER-NOTAS-LIDO
                       MOVE LOTE-TRL-QTDE-ITENS TO TRAILER-ITENS-LIDO
                       MOVE LOTE-TRL-VALOR TO TRAILER-VALOR-LIDO
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

      *    CONFERE-SOMA-NOTA-RELIDA: FECHA A NOTA ANTERIOR DA
      *    RELEITURA - ITENS MAIS FRETE TEM DE DAR O TOTAL DELA.
       CONFERE-SOMA-NOTA-RELIDA.
           IF NOTA-RELIDA-ABERTA = "S"
               MOVE "N" TO NOTA-RELIDA-ABERTA
               ADD NOTA-RELIDA-FRETE TO NOTA-RELIDA-ITENS
               IF NOTA-RELIDA-ITENS NOT = NOTA-RELIDA-TOTAL
                   ADD 1 TO QTDE-NOTAS-DIVERGENTES
                   DISPLAY "*** NOTA DA FATURA " NOTA-RELIDA-FATURA
                           ": ITENS MAIS FRETE NAO BATEM COM O "
                           "TOTAL. ***"
               END-IF
           END-IF.

      *    MARCA-NOTAS-ENVIADAS: FATURA NOVA GANHA O REGISTRO "E";
      *    REJEITADA REENVIADA VOLTA A "E", LIMPANDO O MOTIVO.
       MARCA-NOTAS-ENVIADAS.
           OPEN I-O ARQUIVO-NFE.
           IF NFE-FILE-STATUS = "35"
               OPEN OUTPUT ARQUIVO-NFE
               CLOSE ARQUIVO-NFE
               OPEN I-O ARQUIVO-NFE
           END-IF.
           MOVE 1 TO INCLUIDA-SUB.
           PERFORM MARCA-UMA-NOTA-ENVIADA
               UNTIL INCLUIDA-SUB > QTDE-INCLUIDAS.
           CLOSE ARQUIVO-NFE.

       MARCA-UMA-NOTA-ENVIADA.
           MOVE INCLUIDA-FATURA (INCLUIDA-SUB) TO NFE-FATURA-NUMERO.
           READ ARQUIVO-NFE
               INVALID KEY
                   MOVE SPACE TO NFE-REGISTRO
                   MOVE INCLUIDA-FATURA (INCLUIDA-SUB)
                       TO NFE-FATURA-NUMERO
                   MOVE ZERO TO NFE-QTDE-ENVIOS
                   MOVE ZERO TO NFE-DATA-RETORNO
                   PERFORM PREENCHE-NOTA-ENVIADA
                   WRITE NFE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGISTRAR A NF-E DA "
                                   "FATURA " NFE-FATURA-NUMERO "."
                   END-WRITE
               NOT INVALID KEY
                   PERFORM PREENCHE-NOTA-ENVIADA
                   MOVE SPACE TO NFE-CODIGO-RETORNO
                   MOVE SPACE TO NFE-MOTIVO
                   REWRITE NFE-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO REGISTRAR A NF-E DA "
                                   "FATURA " NFE-FATURA-NUMERO "."
                   END-REWRITE
           END-READ.
           ADD 1 TO INCLUIDA-SUB.

       PREENCHE-NOTA-ENVIADA.
           MOVE INCLUIDA-PEDIDO (INCLUIDA-SUB) TO NFE-PEDIDO-NUMERO.
           MOVE INCLUIDA-CLIENTE (INCLUIDA-SUB) TO NFE-CLIENTE-CODIGO.
           MOVE "E" TO NFE-SITUACAO.
           MOVE NUMERO-LOTE-GERADO TO NFE-LOTE.
           MOVE DATA-HOJE TO NFE-DATA-ENVIO.
           IF NFE-QTDE-ENVIOS IS NUMERIC AND NFE-QTDE-ENVIOS < 99
               ADD 1 TO NFE-QTDE-ENVIOS
           END-IF.
