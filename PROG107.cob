      *    FATURAS FORAM EM QUAL REMESSA (REMREG.DAT), QUE E COMO SE
      *    RASTREIA UMA COBRANCA CONTESTADA. O NUMERO DA REMESSA VEM
      *    DA SEQUENCIA EM NUMREM.DAT; ARQUIVO: REMESSA.NNNNNNN.DAT.
      *    FATURA EM PARCELAS (PARCELAS.DAT) VAI AO BANCO COMO UM
      *    TIPO 2 POR PARCELA EM ABERTO, COM O NUMERO DA PARCELA, O
      *    VENCIMENTO E O SALDO DELA - CADA PARCELA E UM BOLETO.
      *    A REMESSA E SEMPRE DE UMA EMPRESA SO (O HEADER LEVA UMA):
      *    PROG107-EMPRESA (EE) ESCOLHE QUAL, PADRAO A PRINCIPAL, E
      *    SO AS FATURAS DELA VAO AO BANCO. FATURA SEM EMPRESA E DA
      *    PRINCIPAL.
      *    SO OS TITULOS "A" E "P" SAO LIDOS, PELA CHAVE ALTERNATIVA
      *    SITUACAO + VENCIMENTO DE FATURAS.DAT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY "FATSEL.cob".
           COPY "EMPSEL.cob".
           COPY "PARSEL.cob".
           SELECT ARQUIVO-REMESSA
               ASSIGN TO REMESSA-PATH
               ORGANIZATION IS SEQUENTIAL
       FILE SECTION.
           COPY "FATREG.cob".
           COPY "EMPREG.cob".
           COPY "PARREG.cob".

       FD  ARQUIVO-REMESSA.
       01  REMESSA-REGISTRO         PIC X(80).
           05 REM-DET-CLIENTE       PIC 9(08).
           05 REM-DET-VALOR         PIC 9(09)V9(02).
           05 REM-DET-EMISSAO       PIC 9(08).
           05 REM-DET-PARCELA       PIC 9(02).
           05 REM-DET-VENCIMENTO    PIC 9(08).
           05 FILLER                PIC X(35).
       01  REMESSA-TRAILER REDEFINES REMESSA-REGISTRO.
           05 REM-TRAILER-TIPO      PIC X(01).
           05 REM-TRAILER-QTDE      PIC 9(07).
           05 REMREG-CLIENTE-CODIGO PIC 9(08).
           05 REMREG-VALOR          PIC 9(09)V9(02).
           05 REMREG-DATA-GERACAO   PIC 9(08).
           05 REMREG-PARCELA-NUMERO PIC 9(02).

       FD  ARQUIVO-NUMERO-REMESSA.
       01  NUMERO-REMESSA-REGISTRO.
       01  REMESSA-REG-FILE-STATUS    PIC XX.
       01  NUMERO-REMESSA-FILE-STATUS PIC XX.
       01  FINAL-ARQUIVO              PIC X.
       01  SITUACAO-PERCORRIDA        PIC X(01).
       01  DATA-HOJE                  PIC 9(08).
      *    IDENTIFICACAO DA EMPRESA NO HEADER: O CODIGO VEM DA
      *    VARIAVEL EMPRESA (PADRAO 17) E E CONFERIDO CONTRA OS
      *    RAZAO SOCIAL DO LOG - NADA DE EMPRESA CRAVADA NO CODIGO,
      *    MESMA DISCIPLINA DO PROG79 COM O BUREAU.
       01  EMPRESA-REMESSA            PIC 9(02) VALUE 17.
       01  EMPRESA-PRINCIPAL-USO      PIC 9(02) VALUE 17.
       01  EMPRESA-DA-FATURA          PIC 9(02).
       01  EMPRESA-CODIGO-ENV         PIC X(02).
       01  EMPRESA-FILE-STATUS        PIC XX.
       01  EMPRESA-PATH               PIC X(100).
       01  QTDE-DETALHES              PIC 9(07) VALUE 0.
       01  VALOR-TOTAL-REMESSA        PIC 9(13)V9(02) VALUE 0.

      *    PARCELAS INCLUIDAS, GUARDADAS PARA GRAVAR O REGISTRO DA
      *    REMESSA SO DEPOIS DA CONFERENCIA DO TRAILER.
       01  QTDE-INCLUIDOS             PIC 9(03) VALUE 0.
       01  TABELA-INCLUIDOS.
              10 INCLUIDO-FATURA      PIC 9(07).
              10 INCLUIDO-CLIENTE     PIC 9(08).
              10 INCLUIDO-VALOR       PIC 9(09)V9(02).
              10 INCLUIDO-PARCELA     PIC 9(02).
       01  INCLUIDO-SUB               PIC 9(03).
       01  TABELA-INCLUIDOS-CHEIA     PIC X VALUE "N".
           88 AVISO-CHEIA-JA-EXIBIDO      VALUE "S".

       01  VALOR-EDITADO              PIC $$,$$$,$$$,$$9.99.

           COPY "PARWRK.cob".

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           MOVE 0 TO RETURN-CODE.
               MOVE "faturas.dat" TO FATURA-PATH
           END-IF.

           PERFORM INICIALIZA-CAMINHO-PARCELA.

       BUSCA-DADOS-EMPRESA.
           MOVE "empresa.dat" TO EMPRESA-PATH.
           ACCEPT EMPRESA-PATH FROM ENVIRONMENT "EMPRESA_DAT".
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-PRINCIPAL-USO
           END-IF.
           MOVE EMPRESA-PRINCIPAL-USO TO EMPRESA-REMESSA.
           MOVE SPACE TO EMPRESA-CODIGO-ENV.
           ACCEPT EMPRESA-CODIGO-ENV FROM ENVIRONMENT "PROG107-EMPRESA".
           IF EMPRESA-CODIGO-ENV IS NUMERIC
                   AND EMPRESA-CODIGO-ENV NOT = "00"
               MOVE EMPRESA-CODIGO-ENV TO EMPRESA-REMESSA
           END-IF.
           OPEN INPUT ARQUIVO-EMPRESA.
           MOVE NUMERO-REMESSA-GERADO TO REM-HEADER-NUMERO.
           WRITE REMESSA-REGISTRO.

           MOVE "A" TO SITUACAO-PERCORRIDA.
           PERFORM POSICIONA-SITUACAO.
           PERFORM GRAVA-PROXIMO-DETALHE
               UNTIL FINAL-ARQUIVO = "S".
           MOVE "P" TO SITUACAO-PERCORRIDA.
           PERFORM POSICIONA-SITUACAO.
           PERFORM GRAVA-PROXIMO-DETALHE
               UNTIL FINAL-ARQUIVO = "S".

           CLOSE ARQUIVO-REMESSA.
           DISPLAY "ARQUIVO DE REMESSA GRAVADO EM: " REMESSA-PATH.

      *    POSICIONA-SITUACAO: OS TITULOS EM ABERTO ("A") E OS PAGOS
      *    EM PARTE ("P") SAEM PELA CHAVE ALTERNATIVA SITUACAO +
      *    VENCIMENTO, UMA SITUACAO POR VEZ - LIQUIDADOS E BAIXADOS
      *    NEM SAO LIDOS.
       POSICIONA-SITUACAO.
           MOVE "N" TO FINAL-ARQUIVO.
           MOVE SITUACAO-PERCORRIDA TO FATURA-SITUACAO.
           MOVE ZERO TO FATURA-DATA-VENCIMENTO.
           START ARQUIVO-FATURA
               KEY IS NOT LESS THAN FATURA-CHAVE-SITUACAO
               INVALID KEY
                   MOVE "S" TO FINAL-ARQUIVO
           END-START.

       GRAVA-PROXIMO-DETALHE.
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
               EVALUATE TRUE
                   WHEN FATURA-SITUACAO NOT = SITUACAO-PERCORRIDA
                       MOVE "S" TO FINAL-ARQUIVO
                   WHEN EMPRESA-DA-FATURA = EMPRESA-REMESSA
                       PERFORM INCLUI-TITULO-REMESSA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       INCLUI-TITULO-REMESSA.
           COMPUTE SALDO-TITULO =
               FATURA-VALOR-TOTAL - FATURA-VALOR-PAGO.
           IF SALDO-TITULO > 0
               PERFORM CARREGA-PARCELAS-TITULO
               MOVE 1 TO PARC-TIT-SUB
               PERFORM INCLUI-PARCELA-REMESSA
                   UNTIL PARC-TIT-SUB > QTDE-PARCELAS-TITULO
           END-IF.

       INCLUI-PARCELA-REMESSA.
           MOVE PARC-TIT-SALDO (PARC-TIT-SUB) TO SALDO-TITULO.
           EVALUATE TRUE
               WHEN SALDO-TITULO <= 0
                   CONTINUE
                   MOVE FATURA-CLIENTE-CODIGO TO REM-DET-CLIENTE
                   MOVE SALDO-TITULO TO REM-DET-VALOR
                   MOVE FATURA-DATA-EMISSAO TO REM-DET-EMISSAO
                   MOVE PARC-TIT-NUMERO (PARC-TIT-SUB)
                       TO REM-DET-PARCELA
                   MOVE PARC-TIT-VENCIMENTO (PARC-TIT-SUB)
                       TO REM-DET-VENCIMENTO
                   WRITE REMESSA-REGISTRO
                   ADD 1 TO QTDE-DETALHES
                   ADD SALDO-TITULO TO VALOR-TOTAL-REMESSA
                       TO INCLUIDO-CLIENTE (QTDE-INCLUIDOS)
                   MOVE SALDO-TITULO
                       TO INCLUIDO-VALOR (QTDE-INCLUIDOS)
                   MOVE PARC-TIT-NUMERO (PARC-TIT-SUB)
                       TO INCLUIDO-PARCELA (QTDE-INCLUIDOS)
           END-EVALUATE.
           ADD 1 TO PARC-TIT-SUB.

      *    GERA-NUMERO-REMESSA: SEQUENCIA SIMPLES EM NUMREM.DAT, NO
      *    MESMO ESTILO LE-E-REGRAVA DE NUMPED.DAT (PROG65).
           MOVE INCLUIDO-CLIENTE (INCLUIDO-SUB)
               TO REMREG-CLIENTE-CODIGO.
           MOVE INCLUIDO-VALOR (INCLUIDO-SUB) TO REMREG-VALOR.
           MOVE INCLUIDO-PARCELA (INCLUIDO-SUB)
               TO REMREG-PARCELA-NUMERO.
           MOVE DATA-HOJE TO REMREG-DATA-GERACAO.
           WRITE REMESSA-REG-REGISTRO.
           ADD 1 TO INCLUIDO-SUB.

           COPY "PARPROC.cob".
