      *    A CREDITADA NO LIVRO DO CONTADOR. E ARQUIVO MANTIDO
      *    (PROG125), NAO CODIGO: PLANO DE CONTAS MUDA SEM CHAMAR
      *    PROGRAMADOR.
      *    EVENTOS: FAT=FATURAMENTO, REC=RECEBIMENTOS, FOL=FOLHA,
      *    ICM=ICMS, IPI=IPI E ISS=ISS DESTACADOS NAS SAIDAS
      *    (DEBITO NA DESPESA DE IMPOSTO, CREDITO NO IMPOSTO A
      *    RECOLHER),
      *    RES=RESCISOES (LIQUIDO DOS TERMOS DO PROG166) E
      *    FGT=DEPOSITO DO FGTS (PROG167; DEBITO NA DESPESA, CREDITO
      *    NO FGTS A RECOLHER) E DEP=DEPRECIACAO DO IMOBILIZADO
      *    (PROG186; DEBITO NA DESPESA, CREDITO NA DEPRECIACAO
      *    ACUMULADA).
       FD  ARQUIVO-CONTA.
       01  CONTA-REGISTRO.
           05 CONTA-EVENTO    PIC X(03).
