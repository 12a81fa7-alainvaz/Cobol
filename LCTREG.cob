      *    LIQCARTAO.DAT: FOTO DOS RECEBIVEIS DE CARTAO DO BALCAO,
      *    REGRAVADA INTEIRA A CADA CONCILIACAO DA ADQUIRENTE
      *    (PROG210). UM REGISTRO POR VENDA OU POR LINHA DE
      *    LIQUIDACAO, PELA SITUACAO:
      *      L = LIQUIDACAO CASADA COM A VENDA DO CAIXA;
      *      S = LIQUIDACAO SEM VENDA NO CAIXA;
      *      F = LIQUIDACAO DE VENDA ANTERIOR AO PERIODO CONFERIDO;
      *      P = VENDA AINDA NO PRAZO, SEM LIQUIDACAO - O LIQUIDO E A
      *          DATA DE PAGAMENTO SAO OS ESPERADOS PELO CONTRATO;
      *      N = VENDA COM O PRAZO VENCIDO E NUNCA LIQUIDADA.
      *    O LIQUIDO NA DATA DE PAGAMENTO E A ENTRADA NO BANCO: A
      *    PROJECAO DE CAIXA (PROG127) PEGA O QUE AINDA VAI ENTRAR E
      *    A CONCILIACAO DO EXTRATO (PROG128) O QUE JA ENTROU.
       FD  ARQUIVO-LIQCARTAO.
       01  LIQCARTAO-REGISTRO.
           05 LIQCARTAO-SITUACAO      PIC X(01).
              88 LIQCARTAO-CASADA         VALUE "L".
              88 LIQCARTAO-SEM-VENDA      VALUE "S".
              88 LIQCARTAO-FORA-PERIODO   VALUE "F".
              88 LIQCARTAO-PREVISTA       VALUE "P".
              88 LIQCARTAO-NAO-LIQUIDADA  VALUE "N".
              88 LIQCARTAO-LIQUIDADA      VALUE "L" "S" "F".
           05 LIQCARTAO-DATA-VENDA    PIC 9(08).
           05 LIQCARTAO-AUTORIZACAO   PIC X(06).
           05 LIQCARTAO-MODALIDADE    PIC X(01).
           05 LIQCARTAO-FATURA-NUMERO PIC 9(07).
           05 LIQCARTAO-CLIENTE-CODIGO PIC 9(08).
           05 LIQCARTAO-VALOR-BRUTO   PIC 9(09)V9(02).
           05 LIQCARTAO-TAXA-COBRADA  PIC 9(09)V9(02).
           05 LIQCARTAO-TAXA-CONTRATO PIC 9(09)V9(02).
           05 LIQCARTAO-VALOR-LIQUIDO PIC 9(09)V9(02).
           05 LIQCARTAO-DATA-PAGAMENTO PIC 9(08).
           05 LIQCARTAO-DATA-CONCILIACAO PIC 9(08).
