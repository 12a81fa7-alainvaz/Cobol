      *    BENEFICIOS.DAT: BENEFICIOS E DESCONTOS FIXOS POR
      *    FUNCIONARIO (CODIGO + SEQUENCIA) - VALE-TRANSPORTE,
      *    COPARTICIPACAO DO PLANO DE SAUDE, VALE-REFEICAO E
      *    CONTRIBUICAO SINDICAL - COM A PARTE DO FUNCIONARIO
      *    (DESCONTADA NA FOLHA), A PARTE DA EMPRESA E A VIGENCIA.
      *    VALE NA COMPETENCIA QUE ESTA ENTRE O MES DE INICIO E O MES
      *    DE FIM (FIM ZERO = EM ABERTO). NO VALE-TRANSPORTE A PARTE
      *    DO FUNCIONARIO NAO PASSA DE 6% DO SALARIO CADASTRADO; O QUE
      *    EXCEDER FICA COM A EMPRESA. MANTIDO PELO PROG169, CHAMADO
      *    DO FLUXO DO PROG41; APLICADO PELO PROG74 E LEVADO AO BUREAU
      *    PELO PROG79.
       FD  ARQUIVO-BENEFICIO.
       01  BENEFICIO-REGISTRO.
           05 BENEFICIO-CHAVE.
              10 BENEFICIO-FUNC-CODIGO  PIC 9(05).
              10 BENEFICIO-SEQ          PIC 9(02).
           05 BENEFICIO-TIPO         PIC X(02).
              88 BENEFICIO-VT            VALUE "VT".
              88 BENEFICIO-PLANO-SAUDE   VALUE "PS".
              88 BENEFICIO-REFEICAO      VALUE "VR".
              88 BENEFICIO-SINDICATO     VALUE "SI".
              88 BENEFICIO-TIPO-VALIDO   VALUE "VT" "PS" "VR" "SI".
           05 BENEFICIO-VALOR-FUNC   PIC 9(05)V9(02).
           05 BENEFICIO-VALOR-EMPRESA PIC 9(05)V9(02).
           05 BENEFICIO-DATA-INICIO  PIC 9(08).
           05 BENEFICIO-DATA-FIM     PIC 9(08).
