      *    PROPRIO ARQUIVO DE PERGUNTAS (PERG.CODIGO.DAT), EDITADO
      *    PELO PROG83 APONTANDO O CODIGO; O PROG10 OFERECE AS
      *    ATIVAS NA DATA DA ENTREVISTA. FLUXO DO PROG73.
      *    A CAMPANHA PODE SER MARCADA COMO PESQUISA POS-ATENDIMENTO
      *    DO SAC (FINALIDADE "S"): E A ELA QUE O PROG140 CONVIDA O
      *    CLIENTE QUANDO FECHA UM CHAMADO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01  NOVA-DESCRICAO       PIC X(30).
       01  NOVO-FIM             PIC 9(08).
       01  NOVA-FINALIDADE      PIC X(01).

       PROCEDURE DIVISION.
       PROGRAM-BEGIN.
           END-IF.
           DISPLAY "FIM DA VIGENCIA (AAAAMMDD): ".
           ACCEPT PESQUISA-DATA-FIM.
           DISPLAY "PESQUISA POS-ATENDIMENTO DO SAC? (S/N): ".
           ACCEPT NOVA-FINALIDADE.
           IF NOVA-FINALIDADE = "S" OR NOVA-FINALIDADE = "s"
               MOVE "S" TO PESQUISA-FINALIDADE
           ELSE
               MOVE SPACE TO PESQUISA-FINALIDADE
           END-IF.
           MOVE "A" TO PESQUISA-STATUS.

           IF PESQUISA-CODIGO = SPACE

           MOVE SPACE TO NOVA-DESCRICAO.
           MOVE ZERO TO NOVO-FIM.
           MOVE SPACE TO NOVA-FINALIDADE.

           DISPLAY "NOVA DESCRICAO (ENTER MANTEM A ATUAL): ".
           ACCEPT NOVA-DESCRICAO.
           DISPLAY "NOVO FIM DE VIGENCIA (0 MANTEM O ATUAL): ".
           ACCEPT NOVO-FIM.
           DISPLAY "POS-ATENDIMENTO DO SAC (S=SIM N=NAO, ENTER "
                   "MANTEM): ".
           ACCEPT NOVA-FINALIDADE.

           OPEN I-O ARQUIVO-PESQUISA.
           MOVE CODIGO-PROCURADO TO PESQUISA-CODIGO.
                   IF NOVO-FIM NOT = ZERO
                       MOVE NOVO-FIM TO PESQUISA-DATA-FIM
                   END-IF
                   EVALUATE NOVA-FINALIDADE
                       WHEN "S"
                       WHEN "s"
                           MOVE "S" TO PESQUISA-FINALIDADE
                       WHEN "N"
                       WHEN "n"
                           MOVE SPACE TO PESQUISA-FINALIDADE
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
                   REWRITE PESQUISA-REGISTRO
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR A ALTERACAO."
                       " DE " PESQUISA-DATA-INICIO
                       " A " PESQUISA-DATA-FIM
                       " " PESQUISA-STATUS
               IF PESQUISA-POS-SAC
                   DISPLAY "       (POS-ATENDIMENTO DO SAC)"
               END-IF
           END-IF.
