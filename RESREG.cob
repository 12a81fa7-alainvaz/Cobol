      *    RESPOSTA PERTENCE; EM BRANCO = QUESTIONARIO UNICO DE
      *    ANTES DA CAMADA DE CAMPANHAS.
           05 RESULTADO-CAMPANHA PIC X(06).
      *    CHAMADO DO SAC (SAC.DAT) QUE ORIGINOU A ENTREVISTA, NAS
      *    CAMPANHAS POS-ATENDIMENTO; ZERO NAS DEMAIS.
           05 RESULTADO-SAC-NUMERO PIC 9(07).
