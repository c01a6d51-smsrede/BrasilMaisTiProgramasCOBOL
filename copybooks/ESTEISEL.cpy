      *================================================================*
      *    COPY ESTEISEL
      *    ENTRADA DE FILE-CONTROL PARA O CONTROLE DE ESTEIRA BATCH
      *    (ESTEIRA.CTL).
      *================================================================*
           SELECT ESTEIRA-FILE ASSIGN TO "ESTEIRA.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ESTEIRA-STATUS.
