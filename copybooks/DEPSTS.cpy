      *================================================================*
      *    COPY DEPSTS
      *    FILE STATUS DO CADASTRO DE DEPENDENTES DEPENDE.DAT E
      *    APOIO DA CONTAGEM (CONTA-DEPENDENTES-PARAGRAFO, COPY
      *    CONTADEP): FIM DA LEITURA DO TITULAR E ULTIMO SEQUENCIAL
      *    ENCONTRADO (O PROXIMO DEPENDENTE GRAVA COM ELE + 1).
      *================================================================*
       01 WS-DEPENDE-STATUS PIC X(02) VALUE SPACES.
           88 DEPENDE-OK          VALUE "00".
           88 DEPENDE-FIM         VALUE "10".
           88 DEPENDE-NAO-ACHOU   VALUE "23".
           88 DEPENDE-DUPLICADO   VALUE "22".
       01 WS-FIM-DEPENDE    PIC X(01) VALUE "N".
           88 FIM-DEPENDE         VALUE "S".
       01 WS-DEP-ULT-SEQ    PIC 9(02) VALUE ZERO.
