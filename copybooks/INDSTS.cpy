      *================================================================*
      *    COPY INDSTS
      *    FILE STATUS DO ARQUIVO DE INDICADORES GERENCIAIS
      *    INDICAD.DAT.
      *================================================================*
       01 WS-INDICAD-STATUS PIC X(02) VALUE SPACES.
           88 INDICAD-OK          VALUE "00".
           88 INDICAD-FIM         VALUE "10".
           88 INDICAD-NAO-ACHOU   VALUE "23".
           88 INDICAD-DUPLICADO   VALUE "22".
