      *================================================================*
      *    COPY AUTDSTS
      *    FILE STATUS DO CADASTRO DE AUTORIZACOES DE DESCONTO EM
      *    FOLHA AUTDESC.DAT.
      *================================================================*
       01 WS-AUTDESC-STATUS PIC X(02) VALUE SPACES.
           88 AUTDESC-OK          VALUE "00".
           88 AUTDESC-FIM         VALUE "10".
           88 AUTDESC-NAO-ACHOU   VALUE "23".
           88 AUTDESC-DUPLICADO   VALUE "22".
