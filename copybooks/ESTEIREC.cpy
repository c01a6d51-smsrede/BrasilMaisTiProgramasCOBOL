      *================================================================*
      *    COPY ESTEIREC
      *    LINHA DO CONTROLE DE ESTEIRA BATCH (ESTEIRA.CTL). ARQUIVO
      *    SEQUENCIAL, SEMPRE ABERTO EM EXTEND (ACRESCENTA, NUNCA
      *    SOBRESCREVE), COMO A TRILHA.LOG. TIPOS DE LINHA:
      *      D - ABERTURA DA DATA DE NEGOCIO (CONTROLE-ESTEIRA). VALE
      *          PARA TODAS AS LINHAS SEGUINTES ATE A PROXIMA "D"
      *      I - INICIO DE UM JOB (DATA-HORA DE INICIO)
      *      F - FIM DE UM JOB (INICIO, FIM, RETURN-CODE E CONTAGENS)
      *      B - JOB QUE SE RECUSOU A COMECAR (PREDECESSOR E MOTIVO)
      *    "I" SEM "F" DEPOIS E JOB QUE ABENDOU OU AINDA ESTA RODANDO.
      *================================================================*
       01 ESTEIRA-REG.
               03 EST-TIPO           PIC X(01).
                   88 EST-LINHA-ABERTURA VALUE "D".
                   88 EST-LINHA-INICIO   VALUE "I".
                   88 EST-LINHA-FIM      VALUE "F".
                   88 EST-LINHA-BLOQUEIO VALUE "B".
               03 FILLER             PIC X(01).
               03 EST-JOB            PIC X(08).
               03 FILLER             PIC X(01).
               03 EST-DATA-NEGOCIO   PIC 9(08).
               03 FILLER             PIC X(01).
               03 EST-DH-INICIO      PIC 9(14).
               03 FILLER             PIC X(01).
               03 EST-DH-FIM         PIC 9(14).
               03 FILLER             PIC X(01).
               03 EST-RC             PIC 9(04).
               03 FILLER             PIC X(01).
               03 EST-QTD-LIDOS      PIC 9(07).
               03 FILLER             PIC X(01).
               03 EST-QTD-GRAVADOS   PIC 9(07).
               03 FILLER             PIC X(01).
               03 EST-PREDECESSOR    PIC X(08).
               03 FILLER             PIC X(01).
               03 EST-MOTIVO         PIC X(40).
