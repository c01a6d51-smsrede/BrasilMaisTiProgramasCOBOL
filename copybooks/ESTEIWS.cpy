      *================================================================*
      *    COPY ESTEIWS
      *    APOIO DE WORKING-STORAGE DO CONTROLE DE ESTEIRA BATCH
      *    (COPY CTLESTEI NA PROCEDURE DIVISION): STATUS DO
      *    ESTEIRA.CTL, IDENTIFICACAO DO JOB, CONTAGENS QUE O JOB
      *    INFORMA NO FIM E A TABELA DE PREDECESSORES.
      *    QUEM USA MOVE O NOME DO JOB (O MESMO DO JCL) PARA
      *    WS-EST-JOB ANTES DO PERFORM INICIA-ESTEIRA-PARAGRAFO E AS
      *    CONTAGENS PARA WS-EST-QTD-LIDOS/WS-EST-QTD-GRAVADOS ANTES
      *    DO PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
      *================================================================*
       01 WS-ESTEIRA-STATUS   PIC X(02) VALUE SPACES.
           88 ESTEIRA-OK      VALUE "00".
           88 ESTEIRA-FIM     VALUE "10".
       01 WS-EST-STATUS-GRAVACAO PIC X(02) VALUE SPACES.
       01 WS-EST-JOB          PIC X(08) VALUE SPACES.
       01 WS-EST-DATA-NEGOCIO PIC 9(08) VALUE ZERO.
       01 WS-EST-DH-INICIO    PIC 9(14) VALUE ZERO.
       01 WS-EST-DH-FIM       PIC 9(14) VALUE ZERO.
       01 WS-EST-RC           PIC 9(04) VALUE ZERO.
       01 WS-EST-QTD-LIDOS    PIC 9(07) VALUE ZERO.
       01 WS-EST-QTD-GRAVADOS PIC 9(07) VALUE ZERO.
       01 WS-EST-TIPO-LINHA   PIC X(01) VALUE SPACE.
       01 WS-EST-PREDECESSOR  PIC X(08) VALUE SPACES.
       01 WS-EST-MOTIVO       PIC X(40) VALUE SPACES.
       01 WS-EST-RC-EDIT      PIC 9(02).
       01 WS-EST-SITUACAO     PIC X(01) VALUE "N".
           88 EST-NAO-INICIADO VALUE "N".
           88 EST-LIBERADO    VALUE "L".
           88 EST-RECUSADO    VALUE "R".
       01 WS-EST-FIM-LEITURA  PIC X(01) VALUE "N".
           88 EST-FIM-LEITURA VALUE "S".

      *>   REGRAS DE DEPENDENCIA DA ESTEIRA: JOB, PREDECESSOR E TIPO,
      *>   SEMPRE NA MESMA DATA DE NEGOCIO.
      *>     L - O PREDECESSOR TEM QUE TER RODADO E A ULTIMA EXECUCAO
      *>         TERMINADO COM RC 0 (CORTETRI SO DEPOIS DE UM
      *>         CONCILIA LIMPO)
      *>     C - SE O PREDECESSOR RODOU, A ULTIMA EXECUCAO TEM QUE TER
      *>         TERMINADO COM RC MENOR QUE 8 (INICIADO SEM FIM,
      *>         BLOQUEADO OU RC 8 SEGURAM O JOB). E A REGRA DO
      *>         FECHAFOL CONTRA O CARGAREA E A DA ESTEIRA DA MANHA
      *>         CONTRA O CONCILIA E O CONCMATR. O PAINELGR TAMBEM
      *>         ESPERA O CONCILIA (A CONTAGEM DE ALUNOS PARTE DO
      *>         CONCILIA.CTL).
      *>   JOB NOVO NA ESTEIRA DA MANHA: ACRESCENTAR AS DUAS LINHAS
      *>   (CONCILIA E CONCMATR) E AUMENTAR WS-EST-QTD-REGRAS.
       01 WS-EST-REGRAS-INI.
           03 FILLER PIC X(17) VALUE "CORTETRICONCILIAL".
           03 FILLER PIC X(17) VALUE "CORTETRICONCMATRC".
           03 FILLER PIC X(17) VALUE "FECHAFOLCARGAREAC".
           03 FILLER PIC X(17) VALUE "FECHAFOLCONCILIAC".
           03 FILLER PIC X(17) VALUE "FECHAFOLCONCMATRC".
           03 FILLER PIC X(17) VALUE "CARGALOTCONCILIAC".
           03 FILLER PIC X(17) VALUE "CARGALOTCONCMATRC".
           03 FILLER PIC X(17) VALUE "CARGAREACONCILIAC".
           03 FILLER PIC X(17) VALUE "CARGAREACONCMATRC".
           03 FILLER PIC X(17) VALUE "CARGACEPCONCILIAC".
           03 FILLER PIC X(17) VALUE "CARGACEPCONCMATRC".
           03 FILLER PIC X(17) VALUE "FATMENSACONCILIAC".
           03 FILLER PIC X(17) VALUE "FATMENSACONCMATRC".
           03 FILLER PIC X(17) VALUE "BAIXAPAGCONCILIAC".
           03 FILLER PIC X(17) VALUE "BAIXAPAGCONCMATRC".
           03 FILLER PIC X(17) VALUE "FECHA13 CONCILIAC".
           03 FILLER PIC X(17) VALUE "FECHA13 CONCMATRC".
           03 FILLER PIC X(17) VALUE "FECHACURCONCILIAC".
           03 FILLER PIC X(17) VALUE "FECHACURCONCMATRC".
           03 FILLER PIC X(17) VALUE "EXPORTALCONCILIAC".
           03 FILLER PIC X(17) VALUE "EXPORTALCONCMATRC".
           03 FILLER PIC X(17) VALUE "REMCOBR CONCILIAC".
           03 FILLER PIC X(17) VALUE "REMCOBR CONCMATRC".
           03 FILLER PIC X(17) VALUE "CONTABILCONCILIAC".
           03 FILLER PIC X(17) VALUE "CONTABILCONCMATRC".
           03 FILLER PIC X(17) VALUE "PAINELGRCONCILIAC".
       01 WS-EST-REGRAS REDEFINES WS-EST-REGRAS-INI.
           03 WS-EST-REGRA-OCORR OCCURS 26 TIMES.
               05 WS-EST-REGRA-JOB    PIC X(08).
               05 WS-EST-REGRA-PREDEC PIC X(08).
               05 WS-EST-REGRA-TIPO   PIC X(01).
       01 WS-EST-QTD-REGRAS   PIC 9(02) VALUE 26.
       01 WS-EST-REGRA-IDX    PIC 9(03) VALUE ZERO.

      *>   PREDECESSORES DO JOB CORRENTE, COM A ULTIMA OCORRENCIA DE
      *>   CADA UM NO ESTEIRA.CTL (TIPO DA LINHA, DATA DE NEGOCIO E
      *>   RETURN-CODE). INDICE COM UM DIGITO A MAIS QUE A TABELA.
       01 WS-EST-PRED-TABELA.
           03 WS-EST-PRED-OCORR OCCURS 5 TIMES.
               05 WS-EST-PRED-JOB     PIC X(08).
               05 WS-EST-PRED-TIPO    PIC X(01).
               05 WS-EST-PRED-EVENTO  PIC X(01).
               05 WS-EST-PRED-DATA    PIC 9(08).
               05 WS-EST-PRED-RC      PIC 9(04).
       01 WS-EST-PRED-USADOS  PIC 9(02) VALUE ZERO.
       01 WS-EST-PRED-IDX     PIC 9(02) VALUE ZERO.
