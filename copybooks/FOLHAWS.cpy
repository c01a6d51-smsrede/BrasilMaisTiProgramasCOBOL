      *    REAJUSTE DA TABELA OFICIAL E SO EDITAR O ARQUIVO, SEM
      *    RECOMPILAR. QUEM COPIA FOLHAWS PRECISA COPIAR TAMBEM
      *    TABFSEL (FILE-CONTROL), TABFREC (FD), TABFSTS E CARGTABF.
      *    QUEM CALCULA FOLHA DE ALUNO JA CADASTRADO COPIA TAMBEM
      *    DEPSEL/DEPFD/DEPSTS E CONTADEP PARA A DEDUCAO POR
      *    DEPENDENTE.
      *================================================================*
       01 WS-INSS             PIC 9(10)V99 VALUE ZERO.
       01 WS-INSS-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 WS-BASE-IRRF        PIC 9(10)V99 VALUE ZERO.
       01 WS-FOLHA-FAIXA      PIC 9(02) VALUE ZERO.

      *>   DEDUCAO POR DEPENDENTE NA BASE DO IRRF. O VALOR POR
      *>   DEPENDENTE VEM DE TABFOLHA.DAT (TIPO "DEPE", COM VIGENCIA
      *>   COMO AS FAIXAS); A QUANTIDADE E CONTADA EM DEPENDE.DAT
      *>   POR QUEM CHAMA (CONTA-DEPENDENTES-PARAGRAFO, COPY
      *>   CONTADEP) ANTES DO CALCULA-FOLHA-PARAGRAFO. QUANTIDADE
      *>   ZERO (O VALOR INICIAL) = SEM DEDUCAO.
       01 WS-QTD-DEPENDENTES  PIC 9(02) VALUE ZERO.
       01 WS-DEDUCAO-DEPENDENTE PIC 9(10)V99 VALUE ZERO.
       01 WS-DEDUCAO-DEP-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-DEDUCAO-DEP-EDIT PIC Z.ZZZ.ZZZ.ZZ9,99.

      *>   MARGEM CONSIGNAVEL (TABFOLHA.DAT TIPO "CONS"): PERCENTUAL
      *>   MAXIMO DO LIQUIDO PARA O DESCONTO DE MENSALIDADE EM FOLHA.
      *>   SO O FECHA-FOLHA USA; OS DEMAIS SO CARREGAM.
       01 WS-MARGEM-CONSIG-PERC PIC 9(03)V99 VALUE ZERO.

      *>   FAIXAS DE INSS - CALCULO PROGRESSIVO POR FAIXA (SEM TETO).
      *>   PREENCHIDAS EM TEMPO DE EXECUCAO A PARTIR DE TABFOLHA.DAT.
       01 TAB-INSS.
               05 TAB-INSS-TETO  PIC 9(10)V99.
               05 TAB-INSS-ALIQ  PIC 9(03)V99.

      *>   FAIXAS DE IRRF MENSAL (BASE = SALARIO - INSS - DEDUCAO
      *>   POR DEPENDENTE). PREENCHIDAS EM TEMPO DE EXECUCAO.
       01 TAB-IRRF.
           03 TAB-IRRF-OCORR OCCURS 5 TIMES.
               05 TAB-IRRF-TETO    PIC 9(10)V99.
       01 WS-FOLHA-DATA-PROC  PIC 9(08) VALUE ZERO.
       01 WS-TABF-VIG-INSS    PIC 9(08) VALUE ZERO.
       01 WS-TABF-VIG-IRRF    PIC 9(08) VALUE ZERO.
       01 WS-TABF-VIG-DEPE    PIC 9(08) VALUE ZERO.
       01 WS-TABF-VIG-CONS    PIC 9(08) VALUE ZERO.
       01 WS-TABF-QTD-INSS    PIC 9(02) VALUE ZERO.
       01 WS-TABF-QTD-IRRF    PIC 9(02) VALUE ZERO.
       01 WS-TABF-QTD-DEPE    PIC 9(02) VALUE ZERO.
       01 WS-TABF-QTD-CONS    PIC 9(02) VALUE ZERO.
       01 WS-TABF-FIM         PIC X(01) VALUE "N".
           88 TABF-FIM        VALUE "S".
