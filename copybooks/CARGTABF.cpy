      *================================================================*
      *    COPY CARGTABF
      *    CARREGA-TABFOLHA-PARAGRAFO: CARREGA AS FAIXAS DE INSS/IRRF
      *    (TAB-INSS/TAB-IRRF DE FOLHAWS) E A DEDUCAO POR DEPENDENTE
      *    (WS-DEDUCAO-DEPENDENTE) E A MARGEM CONSIGNAVEL
      *    (WS-MARGEM-CONSIG-PERC) A PARTIR DO ARQUIVO DE
      *    PARAMETROS TABFOLHA.DAT, ESCOLHENDO PARA CADA TIPO A
      *    VERSAO DE MAIOR VIGENCIA QUE NAO PASSA DE
      *    WS-FOLHA-DATA-PROC - QUEM CHAMA PREENCHE ESSA DATA ANTES
      *    CARREGA AS FAIXAS DAS VERSOES ESCOLHIDAS.
      *    PARADA DURA (DISPLAY + RETURN-CODE 8 + STOP RUN) QUANDO O
      *    ARQUIVO NAO ABRE, QUANDO NENHUMA VERSAO COBRE A DATA DE
      *    PROCESSAMENTO (INSS, IRRF, DEPE OU CONS) OU QUANDO A
      *    VERSAO ESCOLHIDA NAO TEM TODAS AS FAIXAS (OU NAO TEM A
      *    LINHA UNICA DE DEPE/CONS) - CALCULAR FOLHA COM TABELA
      *    PELA METADE E PIOR QUE NAO RODAR.
      *================================================================*
       CARREGA-TABFOLHA-PARAGRAFO.
           MOVE ZERO TO WS-TABF-VIG-INSS
           MOVE ZERO TO WS-TABF-VIG-IRRF
           MOVE ZERO TO WS-TABF-VIG-DEPE
           MOVE ZERO TO WS-TABF-VIG-CONS
           MOVE ZERO TO WS-TABF-QTD-INSS
           MOVE ZERO TO WS-TABF-QTD-IRRF
           MOVE ZERO TO WS-TABF-QTD-DEPE
           MOVE ZERO TO WS-TABF-QTD-CONS

           MOVE "N" TO WS-TABF-FIM
           OPEN INPUT TABFOLHA-FILE
           CLOSE TABFOLHA-FILE

           IF WS-TABF-VIG-INSS = ZERO OR WS-TABF-VIG-IRRF = ZERO
              OR WS-TABF-VIG-DEPE = ZERO OR WS-TABF-VIG-CONS = ZERO
               DISPLAY "NENHUMA TABELA DE FOLHA VIGENTE PARA A DATA "
                   "DE PROCESSAMENTO " WS-FOLHA-DATA-PROC
                   " - PROCESSAMENTO INTERROMPIDO"
                   WS-TABF-QTD-IRRF " DE 5 FAIXAS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABF-QTD-DEPE NOT = 1
               DISPLAY "TABFOLHA.DAT INCOMPLETO - DEDUCAO POR "
                   "DEPENDENTE (DEPE) COM " WS-TABF-QTD-DEPE
                   " LINHAS NA VIGENCIA " WS-TABF-VIG-DEPE
                   " - DEVE TER 1"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TABF-QTD-CONS NOT = 1
               DISPLAY "TABFOLHA.DAT INCOMPLETO - MARGEM CONSIGNAVEL "
                   "(CONS) COM " WS-TABF-QTD-CONS
                   " LINHAS NA VIGENCIA " WS-TABF-VIG-CONS
                   " - DEVE TER 1"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       ESCOLHE-VIGENCIA-PARAGRAFO.
           IF TABF-TIPO-IRRF
              AND TABF-VIGENCIA > WS-TABF-VIG-IRRF
               MOVE TABF-VIGENCIA TO WS-TABF-VIG-IRRF
           END-IF
           IF TABF-TIPO-DEPE
              AND TABF-VIGENCIA > WS-TABF-VIG-DEPE
               MOVE TABF-VIGENCIA TO WS-TABF-VIG-DEPE
           END-IF
           IF TABF-TIPO-CONS
              AND TABF-VIGENCIA > WS-TABF-VIG-CONS
               MOVE TABF-VIGENCIA TO WS-TABF-VIG-CONS
           END-IF.

       FIM-ESCOLHE-VIGENCIA-PARAGRAFO.
               MOVE TABF-ALIQ  TO TAB-IRRF-ALIQ (TABF-FAIXA)
               MOVE TABF-DEDUZ TO TAB-IRRF-DEDUZ (TABF-FAIXA)
               ADD 1 TO WS-TABF-QTD-IRRF
           END-IF
           IF TABF-TIPO-DEPE
              AND TABF-VIGENCIA = WS-TABF-VIG-DEPE
              AND TABF-FAIXA = 1
               MOVE TABF-DEDUZ TO WS-DEDUCAO-DEPENDENTE
               ADD 1 TO WS-TABF-QTD-DEPE
           END-IF
           IF TABF-TIPO-CONS
              AND TABF-VIGENCIA = WS-TABF-VIG-CONS
              AND TABF-FAIXA = 1
               MOVE TABF-ALIQ TO WS-MARGEM-CONSIG-PERC
               ADD 1 TO WS-TABF-QTD-CONS
           END-IF.

       FIM-CARREGA-FAIXA-PARAGRAFO.
