      *    COPY FOLHA
      *    CALCULA-FOLHA-PARAGRAFO: DERIVA WS-INSS, WS-IRRF E
      *    SALARIO-LIQUIDO A PARTIR DE SALARIO (COPY ALUNOREC), COM
      *    AS TABELAS DE FAIXA DE FOLHAWS E A DEDUCAO POR DEPENDENTE
      *    (WS-QTD-DEPENDENTES X WS-DEDUCAO-DEPENDENTE) NA BASE DO
      *    IRRF.
      *================================================================*
       CALCULA-FOLHA-PARAGRAFO.
      *>   INSS - CALCULO PROGRESSIVO, UMA ALIQUOTA POR FAIXA
           END-PERFORM
           MOVE WS-INSS TO WS-INSS-EDIT

      *>   IRRF - FAIXA UNICA SOBRE (SALARIO - INSS - DEDUCAO POR
      *>   DEPENDENTE). WS-QTD-DEPENDENTES VEM PREENCHIDO POR QUEM
      *>   CHAMA; DEDUCAO MAIOR QUE A BASE ZERA A BASE (WS-BASE-IRRF
      *>   NAO TEM SINAL)
           COMPUTE WS-DEDUCAO-DEP-TOTAL =
               WS-QTD-DEPENDENTES * WS-DEDUCAO-DEPENDENTE
           MOVE WS-DEDUCAO-DEP-TOTAL TO WS-DEDUCAO-DEP-EDIT
           IF SALARIO - WS-INSS > WS-DEDUCAO-DEP-TOTAL
               COMPUTE WS-BASE-IRRF =
                   SALARIO - WS-INSS - WS-DEDUCAO-DEP-TOTAL
           ELSE
               MOVE ZERO TO WS-BASE-IRRF
           END-IF
           MOVE ZERO TO WS-IRRF
           PERFORM VARYING WS-FOLHA-FAIXA FROM 1 BY 1
                   UNTIL WS-FOLHA-FAIXA > 5
