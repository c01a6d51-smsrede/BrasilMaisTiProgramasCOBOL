      *================================================================*
      *    COPY INDSEL
      *    ENTRADA DE FILE-CONTROL PARA O ARQUIVO DE INDICADORES
      *    GERENCIAIS INDICAD.DAT. ARQUIVO INDEXADO, CHAVE PRIMARIA
      *    COMPETENCIA (AAAAMM, COMO NO HISTFOL) - UM REGISTRO POR
      *    MES, GRAVADO PELO PAINEL GERENCIAL (PAINEL-GERENCIAL; RERUN
      *    DA COMPETENCIA REGRAVA) E LIDO PELO PROPRIO PAINEL PARA AS
      *    COMPARACOES COM O MES ANTERIOR E COM O MESMO MES DO ANO
      *    ANTERIOR. A LEITURA SEQUENCIAL SAI EM ORDEM CRONOLOGICA -
      *    E A BASE DO GRAFICO DE TENDENCIA DA REUNIAO ANUAL.
      *================================================================*
           SELECT INDICAD-FILE ASSIGN TO "INDICAD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IND-COMP
               FILE STATUS IS WS-INDICAD-STATUS.
