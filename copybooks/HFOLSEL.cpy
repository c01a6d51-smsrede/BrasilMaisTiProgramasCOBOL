      *    PELO INFORME ANUAL DE RENDIMENTOS (INFORME-RENDIMENTOS).
      *    A COMPETENCIA FICA EM AAAAMM - DIFERENTE DO MMAAAA DO
      *    SYSIN - PARA O ANO INTEIRO SAIR CONTIGUO NO INDICE E O
      *    INFORME POSICIONAR COM UM START SO. AS PARCELAS DO 13O
      *    USAM OS MESES FICTICIOS 13 E 14 (VER HFOLFD), LOGO DEPOIS
      *    DE DEZEMBRO NO MESMO ANO.
      *================================================================*
           SELECT HISTFOL-FILE ASSIGN TO "HISTFOL.DAT"
               ORGANIZATION IS INDEXED
