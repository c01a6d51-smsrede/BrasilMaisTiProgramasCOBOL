      *================================================================*
      *    COPY REMESWS
      *    LAYOUT FIXO DA REMESSA BANCARIA DE CREDITO DE SALARIOS
      *    ACEITO PELO BANCO (HEADER/DETALHE/TRAILER, REGISTRO DE 80)
      *    E OS ACUMULADORES DE CONTROLE DO TRAILER. O TOTAL
      *    ACUMULADO DOS DETALHES GRAVADOS E CONFERIDO NO FIM CONTRA
      *    O TOTAL LIQUIDO DO RESUMO ANTES DE GRAVAR O TRAILER.
      *    USADO PELO FECHA-FOLHA E PELO FECHA-13-SALARIO.
      *================================================================*
       01 WS-TOT-REMESSA       PIC 9(15)V99 VALUE ZERO.
       01 WS-QTD-REMESSA       PIC 9(06) VALUE ZERO.
       01 WS-REMESSA-HEADER.
           05 FILLER           PIC X(01) VALUE "H".
           05 REM-CNPJ         PIC 9(14) VALUE 04696836000130.
           05 REM-EMPRESA      PIC X(30) VALUE
              "BRASIL MAIS TI TREINAMENTOS".
           05 REM-COMPETENCIA  PIC 9(06).
           05 REM-DATA-GERACAO PIC 9(08).
       01 WS-REMESSA-DETALHE.
           05 FILLER           PIC X(01) VALUE "D".
           05 REM-CPF          PIC 9(11).
           05 REM-NOME         PIC X(40).
           05 REM-VALOR        PIC 9(13)V99.
       01 WS-REMESSA-TRAILER.
           05 FILLER           PIC X(01) VALUE "T".
           05 REM-QTD          PIC 9(06).
           05 REM-TOTAL        PIC 9(15)V99.
