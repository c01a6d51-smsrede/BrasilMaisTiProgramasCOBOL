      *    UMA LINHA POR (COMPETENCIA, CPF) COM OS VALORES CALCULADOS
      *    NO FECHAMENTO - BRUTO, INSS, IRRF E LIQUIDO. O NOME E
      *    GRAVADO JUNTO PARA A REIMPRESSAO DE CONTRACHEQUE FUNCIONAR
      *    MESMO PARA CPF JA EXCLUIDO DO MESTRE. A QUANTIDADE DE
      *    DEPENDENTES E A DEDUCAO TOTAL APLICADA NA BASE DO IRRF
      *    FICAM GRAVADAS COMO FORAM USADAS NO FECHAMENTO - A
      *    REIMPRESSAO E O INFORME MOSTRAM O QUE VALEU NA EPOCA, NAO
      *    O CADASTRO DE HOJE. HISTFOL.DAT GRAVADO ANTES DESSES
      *    CAMPOS PRECISA SER RECRIADO (RERUN DAS COMPETENCIAS).
      *    HFOL-TIPO SEPARA A FOLHA MENSAL DAS PARCELAS DO 13O
      *    SALARIO (FECHA-13-SALARIO), QUE ENTRAM COM AS
      *    COMPETENCIAS FICTICIAS AAAA13 (1A PARCELA) E AAAA14 (2A
      *    PARCELA) - NUNCA SE MISTURAM COM DEZEMBRO. NA LINHA DA
      *    2A PARCELA O BRUTO/INSS/IRRF SAO OS DO 13O INTEIRO E
      *    HFOL-ADIANT-13 E A 1A PARCELA DESCONTADA DO LIQUIDO.
      *    HFOL-DESC-FATURAS E O TOTAL DE MENSALIDADES DESCONTADAS EM
      *    FOLHA NA COMPETENCIA: HFOL-LIQUIDO CONTINUA SENDO O
      *    LIQUIDO DO CALCULO (BASE DO INFORME); O CREDITADO NA
      *    REMESSA FOI HFOL-LIQUIDO - HFOL-DESC-FATURAS.
      *    USO:  FD HISTFOL-FILE.
      *          COPY HFOLFD.
      *================================================================*
               03 HFOL-INSS              PIC 9(10)V99.
               03 HFOL-IRRF              PIC 9(10)V99.
               03 HFOL-LIQUIDO           PIC 9(10)V99.
               03 HFOL-QTD-DEPEND        PIC 9(02).
               03 HFOL-DEDUCAO-DEPEND    PIC 9(10)V99.
               03 HFOL-TIPO              PIC X(01).
                   88 HFOL-MENSAL        VALUE "M".
                   88 HFOL-13-PARCELA-1  VALUE "1".
                   88 HFOL-13-PARCELA-2  VALUE "2".
               03 HFOL-ADIANT-13         PIC 9(10)V99.
               03 HFOL-DESC-FATURAS      PIC 9(10)V99.
