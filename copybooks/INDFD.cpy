      *================================================================*
      *    COPY INDFD
      *    REGISTRO DO ARQUIVO DE INDICADORES GERENCIAIS INDICAD.DAT
      *    (FILE SECTION). LAYOUT FIXO, UM REGISTRO POR COMPETENCIA
      *    COM OS NUMEROS DO PAINEL GERENCIAL NA POSICAO DO FIM DO
      *    MES:
      *      ALUNOS     - QUANTIDADE NO ALUNOS.DAT NO INICIO E NO FIM
      *                   DO MES (BASE CONCILIA.CTL + MOVIMENTOS DA
      *                   TRILHA) E AS INCLUSOES/EXCLUSOES DO MES.
      *                   IND-ALUNOS-APURADO = "N" QUANDO FALTOU
      *                   TRILHA PARA A APURACAO (MES EXPURGADO) - OS
      *                   QUATRO NUMEROS FICAM ZERO E NAO ENTRAM NAS
      *                   COMPARACOES.
      *      TURMAS     - CURSOS, CAPACIDADE, VAGAS OCUPADAS E TAXA
      *                   DE OCUPACAO, FILA DE ESPERA, CONCLUSOES E
      *                   REPROVACOES DO FECHA-CURSO NO MES.
      *      FATURAMENTO- FATURADO DA COMPETENCIA, RECEBIDO NO MES
      *                   (BANCO E FOLHA), VENCIDO E NAO PAGO NO FIM
      *                   DO MES E A TAXA DE INADIMPLENCIA SOBRE O
      *                   FATURADO.
      *      FOLHA      - PESSOAS E CUSTO BRUTO DA FOLHA MENSAL.
      *    TAXAS EM PERCENTUAL COM DUAS CASAS.
      *    USO:  FD INDICAD-FILE.
      *          COPY INDFD.
      *================================================================*
       01 INDICAD-REG.
               03 IND-COMP               PIC 9(06).
               03 IND-DATA-HORA          PIC 9(14).
               03 IND-ALUNOS-APURADO     PIC X(01).
                   88 IND-ALUNOS-OK      VALUE "S".
               03 IND-ALUNOS-INICIO      PIC 9(06).
               03 IND-ALUNOS-FIM         PIC 9(06).
               03 IND-INCLUSOES          PIC 9(06).
               03 IND-EXCLUSOES          PIC 9(06).
               03 IND-QTD-CURSOS         PIC 9(04).
               03 IND-CAPACIDADE         PIC 9(06).
               03 IND-VAGAS-OCUPADAS     PIC 9(06).
               03 IND-TAXA-OCUPACAO      PIC 9(03)V99.
               03 IND-FILA-ESPERA        PIC 9(06).
               03 IND-CONCLUSOES         PIC 9(06).
               03 IND-REPROVACOES        PIC 9(06).
               03 IND-QTD-FATURADAS      PIC 9(06).
               03 IND-VALOR-FATURADO     PIC 9(10)V99.
               03 IND-VALOR-RECEBIDO     PIC 9(10)V99.
               03 IND-VALOR-INADIMPL     PIC 9(10)V99.
               03 IND-TAXA-INADIMPL      PIC 9(03)V99.
               03 IND-QTD-FOLHA          PIC 9(06).
               03 IND-CUSTO-FOLHA        PIC 9(12)V99.
