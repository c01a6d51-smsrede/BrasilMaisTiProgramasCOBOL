      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 PAINEL-GERENCIAL.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DE INICIO DE MES DO PAINEL GERENCIAL: UMA PAGINA
      *>   COM OS NUMEROS DA COMPETENCIA (MMAAAA PELO SYSIN; BRANCO =
      *>   MES ANTERIOR AO CORRENTE) QUE ANTES SAIAM DE CINCO
      *>   LISTAGENS DIFERENTES. RELATORIO EM PAINEL.TXT:
      *>     ALUNOS      - QUANTIDADE NO ALUNOS.DAT NO INICIO E NO FIM
      *>                   DO MES. PARTE DO ULTIMO FECHAMENTO DO
      *>                   CONCILIA.CTL (JA CONFERIDO CONTRA O MESTRE)
      *>                   E ANDA PARA TRAS OU PARA FRENTE ATE CADA
      *>                   LIMITE DO MES COM AS INCLUSOES E EXCLUSOES
      *>                   DA TRILHA (LOG VIVO E MESES ARQUIVADOS DO
      *>                   TRILHARC.CTL, COMO NO CONSULTA-TRILHA). SEM
      *>                   CONCILIA.CTL A BASE E UMA CONTAGEM DO
      *>                   MESTRE NA HORA. MES EXPURGADO NO CAMINHO
      *>                   DEIXA OS ALUNOS COMO NAO APURADOS (N/D).
      *>     TURMAS      - POR CURSO: VAGAS OCUPADAS NO FIM DO MES
      *>                   CONTRA A CAPACIDADE, FILA DA LISTA DE
      *>                   ESPERA E CONCLUSOES/REPROVACOES DO
      *>                   FECHA-CURSO NO MES (A REPROVACAO PELA
      *>                   DATA EM MATR-DATA-REPROV, QUE A
      *>                   REATIVACAO NAO APAGA).
      *>     FATURAMENTO - FATURADO DA COMPETENCIA, RECEBIDO NO MES
      *>                   (BANCO E DESCONTO EM FOLHA, DE QUALQUER
      *>                   COMPETENCIA) E INADIMPLENCIA: FATURA DA
      *>                   COMPETENCIA VENCIDA E NAO PAGA ATE O FIM
      *>                   DO MES, SOBRE O FATURADO.
      *>     FOLHA       - CUSTO BRUTO DA FOLHA MENSAL (HISTFOL.DAT,
      *>                   SEM AS PARCELAS DO 13O).
      *>   CADA NUMERO SAI AO LADO DO MES ANTERIOR E DO MESMO MES DO
      *>   ANO ANTERIOR, COM A VARIACAO (TAXAS EM PONTOS
      *>   PERCENTUAIS). OS MESES DE COMPARACAO VEM DO ARQUIVO DE
      *>   INDICADORES INDICAD.DAT (COPY INDFD), ONDE CADA EXECUCAO
      *>   GRAVA (OU REGRAVA NO RERUN) O REGISTRO DA COMPETENCIA -
      *>   MES SEM REGISTRO SAI COMO N/D, SEM REPROCESSAR NADA. O
      *>   MES EM ANDAMENTO SAI NO RELATORIO COMO PARCIAL E NAO E
      *>   GRAVADO; COMPETENCIA FUTURA TERMINA COM RC 8.
      *>   FALTA DE DADO (SEM CONCILIA.CTL, TRILHA EXPURGADA, FOLHA
      *>   NAO FECHADA, COMPETENCIA NAO FATURADA) SAI NAS
      *>   OBSERVACOES DO RELATORIO COM RETURN-CODE 4.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB PAINELGR.
      *>   SE RECUSA A COMECAR (RC 8) QUANDO O CONCILIA DA DATA DE
      *>   NEGOCIO TERMINOU COM RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
       ENVIRONMENT                                  DIVISION.
      *================================================================*
         CONFIGURATION                   SECTION.
               SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
         INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY AUDITSEL.
           COPY ARQTRSEL.
           COPY CATTRSEL.
           COPY CURSOSEL.
           COPY MATRSEL.
           COPY ESPERASEL.
           COPY FATSEL.
           COPY HFOLSEL.
           COPY INDSEL.
           COPY ESTEISEL.
               SELECT CONTROLE-FILE ASSIGN TO "CONCILIA.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROLE-STATUS.
               SELECT PAINEL-FILE ASSIGN TO "PAINEL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PAINEL-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  ALUNOS-FILE.
           COPY ALUNOFD.

           FD  AUDIT-FILE.
           COPY AUDITREC.

           FD  ARQTRILHA-FILE.
           COPY ARQTRREC.

           FD  CATALOGO-FILE.
           COPY CATTRREC.

           FD  CURSOS-FILE.
           COPY CURSOFD.

           FD  MATRICULA-FILE.
           COPY MATRFD.

           FD  ESPERA-FILE.
           COPY ESPERAFD.

           FD  FATURA-FILE.
           COPY FATFD.

           FD  HISTFOL-FILE.
           COPY HFOLFD.

           FD  INDICAD-FILE.
           COPY INDFD.

      *>   MESMO LAYOUT GRAVADO PELO CONCILIA-ALUNOS
           FD  CONTROLE-FILE.
           01  CONTROLE-REG.
               05 CTL-DATA-FECHAMENTO PIC 9(14).
               05 CTL-QTD-FECHAMENTO  PIC 9(06).

           FD  PAINEL-FILE.
           01  REG-PAINEL PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY CATTRSTS.
           COPY CURSOSTS.
           COPY MATRSTS.
           COPY ESPERASTS.
           COPY FATSTS.
           COPY HFOLSTS.
           COPY INDSTS.
           COPY ARQTRWS.
           COPY ESTEIWS.

           77 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
               88 AUDIT-OK         VALUE "00".
           77 WS-CONTROLE-STATUS   PIC X(02) VALUE SPACES.
               88 CONTROLE-OK      VALUE "00".
           77 WS-PAINEL-STATUS     PIC X(02) VALUE SPACES.
               88 PAINEL-OK        VALUE "00".

           77 WS-FIM-MESTRE        PIC X(01) VALUE "N".
               88 FIM-MESTRE       VALUE "S".
           77 WS-FIM-TRILHA        PIC X(01) VALUE "N".
               88 FIM-TRILHA       VALUE "S".
           77 WS-FIM-CATALOGO      PIC X(01) VALUE "N".
               88 FIM-CATALOGO     VALUE "S".
           77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
               88 FIM-ARQUIVO      VALUE "S".
           77 WS-FIM-CURSOS        PIC X(01) VALUE "N".
               88 FIM-CURSOS       VALUE "S".
           77 WS-FIM-MATRICULA     PIC X(01) VALUE "N".
               88 FIM-MATRICULA    VALUE "S".
           77 WS-FIM-ESPERA        PIC X(01) VALUE "N".
               88 FIM-ESPERA       VALUE "S".
           77 WS-FIM-FATURAS       PIC X(01) VALUE "N".
               88 FIM-FATURAS      VALUE "S".
           77 WS-FIM-HISTFOL       PIC X(01) VALUE "N".
               88 FIM-HISTFOL      VALUE "S".
           77 WS-MES-ANDAMENTO     PIC X(01) VALUE "N".
               88 MES-EM-ANDAMENTO VALUE "S".

      *>   COMPETENCIA PEDIDA E AS DE COMPARACAO. FATURA.DAT USA
      *>   MMAAAA; HISTFOL.DAT E INDICAD.DAT USAM AAAAMM.
           77 WS-COMPETENCIA-X     PIC X(06) VALUE SPACES.
           01 WS-COMPETENCIA.
               05 WS-COMP-MM       PIC 9(02).
               05 WS-COMP-AAAA     PIC 9(04).
           77 WS-COMP-FAT          PIC 9(06) VALUE ZERO.
           77 WS-COMP-AAAAMM       PIC 9(06) VALUE ZERO.
           77 WS-COMP-MES-ANT      PIC 9(06) VALUE ZERO.
           77 WS-COMP-ANO-ANT      PIC 9(06) VALUE ZERO.
           77 WS-MES-CORRENTE      PIC 9(06) VALUE ZERO.
           77 WS-COMP-EDIT         PIC X(07) VALUE SPACES.
           77 WS-COMP-EDIT-MES     PIC X(07) VALUE SPACES.
           77 WS-COMP-EDIT-ANO     PIC X(07) VALUE SPACES.
           77 WS-AAAAMM-EDITAR     PIC 9(06) VALUE ZERO.
           77 WS-AAAAMM-EDITADO    PIC X(07) VALUE SPACES.
      *>   MES DA COMPETENCIA EM AAAAMMDD: DIA 01 E DIA 31 BASTAM
      *>   PARA AS COMPARACOES DE DATA, COMO NO EXPORTA-CONTABIL. NA
      *>   TRILHA O LIMITE VAI ATE O SEGUNDO.
           77 WS-DATA-INICIO-MES   PIC 9(08) VALUE ZERO.
           77 WS-DATA-FIM-MES      PIC 9(08) VALUE ZERO.
           77 WS-DH-INICIO-MES     PIC 9(14) VALUE ZERO.
           77 WS-DH-FIM-MES        PIC 9(14) VALUE ZERO.
           77 WS-DATA-HORA-EXEC    PIC 9(14) VALUE ZERO.

      *>   APURACAO DOS ALUNOS. A BASE E UMA FOTO (DATA-HORA E
      *>   QUANTIDADE) E CADA SALDO ANDA DELA ATE O LIMITE DO MES:
      *>   MOVIMENTO ENTRE A BASE E O LIMITE SOMA SE O LIMITE ESTA
      *>   DEPOIS DA BASE E DESCONTA SE ESTA ANTES.
           77 WS-BASE-ORIGEM       PIC X(01) VALUE "C".
               88 BASE-CONCILIA    VALUE "C".
               88 BASE-MESTRE      VALUE "M".
           77 WS-BASE-DATA-HORA    PIC 9(14) VALUE ZERO.
           77 WS-BASE-QTD          PIC 9(06) VALUE ZERO.
           77 WS-BASE-MES          PIC 9(06) VALUE ZERO.
           77 WS-TRILHA-MES-MIN    PIC 9(06) VALUE ZERO.
           77 WS-TRILHA-MES-MAX    PIC 9(06) VALUE ZERO.
           77 WS-SALDO-INICIO      PIC S9(07) VALUE ZERO.
           77 WS-SALDO-FIM         PIC S9(07) VALUE ZERO.
           77 WS-MOV-SINAL         PIC S9(01) VALUE ZERO.
           77 WS-QTD-INCLUSOES     PIC 9(06) VALUE ZERO.
           77 WS-QTD-EXCLUSOES     PIC 9(06) VALUE ZERO.
           77 WS-ALUNOS-APURADO    PIC X(01) VALUE "S".
               88 ALUNOS-APURADO   VALUE "S".

      *>   CURSOS EM MEMORIA (ATE 999, COMO NA CONCILIACAO DE
      *>   MATRICULAS). O INDICE TEM UM DIGITO A MAIS QUE A TABELA.
           77 WS-CUR-USADOS        PIC 9(03) VALUE ZERO.
           77 WS-CUR-IDX           PIC 9(04) VALUE ZERO.
           77 WS-CUR-ACHADO        PIC 9(04) VALUE ZERO.
           77 WS-CURSO-BUSCA       PIC 9(04) VALUE ZERO.
           01 WS-CUR-TABELA.
               03 WS-CUR-OCORR OCCURS 999 TIMES.
                   05 WS-CUR-TAB-CODIGO      PIC 9(04).
                   05 WS-CUR-TAB-NOME        PIC X(40).
                   05 WS-CUR-TAB-TURMA       PIC X(10).
                   05 WS-CUR-TAB-CAPACIDADE  PIC 9(04).
                   05 WS-CUR-TAB-OCUPADAS    PIC 9(04).
                   05 WS-CUR-TAB-FILA        PIC 9(04).
                   05 WS-CUR-TAB-CONCLUSOES  PIC 9(04).
                   05 WS-CUR-TAB-REPROVACOES PIC 9(04).

      *>   TOTAIS DA COMPETENCIA
           77 WS-TOT-CAPACIDADE    PIC 9(06) VALUE ZERO.
           77 WS-TOT-OCUPADAS      PIC 9(06) VALUE ZERO.
           77 WS-TOT-FILA          PIC 9(06) VALUE ZERO.
           77 WS-TOT-CONCLUSOES    PIC 9(06) VALUE ZERO.
           77 WS-TOT-REPROVACOES   PIC 9(06) VALUE ZERO.
           77 WS-TAXA-OCUPACAO     PIC 9(03)V99 VALUE ZERO.
           77 WS-QTD-FATURADAS     PIC 9(06) VALUE ZERO.
           77 WS-TOT-FATURADO      PIC 9(10)V99 VALUE ZERO.
           77 WS-TOT-RECEBIDO      PIC 9(10)V99 VALUE ZERO.
           77 WS-TOT-INADIMPL      PIC 9(10)V99 VALUE ZERO.
           77 WS-TAXA-INADIMPL     PIC 9(03)V99 VALUE ZERO.
           77 WS-QTD-FOLHA         PIC 9(06) VALUE ZERO.
           77 WS-TOT-FOLHA         PIC 9(12)V99 VALUE ZERO.
           77 WS-QTD-LIDOS         PIC 9(07) VALUE ZERO.
           77 WS-QTD-GRAVADOS      PIC 9(07) VALUE ZERO.

      *>   AS TRES COLUNAS DO PAINEL: 1 = COMPETENCIA PEDIDA,
      *>   2 = MES ANTERIOR, 3 = MESMO MES DO ANO ANTERIOR (ESTAS
      *>   DUAS LIDAS DO INDICAD.DAT). MESMOS CAMPOS DO INDFD.
           77 WS-PN-COL            PIC 9(02) VALUE ZERO.
           01 WS-PN-TABELA.
               03 WS-PN-COLUNA OCCURS 3 TIMES.
                   05 WS-PN-EXISTE          PIC X(01).
                   05 WS-PN-ALUNOS-APURADO  PIC X(01).
                   05 WS-PN-ALUNOS-INICIO   PIC 9(06).
                   05 WS-PN-ALUNOS-FIM      PIC 9(06).
                   05 WS-PN-INCLUSOES       PIC 9(06).
                   05 WS-PN-EXCLUSOES       PIC 9(06).
                   05 WS-PN-QTD-CURSOS      PIC 9(04).
                   05 WS-PN-CAPACIDADE      PIC 9(06).
                   05 WS-PN-VAGAS-OCUPADAS  PIC 9(06).
                   05 WS-PN-TAXA-OCUPACAO   PIC 9(03)V99.
                   05 WS-PN-FILA-ESPERA     PIC 9(06).
                   05 WS-PN-CONCLUSOES      PIC 9(06).
                   05 WS-PN-REPROVACOES     PIC 9(06).
                   05 WS-PN-QTD-FATURADAS   PIC 9(06).
                   05 WS-PN-VALOR-FATURADO  PIC 9(10)V99.
                   05 WS-PN-VALOR-RECEBIDO  PIC 9(10)V99.
                   05 WS-PN-VALOR-INADIMPL  PIC 9(10)V99.
                   05 WS-PN-TAXA-INADIMPL   PIC 9(03)V99.
                   05 WS-PN-QTD-FOLHA       PIC 9(06).
                   05 WS-PN-CUSTO-FOLHA     PIC 9(12)V99.

      *>   UMA LINHA DO PAINEL: ROTULO, TIPO DO NUMERO E O VALOR DE
      *>   CADA COLUNA COM A MARCA DE DISPONIVEL ("S").
      *>     Q = QUANTIDADE, V = VALOR EM REAIS, T = TAXA (%) - A
      *>     VARIACAO DA TAXA E EM PONTOS PERCENTUAIS
           77 WS-PN-ROTULO         PIC X(32) VALUE SPACES.
           77 WS-PN-TIPO           PIC X(01) VALUE SPACE.
               88 PN-QUANTIDADE    VALUE "Q".
               88 PN-VALOR         VALUE "V".
               88 PN-TAXA          VALUE "T".
           01 WS-PN-LINHA-VALORES.
               03 WS-PN-LV-OCORR OCCURS 3 TIMES.
                   05 WS-PN-VALOR      PIC 9(12)V99.
                   05 WS-PN-DISP       PIC X(01).
                   05 WS-PN-TXT-VALOR  PIC X(18).
                   05 WS-PN-TXT-VAR    PIC X(09).
           77 WS-PN-VAR            PIC S9(05)V9 VALUE ZERO.
           77 WS-PN-VAR-OK         PIC X(01) VALUE "S".
           77 WS-PN-VAR-EDIT       PIC +ZZ.ZZ9,9.
           77 WS-PN-VALOR-EDIT     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           77 WS-PN-QTD-EDIT       PIC ZZZ.ZZZ.ZZZ.ZZ9.

      *>   OBSERVACOES JUNTADAS DURANTE A APURACAO E IMPRESSAS NO FIM
      *>   DO RELATORIO. CADA UMA DEIXA O RETURN-CODE EM 4.
           77 WS-AVISO             PIC X(100) VALUE SPACES.
           77 WS-AV-USADOS         PIC 9(02) VALUE ZERO.
           77 WS-AV-IDX            PIC 9(02) VALUE ZERO.
           01 WS-AV-TABELA.
               03 WS-AV-TEXTO OCCURS 15 TIMES PIC X(100).

           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-QTD-EDIT-2        PIC ZZZ.ZZ9.
           77 WS-QTD-EDIT-3        PIC ZZZ.ZZ9.
           77 WS-QTD-EDIT-4        PIC ZZZ.ZZ9.
           77 WS-QTD-EDIT-5        PIC ZZZ.ZZ9.
           77 WS-TAXA-EDIT         PIC ZZ9,99.
           77 WS-LINHA             PIC X(132).

      *>   DATA-HORA AAAAMMDDHHMMSS ABERTA EM PEDACOS PARA EDICAO
           01 WS-DH-EDITAR.
               03 WS-DH-AAAA       PIC X(04).
               03 WS-DH-MM         PIC X(02).
               03 WS-DH-DD         PIC X(02).
               03 WS-DH-HORA       PIC X(02).
               03 WS-DH-MIN        PIC X(02).
               03 WS-DH-SEG        PIC X(02).
           77 WS-DH-EDITADA        PIC X(19) VALUE SPACES.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "PAINELGR" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-PAINEL-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXEC.
               MOVE WS-DATA-HORA-EXEC (1:6) TO WS-MES-CORRENTE.
               PERFORM RECEBE-COMPETENCIA-PARAGRAFO
                   THRU FIM-RECEBE-COMPETENCIA-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-PAINEL-PARAGRAFO
               END-IF.

               OPEN OUTPUT PAINEL-FILE.
               IF NOT PAINEL-OK
                   DISPLAY "ERRO AO ABRIR PAINEL.TXT - STATUS "
                       WS-PAINEL-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PAINEL-PARAGRAFO
               END-IF.
               OPEN I-O INDICAD-FILE.
               IF NOT INDICAD-OK
                   OPEN OUTPUT INDICAD-FILE
                   CLOSE INDICAD-FILE
                   OPEN I-O INDICAD-FILE
               END-IF.
               IF NOT INDICAD-OK
                   DISPLAY "ERRO AO ABRIR INDICAD.DAT - STATUS "
                       WS-INDICAD-STATUS
                   CLOSE PAINEL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-PAINEL-PARAGRAFO
               END-IF.

               IF MES-EM-ANDAMENTO
                   MOVE SPACES TO WS-AVISO
                   STRING "COMPETENCIA " WS-COMP-EDIT
                          " AINDA EM ANDAMENTO - NUMEROS PARCIAIS, "
                          "NAO GRAVADOS NO INDICAD.DAT"
                       DELIMITED BY SIZE INTO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
               END-IF.

               PERFORM APURA-ALUNOS-PARAGRAFO
                   THRU FIM-APURA-ALUNOS-PARAGRAFO.
               PERFORM APURA-TURMAS-PARAGRAFO
                   THRU FIM-APURA-TURMAS-PARAGRAFO.
               IF RETURN-CODE = 8
                   GO TO ENCERRA-ARQUIVOS-PARAGRAFO
               END-IF.
               PERFORM APURA-FATURAS-PARAGRAFO
                   THRU FIM-APURA-FATURAS-PARAGRAFO.
               IF RETURN-CODE = 8
                   GO TO ENCERRA-ARQUIVOS-PARAGRAFO
               END-IF.
               PERFORM APURA-FOLHA-PARAGRAFO
                   THRU FIM-APURA-FOLHA-PARAGRAFO.
               IF RETURN-CODE = 8
                   GO TO ENCERRA-ARQUIVOS-PARAGRAFO
               END-IF.

               PERFORM MONTA-COLUNA-ATUAL-PARAGRAFO.
               PERFORM LE-MESES-COMPARACAO-PARAGRAFO.
               PERFORM IMPRIME-PAINEL-PARAGRAFO.
               PERFORM IMPRIME-CURSOS-PARAGRAFO.
               IF NOT MES-EM-ANDAMENTO
                   PERFORM GRAVA-INDICADOR-PARAGRAFO
               END-IF.
               PERFORM IMPRIME-AVISOS-PARAGRAFO.
               DISPLAY "PAINEL GERENCIAL DA COMPETENCIA " WS-COMP-EDIT
                   " EM PAINEL.TXT - OBSERVACOES: " WS-AV-USADOS.

       ENCERRA-ARQUIVOS-PARAGRAFO.
               CLOSE INDICAD-FILE.
               CLOSE PAINEL-FILE.

       FIM-PAINEL-PARAGRAFO.
               MOVE WS-QTD-LIDOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-GRAVADOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       RECEBE-COMPETENCIA-PARAGRAFO.
      *>   BRANCO = MES ANTERIOR AO CORRENTE (A RODADA NORMAL E NO
      *>   INICIO DO MES, SOBRE O MES QUE ACABOU DE FECHAR).
               ACCEPT WS-COMPETENCIA-X.
               IF WS-COMPETENCIA-X = SPACES
                   MOVE WS-MES-CORRENTE TO WS-COMP-AAAAMM
                   PERFORM CALCULA-MES-ANTERIOR-PARAGRAFO
                   MOVE WS-COMP-MES-ANT (5:2) TO WS-COMP-MM
                   MOVE WS-COMP-MES-ANT (1:4) TO WS-COMP-AAAA
               ELSE
                   IF WS-COMPETENCIA-X NOT NUMERIC
                       DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                           WS-COMPETENCIA-X
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-RECEBE-COMPETENCIA-PARAGRAFO
                   END-IF
                   MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA
               END-IF.
               IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
                  OR WS-COMP-AAAA < 2000
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                       WS-COMPETENCIA-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-RECEBE-COMPETENCIA-PARAGRAFO
               END-IF.
               MOVE WS-COMPETENCIA TO WS-COMP-FAT.
               COMPUTE WS-COMP-AAAAMM =
                   (WS-COMP-AAAA * 100) + WS-COMP-MM.
               MOVE WS-COMP-AAAAMM TO WS-AAAAMM-EDITAR.
               PERFORM EDITA-AAAAMM-PARAGRAFO.
               MOVE WS-AAAAMM-EDITADO TO WS-COMP-EDIT.
               IF WS-COMP-AAAAMM > WS-MES-CORRENTE
                   DISPLAY "COMPETENCIA " WS-COMP-EDIT
                       " AINDA NAO COMECOU - PAINEL NAO GERADO"
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-RECEBE-COMPETENCIA-PARAGRAFO
               END-IF.
               IF WS-COMP-AAAAMM = WS-MES-CORRENTE
                   MOVE "S" TO WS-MES-ANDAMENTO
               END-IF.
               PERFORM CALCULA-MES-ANTERIOR-PARAGRAFO.
               COMPUTE WS-COMP-ANO-ANT = WS-COMP-AAAAMM - 100.
               MOVE WS-COMP-MES-ANT TO WS-AAAAMM-EDITAR.
               PERFORM EDITA-AAAAMM-PARAGRAFO.
               MOVE WS-AAAAMM-EDITADO TO WS-COMP-EDIT-MES.
               MOVE WS-COMP-ANO-ANT TO WS-AAAAMM-EDITAR.
               PERFORM EDITA-AAAAMM-PARAGRAFO.
               MOVE WS-AAAAMM-EDITADO TO WS-COMP-EDIT-ANO.
               COMPUTE WS-DATA-INICIO-MES = (WS-COMP-AAAAMM * 100) + 1.
               COMPUTE WS-DATA-FIM-MES = (WS-COMP-AAAAMM * 100) + 31.
               COMPUTE WS-DH-INICIO-MES = WS-DATA-INICIO-MES * 1000000.
               COMPUTE WS-DH-FIM-MES =
                   (WS-DATA-FIM-MES * 1000000) + 235959.

       FIM-RECEBE-COMPETENCIA-PARAGRAFO.
               EXIT.

       CALCULA-MES-ANTERIOR-PARAGRAFO.
      *>   WS-COMP-AAAAMM CHEGA PREENCHIDO; JANEIRO VOLTA PARA
      *>   DEZEMBRO DO ANO ANTERIOR.
               IF WS-COMP-AAAAMM (5:2) = "01"
                   COMPUTE WS-COMP-MES-ANT = WS-COMP-AAAAMM - 89
               ELSE
                   COMPUTE WS-COMP-MES-ANT = WS-COMP-AAAAMM - 1
               END-IF.

       EDITA-AAAAMM-PARAGRAFO.
               MOVE SPACES TO WS-AAAAMM-EDITADO.
               STRING WS-AAAAMM-EDITAR (5:2) "/" WS-AAAAMM-EDITAR (1:4)
                   DELIMITED BY SIZE INTO WS-AAAAMM-EDITADO.

       GUARDA-AVISO-PARAGRAFO.
               IF WS-AV-USADOS < 15
                   ADD 1 TO WS-AV-USADOS
                   MOVE WS-AVISO TO WS-AV-TEXTO (WS-AV-USADOS)
               END-IF.
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF.

      *----------------------------------------------------------------*
      *    ALUNOS NO INICIO E NO FIM DO MES
      *----------------------------------------------------------------*
       APURA-ALUNOS-PARAGRAFO.
               PERFORM LE-BASE-ALUNOS-PARAGRAFO
                   THRU FIM-LE-BASE-ALUNOS-PARAGRAFO.
               IF NOT ALUNOS-APURADO
                   GO TO FIM-APURA-ALUNOS-PARAGRAFO
               END-IF.
               MOVE WS-BASE-QTD TO WS-SALDO-INICIO.
               MOVE WS-BASE-QTD TO WS-SALDO-FIM.
      *>   SO OS MESES ENTRE A BASE E A COMPETENCIA TEM MOVIMENTO QUE
      *>   INTERESSA - OS ARQUIVADOS FORA DESSA JANELA NEM SAO ABERTOS.
               MOVE WS-BASE-DATA-HORA (1:6) TO WS-BASE-MES.
               IF WS-BASE-MES < WS-COMP-AAAAMM
                   MOVE WS-BASE-MES    TO WS-TRILHA-MES-MIN
                   MOVE WS-COMP-AAAAMM TO WS-TRILHA-MES-MAX
               ELSE
                   MOVE WS-COMP-AAAAMM TO WS-TRILHA-MES-MIN
                   MOVE WS-BASE-MES    TO WS-TRILHA-MES-MAX
               END-IF.
               PERFORM APLICA-ARQUIVADOS-PARAGRAFO
                   THRU FIM-APLICA-ARQUIVADOS-PARAGRAFO.

               OPEN INPUT AUDIT-FILE.
               IF AUDIT-OK
                   PERFORM UNTIL FIM-TRILHA
                       READ AUDIT-FILE
                           AT END
                               MOVE "S" TO WS-FIM-TRILHA
                           NOT AT END
                               PERFORM APLICA-MOVIMENTO-PARAGRAFO
                                   THRU FIM-APLICA-MOVIMENTO-PARAGRAFO
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-FILE
               ELSE
                   IF WS-AUDIT-STATUS NOT = "35"
                       MOVE "N" TO WS-ALUNOS-APURADO
                       MOVE SPACES TO WS-AVISO
                       STRING "TRILHA.LOG INACESSIVEL - STATUS "
                              WS-AUDIT-STATUS
                              " - ALUNOS NAO APURADOS"
                           DELIMITED BY SIZE INTO WS-AVISO
                       PERFORM GUARDA-AVISO-PARAGRAFO
                   END-IF
               END-IF.

               IF ALUNOS-APURADO
                  AND (WS-SALDO-INICIO < ZERO OR WS-SALDO-FIM < ZERO)
                   MOVE "N" TO WS-ALUNOS-APURADO
                   MOVE "SALDO DE ALUNOS NEGATIVO - TRILHA INCOMPLETA NO
      -                 " PERIODO, ALUNOS NAO APURADOS" TO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
               END-IF.

       FIM-APURA-ALUNOS-PARAGRAFO.
               EXIT.

       LE-BASE-ALUNOS-PARAGRAFO.
      *>   BASE = ULTIMO FECHAMENTO DO CONCILIA-ALUNOS. SEM ELE (O
      *>   CONCILIA NUNCA RODOU) CONTA O MESTRE AGORA - VALE, MAS NAO
      *>   E UM NUMERO CONFERIDO E VAI PARA AS OBSERVACOES.
               OPEN INPUT CONTROLE-FILE.
               IF CONTROLE-OK
                   READ CONTROLE-FILE
                       AT END
                           MOVE "M" TO WS-BASE-ORIGEM
                       NOT AT END
                           IF CTL-DATA-FECHAMENTO NUMERIC
                              AND CTL-QTD-FECHAMENTO NUMERIC
                               MOVE CTL-DATA-FECHAMENTO
                                   TO WS-BASE-DATA-HORA
                               MOVE CTL-QTD-FECHAMENTO TO WS-BASE-QTD
                           ELSE
                               MOVE "M" TO WS-BASE-ORIGEM
                           END-IF
                   END-READ
                   CLOSE CONTROLE-FILE
               ELSE
                   MOVE "M" TO WS-BASE-ORIGEM
               END-IF.
               IF BASE-CONCILIA
                   GO TO FIM-LE-BASE-ALUNOS-PARAGRAFO
               END-IF.

               MOVE "SEM CONCILIA.CTL VALIDO - BASE DOS ALUNOS CONTADA N
      -             "O ALUNOS.DAT, SEM CONFERENCIA" TO WS-AVISO.
               PERFORM GUARDA-AVISO-PARAGRAFO.
               MOVE WS-DATA-HORA-EXEC TO WS-BASE-DATA-HORA.
               MOVE ZERO TO WS-BASE-QTD.
               OPEN INPUT ALUNOS-FILE.
               IF ALUNOS-OK
                   PERFORM UNTIL FIM-MESTRE
                       READ ALUNOS-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-MESTRE
                           NOT AT END
                               ADD 1 TO WS-BASE-QTD
                               ADD 1 TO WS-QTD-LIDOS
                       END-READ
                   END-PERFORM
                   CLOSE ALUNOS-FILE
               ELSE
                   IF WS-ALUNOS-STATUS NOT = "35"
                       MOVE "N" TO WS-ALUNOS-APURADO
                       MOVE SPACES TO WS-AVISO
                       STRING "ALUNOS.DAT INACESSIVEL - STATUS "
                              WS-ALUNOS-STATUS
                              " - ALUNOS NAO APURADOS"
                           DELIMITED BY SIZE INTO WS-AVISO
                       PERFORM GUARDA-AVISO-PARAGRAFO
                   END-IF
               END-IF.

       FIM-LE-BASE-ALUNOS-PARAGRAFO.
               EXIT.

       APLICA-ARQUIVADOS-PARAGRAFO.
      *>   MESES ARQUIVADOS PELO CORTE-TRILHA DENTRO DA JANELA. MES
      *>   EXPURGADO OU SEM ARQUIVO NA JANELA DEIXA O SALDO SEM COMO
      *>   SER APURADO. SEM CATALOGO NAO HOUVE CORTE.
               OPEN INPUT CATALOGO-FILE.
               IF NOT CATALOGO-OK
                   GO TO FIM-APLICA-ARQUIVADOS-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-CATALOGO
                   READ CATALOGO-FILE
                       AT END
                           MOVE "S" TO WS-FIM-CATALOGO
                       NOT AT END
                           IF CAT-PERIODO NUMERIC
                              AND CAT-PERIODO NOT < WS-TRILHA-MES-MIN
                              AND CAT-PERIODO NOT > WS-TRILHA-MES-MAX
                               PERFORM APLICA-UM-MES-PARAGRAFO
                                   THRU FIM-APLICA-UM-MES-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CATALOGO-FILE.

       FIM-APLICA-ARQUIVADOS-PARAGRAFO.
               EXIT.

       APLICA-UM-MES-PARAGRAFO.
               IF CAT-EXPURGADO
                   MOVE "N" TO WS-ALUNOS-APURADO
                   MOVE SPACES TO WS-AVISO
                   STRING "TRILHA DE " CAT-PERIODO
                          " JA EXPURGADA PELA RETENCAO - ALUNOS NAO "
                          "APURADOS"
                       DELIMITED BY SIZE INTO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
                   GO TO FIM-APLICA-UM-MES-PARAGRAFO
               END-IF.
               MOVE CAT-PERIODO TO WS-ARQTRILHA-PERIODO.
               MOVE SPACES TO WS-ARQTRILHA-NOME.
               STRING "TRILHA." WS-ARQTRILHA-PERIODO ".LOG"
                   DELIMITED BY SIZE INTO WS-ARQTRILHA-NOME.
               MOVE "N" TO WS-FIM-ARQUIVO.
               OPEN INPUT ARQTRILHA-FILE.
               IF NOT ARQTRILHA-OK
                   MOVE "N" TO WS-ALUNOS-APURADO
                   MOVE SPACES TO WS-AVISO
                   STRING "TRILHA DE " CAT-PERIODO
                          " NO CATALOGO MAS SEM ARQUIVO ("
                          WS-ARQTRILHA-NOME ") - ALUNOS NAO APURADOS"
                       DELIMITED BY SIZE INTO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
                   GO TO FIM-APLICA-UM-MES-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQTRILHA-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ARQT-DETALHE
                               MOVE ARQT-LINHA TO AUDIT-REG
                               PERFORM APLICA-MOVIMENTO-PARAGRAFO
                                   THRU FIM-APLICA-MOVIMENTO-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQTRILHA-FILE.

       FIM-APLICA-UM-MES-PARAGRAFO.
               EXIT.

       APLICA-MOVIMENTO-PARAGRAFO.
      *>   SO INCLUSAO E EXCLUSAO MEXEM NA QUANTIDADE, COMO NO
      *>   CONCILIA-ALUNOS. A BASE JA CONTA TUDO O QUE FOI LOGADO ATE
      *>   A DATA-HORA DELA.
               ADD 1 TO WS-QTD-LIDOS.
               IF AUDIT-DATA-HORA NOT NUMERIC
                   GO TO FIM-APLICA-MOVIMENTO-PARAGRAFO
               END-IF.
               EVALUATE AUDIT-OPERACAO
                   WHEN "INCLUSAO "
                       MOVE 1 TO WS-MOV-SINAL
                   WHEN "EXCLUSAO "
                       MOVE -1 TO WS-MOV-SINAL
                   WHEN OTHER
                       GO TO FIM-APLICA-MOVIMENTO-PARAGRAFO
               END-EVALUATE.
               IF AUDIT-DATA-HORA NOT < WS-DH-INICIO-MES
                  AND AUDIT-DATA-HORA NOT > WS-DH-FIM-MES
                   IF WS-MOV-SINAL > ZERO
                       ADD 1 TO WS-QTD-INCLUSOES
                   ELSE
                       ADD 1 TO WS-QTD-EXCLUSOES
                   END-IF
               END-IF.
      *>   INICIO DO MES = ANTES DE WS-DH-INICIO-MES
               IF AUDIT-DATA-HORA > WS-BASE-DATA-HORA
                  AND AUDIT-DATA-HORA < WS-DH-INICIO-MES
                   ADD WS-MOV-SINAL TO WS-SALDO-INICIO
               END-IF.
               IF AUDIT-DATA-HORA NOT > WS-BASE-DATA-HORA
                  AND AUDIT-DATA-HORA NOT < WS-DH-INICIO-MES
                   SUBTRACT WS-MOV-SINAL FROM WS-SALDO-INICIO
               END-IF.
      *>   FIM DO MES = ATE WS-DH-FIM-MES INCLUSIVE
               IF AUDIT-DATA-HORA > WS-BASE-DATA-HORA
                  AND AUDIT-DATA-HORA NOT > WS-DH-FIM-MES
                   ADD WS-MOV-SINAL TO WS-SALDO-FIM
               END-IF.
               IF AUDIT-DATA-HORA NOT > WS-BASE-DATA-HORA
                  AND AUDIT-DATA-HORA > WS-DH-FIM-MES
                   SUBTRACT WS-MOV-SINAL FROM WS-SALDO-FIM
               END-IF.

       FIM-APLICA-MOVIMENTO-PARAGRAFO.
               EXIT.

      *----------------------------------------------------------------*
      *    TURMAS: OCUPACAO, FILA DE ESPERA, CONCLUSOES E REPROVACOES
      *----------------------------------------------------------------*
       APURA-TURMAS-PARAGRAFO.
               OPEN INPUT CURSOS-FILE.
               IF NOT CURSOS-OK
                   DISPLAY "ERRO AO ABRIR CURSOS.DAT - STATUS "
                       WS-CURSOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-APURA-TURMAS-PARAGRAFO
               END-IF.
               MOVE ZERO TO CURSO-CODIGO-REG.
               START CURSOS-FILE KEY NOT LESS CURSO-CODIGO-REG
                   INVALID KEY
                       MOVE "S" TO WS-FIM-CURSOS
               END-START.
               PERFORM UNTIL FIM-CURSOS
                   READ CURSOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-CURSOS
                       NOT AT END
                           PERFORM CARREGA-CURSO-PARAGRAFO
                   END-READ
               END-PERFORM.
               CLOSE CURSOS-FILE.
               IF RETURN-CODE = 8
                   GO TO FIM-APURA-TURMAS-PARAGRAFO
               END-IF.

      *>   SEM MATRICULA.DAT OU ESPERA.DAT (AINDA NAO CRIADOS) AS
      *>   TURMAS FICAM VAZIAS; OUTRO STATUS PARA O JOB.
               OPEN INPUT MATRICULA-FILE.
               IF MATRICULA-OK
                   PERFORM UNTIL FIM-MATRICULA
                       READ MATRICULA-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-MATRICULA
                           NOT AT END
                               PERFORM CONTA-MATRICULA-PARAGRAFO
                                   THRU FIM-CONTA-MATRICULA-PARAGRAFO
                       END-READ
                   END-PERFORM
                   CLOSE MATRICULA-FILE
               ELSE
                   IF WS-MATRICULA-STATUS NOT = "35"
                       DISPLAY "ERRO AO ABRIR MATRICULA.DAT - STATUS "
                           WS-MATRICULA-STATUS
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-APURA-TURMAS-PARAGRAFO
                   END-IF
               END-IF.
               OPEN INPUT ESPERA-FILE.
               IF ESPERA-OK
                   PERFORM UNTIL FIM-ESPERA
                       READ ESPERA-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-ESPERA
                           NOT AT END
                               PERFORM CONTA-ESPERA-PARAGRAFO
                                   THRU FIM-CONTA-ESPERA-PARAGRAFO
                       END-READ
                   END-PERFORM
                   CLOSE ESPERA-FILE
               ELSE
                   IF WS-ESPERA-STATUS NOT = "35"
                       DISPLAY "ERRO AO ABRIR ESPERA.DAT - STATUS "
                           WS-ESPERA-STATUS
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-APURA-TURMAS-PARAGRAFO
                   END-IF
               END-IF.

               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-USADOS
                   ADD WS-CUR-TAB-CAPACIDADE (WS-CUR-IDX)
                       TO WS-TOT-CAPACIDADE
                   ADD WS-CUR-TAB-OCUPADAS (WS-CUR-IDX)
                       TO WS-TOT-OCUPADAS
                   ADD WS-CUR-TAB-FILA (WS-CUR-IDX) TO WS-TOT-FILA
                   ADD WS-CUR-TAB-CONCLUSOES (WS-CUR-IDX)
                       TO WS-TOT-CONCLUSOES
                   ADD WS-CUR-TAB-REPROVACOES (WS-CUR-IDX)
                       TO WS-TOT-REPROVACOES
               END-PERFORM.
               IF WS-TOT-CAPACIDADE > ZERO
                   COMPUTE WS-TAXA-OCUPACAO ROUNDED =
                       WS-TOT-OCUPADAS * 100 / WS-TOT-CAPACIDADE
                       ON SIZE ERROR
                           MOVE 999,99 TO WS-TAXA-OCUPACAO
                   END-COMPUTE
               END-IF.

       FIM-APURA-TURMAS-PARAGRAFO.
               EXIT.

       CARREGA-CURSO-PARAGRAFO.
               ADD 1 TO WS-QTD-LIDOS.
               IF WS-CUR-USADOS >= 999
                   DISPLAY "MAIS DE 999 CURSOS - PAINEL ABORTADO"
                   MOVE 8 TO RETURN-CODE
                   MOVE "S" TO WS-FIM-CURSOS
               ELSE
                   ADD 1 TO WS-CUR-USADOS
                   MOVE CURSO-CODIGO-REG
                       TO WS-CUR-TAB-CODIGO (WS-CUR-USADOS)
                   MOVE CURSO-NOME-REG
                       TO WS-CUR-TAB-NOME (WS-CUR-USADOS)
                   MOVE CURSO-TURMA-REG
                       TO WS-CUR-TAB-TURMA (WS-CUR-USADOS)
                   MOVE CURSO-CAPACIDADE-REG
                       TO WS-CUR-TAB-CAPACIDADE (WS-CUR-USADOS)
                   MOVE ZERO TO WS-CUR-TAB-OCUPADAS (WS-CUR-USADOS)
                   MOVE ZERO TO WS-CUR-TAB-FILA (WS-CUR-USADOS)
                   MOVE ZERO TO WS-CUR-TAB-CONCLUSOES (WS-CUR-USADOS)
                   MOVE ZERO
                       TO WS-CUR-TAB-REPROVACOES (WS-CUR-USADOS)
               END-IF.

       ACHA-CURSO-PARAGRAFO.
               MOVE ZERO TO WS-CUR-ACHADO.
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-USADOS
                       OR WS-CUR-ACHADO NOT = ZERO
                   IF WS-CUR-TAB-CODIGO (WS-CUR-IDX) = WS-CURSO-BUSCA
                       MOVE WS-CUR-IDX TO WS-CUR-ACHADO
                   END-IF
               END-PERFORM.

       CONTA-MATRICULA-PARAGRAFO.
      *>   VAGA OCUPADA NO FIM DO MES: TENTATIVA CORRENTE COMECADA
      *>   ATE O FIM DO MES E AINDA ATIVA, OU ENCERRADA SO DEPOIS
      *>   DELE. CONCLUSAO CONTA PELA DATA DE ENCERRAMENTO GRAVADA
      *>   PELO FECHA-CURSO; REPROVACAO PELA DATA DA ULTIMA
      *>   REPROVACAO, QUE SOBREVIVE A REATIVACAO DA MATRICULA.
      *>   MATRICULA DE CURSO INEXISTENTE FICA PARA A CONCILIACAO
      *>   DE MATRICULAS.
               ADD 1 TO WS-QTD-LIDOS.
               MOVE MATR-CURSO TO WS-CURSO-BUSCA.
               PERFORM ACHA-CURSO-PARAGRAFO.
               IF WS-CUR-ACHADO = ZERO
                   GO TO FIM-CONTA-MATRICULA-PARAGRAFO
               END-IF.
               IF MATR-DATA NOT > WS-DATA-FIM-MES
                   IF MATR-ATIVA
                      OR MATR-DATA-ENCERR > WS-DATA-FIM-MES
                       ADD 1 TO WS-CUR-TAB-OCUPADAS (WS-CUR-ACHADO)
                   END-IF
               END-IF.
               IF MATR-CONCLUIDA
                  AND MATR-DATA-ENCERR NOT < WS-DATA-INICIO-MES
                  AND MATR-DATA-ENCERR NOT > WS-DATA-FIM-MES
                   ADD 1 TO WS-CUR-TAB-CONCLUSOES (WS-CUR-ACHADO)
               END-IF.
               IF MATR-DATA-REPROV NOT < WS-DATA-INICIO-MES
                  AND MATR-DATA-REPROV NOT > WS-DATA-FIM-MES
                   ADD 1 TO WS-CUR-TAB-REPROVACOES (WS-CUR-ACHADO)
               END-IF.

       FIM-CONTA-MATRICULA-PARAGRAFO.
               EXIT.

       CONTA-ESPERA-PARAGRAFO.
      *>   FILA NO FIM DO MES: PEDIDO FEITO ATE O FIM DO MES E AINDA
      *>   AGUARDANDO VAGA.
               ADD 1 TO WS-QTD-LIDOS.
               IF NOT ESP-AGUARDANDO
                  OR ESP-DATA > WS-DATA-FIM-MES
                   GO TO FIM-CONTA-ESPERA-PARAGRAFO
               END-IF.
               MOVE ESP-CURSO TO WS-CURSO-BUSCA.
               PERFORM ACHA-CURSO-PARAGRAFO.
               IF WS-CUR-ACHADO NOT = ZERO
                   ADD 1 TO WS-CUR-TAB-FILA (WS-CUR-ACHADO)
               END-IF.

       FIM-CONTA-ESPERA-PARAGRAFO.
               EXIT.

      *----------------------------------------------------------------*
      *    FATURAMENTO, RECEBIMENTO E INADIMPLENCIA
      *----------------------------------------------------------------*
       APURA-FATURAS-PARAGRAFO.
      *>   PASSADA COMPLETA PELO FATURA.DAT: O FATURADO E A
      *>   INADIMPLENCIA SAO DA COMPETENCIA, O RECEBIDO NO MES PODE
      *>   SER DE QUALQUER COMPETENCIA.
               OPEN INPUT FATURA-FILE.
               IF NOT FATURA-OK
                   IF WS-FATURA-STATUS NOT = "35"
                       DISPLAY "ERRO AO ABRIR FATURA.DAT - STATUS "
                           WS-FATURA-STATUS
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-APURA-FATURAS-PARAGRAFO
                   END-IF
               ELSE
                   PERFORM UNTIL FIM-FATURAS
                       READ FATURA-FILE NEXT RECORD
                           AT END
                               MOVE "S" TO WS-FIM-FATURAS
                           NOT AT END
                               PERFORM SOMA-FATURA-PARAGRAFO
                       END-READ
                   END-PERFORM
                   CLOSE FATURA-FILE
               END-IF.
               IF WS-QTD-FATURADAS = ZERO
                   MOVE SPACES TO WS-AVISO
                   STRING "NENHUMA FATURA DA COMPETENCIA "
                          WS-COMP-EDIT
                          " EM FATURA.DAT (FATURAMENTO NAO RODOU?)"
                       DELIMITED BY SIZE INTO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
               END-IF.
               IF WS-TOT-FATURADO > ZERO
                   COMPUTE WS-TAXA-INADIMPL ROUNDED =
                       WS-TOT-INADIMPL * 100 / WS-TOT-FATURADO
               END-IF.

       FIM-APURA-FATURAS-PARAGRAFO.
               EXIT.

       SOMA-FATURA-PARAGRAFO.
      *>   INADIMPLENTE = FATURA DA COMPETENCIA JA VENCIDA NO FIM DO
      *>   MES E QUE NAO ESTAVA PAGA NELE (A PAGA DEPOIS DO FIM DO
      *>   MES TAMBEM ESTAVA EM ATRASO NA FOTO DO MES).
               ADD 1 TO WS-QTD-LIDOS.
               IF FAT-COMP = WS-COMP-FAT
                   ADD 1 TO WS-QTD-FATURADAS
                   ADD FAT-VALOR TO WS-TOT-FATURADO
                   IF FAT-VENCIMENTO NOT > WS-DATA-FIM-MES
                       IF NOT FAT-PAGA
                          OR FAT-DATA-PAGTO > WS-DATA-FIM-MES
                           ADD FAT-VALOR TO WS-TOT-INADIMPL
                       END-IF
                   END-IF
               END-IF.
               IF FAT-PAGA
                  AND FAT-DATA-PAGTO NOT < WS-DATA-INICIO-MES
                  AND FAT-DATA-PAGTO NOT > WS-DATA-FIM-MES
                   ADD FAT-VALOR TO WS-TOT-RECEBIDO
               END-IF.

      *----------------------------------------------------------------*
      *    CUSTO DA FOLHA
      *----------------------------------------------------------------*
       APURA-FOLHA-PARAGRAFO.
      *>   LINHAS DA FOLHA MENSAL DA COMPETENCIA - START NA
      *>   COMPETENCIA E LEITURA SEGUIDA, COMO NO EXPORTA-CONTABIL.
               OPEN INPUT HISTFOL-FILE.
               IF NOT HISTFOL-OK
                   IF WS-HISTFOL-STATUS NOT = "35"
                       DISPLAY "ERRO AO ABRIR HISTFOL.DAT - STATUS "
                           WS-HISTFOL-STATUS
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-APURA-FOLHA-PARAGRAFO
                   END-IF
                   MOVE "S" TO WS-FIM-HISTFOL
               ELSE
                   MOVE WS-COMP-AAAAMM TO HFOL-COMP
                   MOVE ZERO TO HFOL-CPF
                   START HISTFOL-FILE KEY NOT LESS HFOL-CHAVE
                       INVALID KEY
                           MOVE "S" TO WS-FIM-HISTFOL
                   END-START
               END-IF.
               PERFORM UNTIL FIM-HISTFOL
                   READ HISTFOL-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-HISTFOL
                       NOT AT END
                           IF HFOL-COMP NOT = WS-COMP-AAAAMM
                               MOVE "S" TO WS-FIM-HISTFOL
                           ELSE
                               ADD 1 TO WS-QTD-LIDOS
                               IF HFOL-MENSAL
                                   ADD 1 TO WS-QTD-FOLHA
                                   ADD HFOL-BRUTO TO WS-TOT-FOLHA
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               IF WS-HISTFOL-STATUS NOT = "35"
                   CLOSE HISTFOL-FILE
               END-IF.
               IF WS-QTD-FOLHA = ZERO
                   MOVE SPACES TO WS-AVISO
                   STRING "FOLHA DA COMPETENCIA " WS-COMP-EDIT
                          " NAO FECHADA (SEM LINHAS NO HISTFOL.DAT)"
                       DELIMITED BY SIZE INTO WS-AVISO
                   PERFORM GUARDA-AVISO-PARAGRAFO
               END-IF.

       FIM-APURA-FOLHA-PARAGRAFO.
               EXIT.

      *----------------------------------------------------------------*
      *    COLUNAS DO PAINEL E ARQUIVO DE INDICADORES
      *----------------------------------------------------------------*
       MONTA-COLUNA-ATUAL-PARAGRAFO.
               MOVE "S" TO WS-PN-EXISTE (1).
               MOVE WS-ALUNOS-APURADO TO WS-PN-ALUNOS-APURADO (1).
               IF ALUNOS-APURADO
                   MOVE WS-SALDO-INICIO  TO WS-PN-ALUNOS-INICIO (1)
                   MOVE WS-SALDO-FIM     TO WS-PN-ALUNOS-FIM (1)
                   MOVE WS-QTD-INCLUSOES TO WS-PN-INCLUSOES (1)
                   MOVE WS-QTD-EXCLUSOES TO WS-PN-EXCLUSOES (1)
               ELSE
                   MOVE ZERO TO WS-PN-ALUNOS-INICIO (1)
                   MOVE ZERO TO WS-PN-ALUNOS-FIM (1)
                   MOVE ZERO TO WS-PN-INCLUSOES (1)
                   MOVE ZERO TO WS-PN-EXCLUSOES (1)
               END-IF.
               MOVE WS-CUR-USADOS      TO WS-PN-QTD-CURSOS (1).
               MOVE WS-TOT-CAPACIDADE  TO WS-PN-CAPACIDADE (1).
               MOVE WS-TOT-OCUPADAS    TO WS-PN-VAGAS-OCUPADAS (1).
               MOVE WS-TAXA-OCUPACAO   TO WS-PN-TAXA-OCUPACAO (1).
               MOVE WS-TOT-FILA        TO WS-PN-FILA-ESPERA (1).
               MOVE WS-TOT-CONCLUSOES  TO WS-PN-CONCLUSOES (1).
               MOVE WS-TOT-REPROVACOES TO WS-PN-REPROVACOES (1).
               MOVE WS-QTD-FATURADAS   TO WS-PN-QTD-FATURADAS (1).
               MOVE WS-TOT-FATURADO    TO WS-PN-VALOR-FATURADO (1).
               MOVE WS-TOT-RECEBIDO    TO WS-PN-VALOR-RECEBIDO (1).
               MOVE WS-TOT-INADIMPL    TO WS-PN-VALOR-INADIMPL (1).
               MOVE WS-TAXA-INADIMPL   TO WS-PN-TAXA-INADIMPL (1).
               MOVE WS-QTD-FOLHA       TO WS-PN-QTD-FOLHA (1).
               MOVE WS-TOT-FOLHA       TO WS-PN-CUSTO-FOLHA (1).

       LE-MESES-COMPARACAO-PARAGRAFO.
               MOVE "N" TO WS-PN-EXISTE (2).
               MOVE "N" TO WS-PN-EXISTE (3).
               MOVE WS-COMP-MES-ANT TO IND-COMP.
               READ INDICAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 2 TO WS-PN-COL
                       PERFORM CARREGA-COLUNA-PARAGRAFO
               END-READ.
               MOVE WS-COMP-ANO-ANT TO IND-COMP.
               READ INDICAD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 3 TO WS-PN-COL
                       PERFORM CARREGA-COLUNA-PARAGRAFO
               END-READ.

       CARREGA-COLUNA-PARAGRAFO.
               MOVE "S" TO WS-PN-EXISTE (WS-PN-COL).
               MOVE IND-ALUNOS-APURADO
                   TO WS-PN-ALUNOS-APURADO (WS-PN-COL).
               MOVE IND-ALUNOS-INICIO
                   TO WS-PN-ALUNOS-INICIO (WS-PN-COL).
               MOVE IND-ALUNOS-FIM     TO WS-PN-ALUNOS-FIM (WS-PN-COL).
               MOVE IND-INCLUSOES      TO WS-PN-INCLUSOES (WS-PN-COL).
               MOVE IND-EXCLUSOES      TO WS-PN-EXCLUSOES (WS-PN-COL).
               MOVE IND-QTD-CURSOS     TO WS-PN-QTD-CURSOS (WS-PN-COL).
               MOVE IND-CAPACIDADE     TO WS-PN-CAPACIDADE (WS-PN-COL).
               MOVE IND-VAGAS-OCUPADAS
                   TO WS-PN-VAGAS-OCUPADAS (WS-PN-COL).
               MOVE IND-TAXA-OCUPACAO
                   TO WS-PN-TAXA-OCUPACAO (WS-PN-COL).
               MOVE IND-FILA-ESPERA   TO WS-PN-FILA-ESPERA (WS-PN-COL).
               MOVE IND-CONCLUSOES    TO WS-PN-CONCLUSOES (WS-PN-COL).
               MOVE IND-REPROVACOES   TO WS-PN-REPROVACOES (WS-PN-COL).
               MOVE IND-QTD-FATURADAS
                   TO WS-PN-QTD-FATURADAS (WS-PN-COL).
               MOVE IND-VALOR-FATURADO
                   TO WS-PN-VALOR-FATURADO (WS-PN-COL).
               MOVE IND-VALOR-RECEBIDO
                   TO WS-PN-VALOR-RECEBIDO (WS-PN-COL).
               MOVE IND-VALOR-INADIMPL
                   TO WS-PN-VALOR-INADIMPL (WS-PN-COL).
               MOVE IND-TAXA-INADIMPL
                   TO WS-PN-TAXA-INADIMPL (WS-PN-COL).
               MOVE IND-QTD-FOLHA     TO WS-PN-QTD-FOLHA (WS-PN-COL).
               MOVE IND-CUSTO-FOLHA   TO WS-PN-CUSTO-FOLHA (WS-PN-COL).

       GRAVA-INDICADOR-PARAGRAFO.
      *>   UM REGISTRO POR COMPETENCIA - O RERUN REGRAVA, COMO O
      *>   HISTFOL NO RERUN DO FECHA-FOLHA.
               MOVE WS-COMP-AAAAMM            TO IND-COMP.
               MOVE WS-DATA-HORA-EXEC         TO IND-DATA-HORA.
               MOVE WS-PN-ALUNOS-APURADO (1)  TO IND-ALUNOS-APURADO.
               MOVE WS-PN-ALUNOS-INICIO (1)   TO IND-ALUNOS-INICIO.
               MOVE WS-PN-ALUNOS-FIM (1)      TO IND-ALUNOS-FIM.
               MOVE WS-PN-INCLUSOES (1)       TO IND-INCLUSOES.
               MOVE WS-PN-EXCLUSOES (1)       TO IND-EXCLUSOES.
               MOVE WS-PN-QTD-CURSOS (1)      TO IND-QTD-CURSOS.
               MOVE WS-PN-CAPACIDADE (1)      TO IND-CAPACIDADE.
               MOVE WS-PN-VAGAS-OCUPADAS (1)  TO IND-VAGAS-OCUPADAS.
               MOVE WS-PN-TAXA-OCUPACAO (1)   TO IND-TAXA-OCUPACAO.
               MOVE WS-PN-FILA-ESPERA (1)     TO IND-FILA-ESPERA.
               MOVE WS-PN-CONCLUSOES (1)      TO IND-CONCLUSOES.
               MOVE WS-PN-REPROVACOES (1)     TO IND-REPROVACOES.
               MOVE WS-PN-QTD-FATURADAS (1)   TO IND-QTD-FATURADAS.
               MOVE WS-PN-VALOR-FATURADO (1)  TO IND-VALOR-FATURADO.
               MOVE WS-PN-VALOR-RECEBIDO (1)  TO IND-VALOR-RECEBIDO.
               MOVE WS-PN-VALOR-INADIMPL (1)  TO IND-VALOR-INADIMPL.
               MOVE WS-PN-TAXA-INADIMPL (1)   TO IND-TAXA-INADIMPL.
               MOVE WS-PN-QTD-FOLHA (1)       TO IND-QTD-FOLHA.
               MOVE WS-PN-CUSTO-FOLHA (1)     TO IND-CUSTO-FOLHA.
               WRITE INDICAD-REG
                   INVALID KEY
                       REWRITE INDICAD-REG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR INDICAD.DAT - "
                                   "STATUS " WS-INDICAD-STATUS
                               MOVE 8 TO RETURN-CODE
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-GRAVADOS
                       END-REWRITE
                   NOT INVALID KEY
                       ADD 1 TO WS-QTD-GRAVADOS
               END-WRITE.

      *----------------------------------------------------------------*
      *    IMPRESSAO
      *----------------------------------------------------------------*
       IMPRIME-PAINEL-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "PAINEL GERENCIAL MENSAL - COMPETENCIA "
                      WS-COMP-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE WS-DATA-HORA-EXEC TO WS-DH-EDITAR.
               PERFORM EDITA-DATA-HORA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "GERADO EM " WS-DH-EDITADA
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE WS-BASE-DATA-HORA TO WS-DH-EDITAR.
               PERFORM EDITA-DATA-HORA-PARAGRAFO.
               MOVE WS-BASE-QTD TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               IF BASE-CONCILIA
                   STRING "BASE DOS ALUNOS: CONCILIA.CTL DE "
                          WS-DH-EDITADA " COM " WS-QTD-EDIT
                          " ALUNOS"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING "BASE DOS ALUNOS: CONTAGEM DO ALUNOS.DAT EM "
                          WS-DH-EDITADA " COM " WS-QTD-EDIT
                          " ALUNOS"
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE SPACES TO REG-PAINEL.
               WRITE REG-PAINEL.

      *>   COLUNAS: ROTULO 1-32, COMPETENCIA 33-50, MES ANTERIOR
      *>   53-70 E VARIACAO 72-80, ANO ANTERIOR 83-100 E VARIACAO
      *>   102-110.
               MOVE SPACES TO WS-LINHA.
               MOVE "INDICADOR" TO WS-LINHA (1:9).
               MOVE WS-COMP-EDIT TO WS-LINHA (44:7).
               MOVE WS-COMP-EDIT-MES TO WS-LINHA (64:7).
               MOVE "VAR %" TO WS-LINHA (76:5).
               MOVE WS-COMP-EDIT-ANO TO WS-LINHA (94:7).
               MOVE "VAR %" TO WS-LINHA (106:5).
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.

               MOVE "ALUNOS" TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "  NO INICIO DO MES" TO WS-PN-ROTULO.
               MOVE "Q" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-ALUNOS-INICIO (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
                   PERFORM MARCA-DISP-ALUNOS-PARAGRAFO
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  ( + ) INCLUSOES NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-INCLUSOES (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
                   PERFORM MARCA-DISP-ALUNOS-PARAGRAFO
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  ( - ) EXCLUSOES NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-EXCLUSOES (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
                   PERFORM MARCA-DISP-ALUNOS-PARAGRAFO
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  ( = ) NO FIM DO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-ALUNOS-FIM (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
                   PERFORM MARCA-DISP-ALUNOS-PARAGRAFO
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.

               MOVE "TURMAS" TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "  CAPACIDADE TOTAL" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-CAPACIDADE (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
                   MOVE WS-PN-EXISTE (WS-PN-COL)
                       TO WS-PN-DISP (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  VAGAS OCUPADAS NO FIM DO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-VAGAS-OCUPADAS (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  TAXA DE OCUPACAO % (*)" TO WS-PN-ROTULO.
               MOVE "T" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-TAXA-OCUPACAO (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  FILA DE ESPERA NO FIM DO MES" TO WS-PN-ROTULO.
               MOVE "Q" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-FILA-ESPERA (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  CONCLUSOES NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-CONCLUSOES (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  REPROVACOES NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-REPROVACOES (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.

               MOVE "FATURAMENTO" TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "  VALOR FATURADO" TO WS-PN-ROTULO.
               MOVE "V" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-VALOR-FATURADO (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  VALOR RECEBIDO NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-VALOR-RECEBIDO (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  VENCIDO E NAO PAGO NO MES" TO WS-PN-ROTULO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-VALOR-INADIMPL (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  TAXA DE INADIMPLENCIA % (*)" TO WS-PN-ROTULO.
               MOVE "T" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-TAXA-INADIMPL (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.

               MOVE "FOLHA" TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "  PESSOAS NA FOLHA MENSAL" TO WS-PN-ROTULO.
               MOVE "Q" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-QTD-FOLHA (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.
               MOVE "  CUSTO DA FOLHA (BRUTO)" TO WS-PN-ROTULO.
               MOVE "V" TO WS-PN-TIPO.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   MOVE WS-PN-CUSTO-FOLHA (WS-PN-COL)
                       TO WS-PN-VALOR (WS-PN-COL)
               END-PERFORM.
               PERFORM IMPRIME-INDICADOR-PARAGRAFO.

               MOVE SPACES TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "(*) VARIACAO DAS TAXAS EM PONTOS PERCENTUAIS. N/D =
      -             " MES SEM REGISTRO NO INDICAD.DAT OU NAO APURADO"
                   TO REG-PAINEL.
               WRITE REG-PAINEL.

       MARCA-DISP-ALUNOS-PARAGRAFO.
      *>   OS NUMEROS DE ALUNOS SO VALEM COM O MES APURADO
               IF WS-PN-EXISTE (WS-PN-COL) = "S"
                  AND WS-PN-ALUNOS-APURADO (WS-PN-COL) = "S"
                   MOVE "S" TO WS-PN-DISP (WS-PN-COL)
               ELSE
                   MOVE "N" TO WS-PN-DISP (WS-PN-COL)
               END-IF.

       IMPRIME-INDICADOR-PARAGRAFO.
      *>   WS-PN-ROTULO, WS-PN-TIPO E WS-PN-VALOR/WS-PN-DISP DAS
      *>   TRES COLUNAS CHEGAM PREENCHIDOS.
               PERFORM VARYING WS-PN-COL FROM 1 BY 1
                       UNTIL WS-PN-COL > 3
                   PERFORM EDITA-VALOR-PARAGRAFO
               END-PERFORM.
               PERFORM VARYING WS-PN-COL FROM 2 BY 1
                       UNTIL WS-PN-COL > 3
                   PERFORM CALCULA-VARIACAO-PARAGRAFO
                       THRU FIM-CALCULA-VARIACAO-PARAGRAFO
               END-PERFORM.
               MOVE SPACES TO WS-LINHA.
               STRING WS-PN-ROTULO
                      WS-PN-TXT-VALOR (1) "  "
                      WS-PN-TXT-VALOR (2) " "
                      WS-PN-TXT-VAR (2) "  "
                      WS-PN-TXT-VALOR (3) " "
                      WS-PN-TXT-VAR (3)
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.

       EDITA-VALOR-PARAGRAFO.
      *>   QUANTIDADE SAI SEM CASAS, ALINHADA PELA PARTE INTEIRA DOS
      *>   VALORES; INDISPONIVEL SAI N/D NA MESMA POSICAO.
               MOVE SPACES TO WS-PN-TXT-VALOR (WS-PN-COL).
               IF WS-PN-DISP (WS-PN-COL) NOT = "S"
                   MOVE "N/D" TO WS-PN-TXT-VALOR (WS-PN-COL) (13:3)
               ELSE
                   IF PN-QUANTIDADE
                       MOVE WS-PN-VALOR (WS-PN-COL) TO WS-PN-QTD-EDIT
                       MOVE WS-PN-QTD-EDIT
                           TO WS-PN-TXT-VALOR (WS-PN-COL) (1:15)
                   ELSE
                       MOVE WS-PN-VALOR (WS-PN-COL)
                           TO WS-PN-VALOR-EDIT
                       MOVE WS-PN-VALOR-EDIT
                           TO WS-PN-TXT-VALOR (WS-PN-COL)
                   END-IF
               END-IF.

       CALCULA-VARIACAO-PARAGRAFO.
      *>   VARIACAO DA COMPETENCIA CONTRA A COLUNA WS-PN-COL: EM %
      *>   SOBRE A BASE PARA QUANTIDADES E VALORES, EM PONTOS PARA
      *>   AS TAXAS. BASE ZERO OU INDISPONIVEL NAO TEM VARIACAO.
               MOVE "      N/D" TO WS-PN-TXT-VAR (WS-PN-COL).
               IF WS-PN-DISP (1) NOT = "S"
                  OR WS-PN-DISP (WS-PN-COL) NOT = "S"
                   GO TO FIM-CALCULA-VARIACAO-PARAGRAFO
               END-IF.
               MOVE "S" TO WS-PN-VAR-OK.
               IF PN-TAXA
                   COMPUTE WS-PN-VAR ROUNDED = WS-PN-VALOR (1)
                       - WS-PN-VALOR (WS-PN-COL)
               ELSE
                   IF WS-PN-VALOR (WS-PN-COL) = ZERO
                       GO TO FIM-CALCULA-VARIACAO-PARAGRAFO
                   END-IF
                   COMPUTE WS-PN-VAR ROUNDED =
                       (WS-PN-VALOR (1) - WS-PN-VALOR (WS-PN-COL))
                       * 100 / WS-PN-VALOR (WS-PN-COL)
                       ON SIZE ERROR
                           MOVE "N" TO WS-PN-VAR-OK
                   END-COMPUTE
               END-IF.
               IF WS-PN-VAR-OK = "S"
                   MOVE WS-PN-VAR TO WS-PN-VAR-EDIT
                   MOVE WS-PN-VAR-EDIT TO WS-PN-TXT-VAR (WS-PN-COL)
               END-IF.

       FIM-CALCULA-VARIACAO-PARAGRAFO.
               EXIT.

       IMPRIME-CURSOS-PARAGRAFO.
               MOVE SPACES TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE SPACES TO WS-LINHA.
               STRING "TURMAS POR CURSO NO FIM DE " WS-COMP-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE SPACES TO WS-LINHA.
               STRING "CURSO NOME                           TURMA     "
                      "   CAPAC.  OCUPADAS  OCUP %     FILA  CONCLUS."
                      "  REPROV."
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.
               PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                       UNTIL WS-CUR-IDX > WS-CUR-USADOS
                   PERFORM IMPRIME-CURSO-PARAGRAFO
               END-PERFORM.
               MOVE WS-TOT-CAPACIDADE TO WS-QTD-EDIT.
               MOVE WS-TOT-OCUPADAS TO WS-QTD-EDIT-2.
               MOVE WS-TAXA-OCUPACAO TO WS-TAXA-EDIT.
               MOVE WS-TOT-FILA TO WS-QTD-EDIT-3.
               MOVE WS-TOT-CONCLUSOES TO WS-QTD-EDIT-4.
               MOVE WS-TOT-REPROVACOES TO WS-QTD-EDIT-5.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL                                          "
                      "  " WS-QTD-EDIT
                      "   " WS-QTD-EDIT-2
                      "  " WS-TAXA-EDIT
                      "  " WS-QTD-EDIT-3
                      "   " WS-QTD-EDIT-4
                      "  " WS-QTD-EDIT-5
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.

       IMPRIME-CURSO-PARAGRAFO.
               MOVE ZERO TO WS-TAXA-OCUPACAO.
               IF WS-CUR-TAB-CAPACIDADE (WS-CUR-IDX) > ZERO
                   COMPUTE WS-TAXA-OCUPACAO ROUNDED =
                       WS-CUR-TAB-OCUPADAS (WS-CUR-IDX) * 100
                       / WS-CUR-TAB-CAPACIDADE (WS-CUR-IDX)
                       ON SIZE ERROR
                           MOVE 999,99 TO WS-TAXA-OCUPACAO
                   END-COMPUTE
               END-IF.
               MOVE WS-CUR-TAB-CAPACIDADE (WS-CUR-IDX) TO WS-QTD-EDIT.
               MOVE WS-CUR-TAB-OCUPADAS (WS-CUR-IDX) TO WS-QTD-EDIT-2.
               MOVE WS-TAXA-OCUPACAO TO WS-TAXA-EDIT.
               MOVE WS-CUR-TAB-FILA (WS-CUR-IDX) TO WS-QTD-EDIT-3.
               MOVE WS-CUR-TAB-CONCLUSOES (WS-CUR-IDX) TO WS-QTD-EDIT-4.
               MOVE WS-CUR-TAB-REPROVACOES (WS-CUR-IDX)
                   TO WS-QTD-EDIT-5.
               MOVE SPACES TO WS-LINHA.
               STRING WS-CUR-TAB-CODIGO (WS-CUR-IDX) "  "
                      WS-CUR-TAB-NOME (WS-CUR-IDX) (1:30) " "
                      WS-CUR-TAB-TURMA (WS-CUR-IDX)
                      "  " WS-QTD-EDIT
                      "   " WS-QTD-EDIT-2
                      "  " WS-TAXA-EDIT
                      "  " WS-QTD-EDIT-3
                      "   " WS-QTD-EDIT-4
                      "  " WS-QTD-EDIT-5
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-PAINEL.
               WRITE REG-PAINEL.

       IMPRIME-AVISOS-PARAGRAFO.
               MOVE SPACES TO REG-PAINEL.
               WRITE REG-PAINEL.
               MOVE "OBSERVACOES" TO REG-PAINEL.
               WRITE REG-PAINEL.
               IF WS-AV-USADOS = ZERO
                   MOVE "NENHUMA - TODOS OS NUMEROS APURADOS"
                       TO REG-PAINEL
                   WRITE REG-PAINEL
               END-IF.
               PERFORM VARYING WS-AV-IDX FROM 1 BY 1
                       UNTIL WS-AV-IDX > WS-AV-USADOS
                   MOVE WS-AV-TEXTO (WS-AV-IDX) TO REG-PAINEL
                   WRITE REG-PAINEL
               END-PERFORM.
               IF NOT MES-EM-ANDAMENTO
                   MOVE SPACES TO WS-LINHA
                   IF WS-QTD-GRAVADOS > ZERO
                       STRING "INDICADORES DE " WS-COMP-EDIT
                              " GRAVADOS EM INDICAD.DAT"
                           DELIMITED BY SIZE INTO WS-LINHA
                   ELSE
                       STRING "INDICADORES DE " WS-COMP-EDIT
                              " NAO GRAVADOS - ERRO NO INDICAD.DAT"
                           DELIMITED BY SIZE INTO WS-LINHA
                   END-IF
                   MOVE WS-LINHA TO REG-PAINEL
                   WRITE REG-PAINEL
               END-IF.

       EDITA-DATA-HORA-PARAGRAFO.
      *>   WS-DH-EDITAR CHEGA EM AAAAMMDDHHMMSS E SAI EM
      *>   WS-DH-EDITADA COMO DD/MM/AAAA HH:MM:SS.
               MOVE SPACES TO WS-DH-EDITADA.
               STRING WS-DH-DD "/" WS-DH-MM "/" WS-DH-AAAA
                      " " WS-DH-HORA ":" WS-DH-MIN ":" WS-DH-SEG
                   DELIMITED BY SIZE INTO WS-DH-EDITADA.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
