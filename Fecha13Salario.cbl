      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 FECHA-13-SALARIO.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DA GRATIFICACAO NATALINA (13O SALARIO). RECEBE
      *>   PELO SYSIN O ANO (AAAA) E A PARCELA (1 OU 2) E VARRE TODO
      *>   O MESTRE ALUNOS.DAT - ACABOU A PLANILHA DO RH DE NOVEMBRO
      *>   E DEZEMBRO.
      *>   1A PARCELA (ATE 30/11): METADE DO SALARIO, SEM DESCONTO
      *>      NENHUM.
      *>   2A PARCELA (ATE 20/12): O 13O INTEIRO (SALARIO DO MES)
      *>      COM INSS E IRRF CALCULADOS A PARTE DA FOLHA MENSAL
      *>      (TRIBUTACAO EXCLUSIVA), COM AS MESMAS FAIXAS DE
      *>      TABFOLHA.DAT E A MESMA DEDUCAO POR DEPENDENTE DO
      *>      CALCULA-FOLHA-PARAGRAFO, MENOS A 1A PARCELA JA PAGA
      *>      (LIDA DO HISTORICO - SEM 1A PARCELA NO HISTORICO, NADA
      *>      A DESCONTAR).
      *>   GERA OS CONTRACHEQUES DO 13O EM FOLHA13.TXT, A REMESSA
      *>   BANCARIA PROPRIA EM REMES13.TXT (MESMO LAYOUT E MESMA
      *>   CONFERENCIA DO TRAILER DO FECHA-FOLHA - DIVERGENCIA
      *>   TERMINA COM RETURN-CODE 8) E GRAVA CADA PARCELA NO
      *>   HISTFOL.DAT COM A COMPETENCIA FICTICIA AAAA13 OU AAAA14 E
      *>   HFOL-TIPO "1"/"2", PARA O INFORME-RENDIMENTOS MOSTRAR O
      *>   13O NO QUADRO DE TRIBUTACAO EXCLUSIVA SEM MISTURAR COM A
      *>   FOLHA DE DEZEMBRO. NO HEADER DA REMESSA A COMPETENCIA VAI
      *>   COMO 13AAAA.
      *>   ALUNO COM 1A PARCELA MAIOR QUE O LIQUIDO DO 13O (SALARIO
      *>   REDUZIDO ENTRE AS PARCELAS) RECEBE ZERO NA 2A PARCELA, SAI
      *>   NA LISTA DE OCORRENCIAS DO SYSOUT E O JOB TERMINA COM
      *>   RETURN-CODE 4 PARA O RH ACERTAR A DIFERENCA.
      *>   O 13O E SEMPRE INTEGRAL (12/12 AVOS): O MESTRE NAO TEM
      *>   DATA DE ADMISSAO PARA O CALCULO PROPORCIONAL.
      *>   RERUN DA MESMA PARCELA SUBSTITUI FOLHA13.TXT/REMES13.TXT E
      *>   REGRAVA AS LINHAS DO HISTORICO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB FECHA13.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
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
               SELECT FOLHA13-FILE ASSIGN TO "FOLHA13.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FOLHA13-STATUS.
               SELECT REMESSA-FILE ASSIGN TO "REMES13.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMESSA-STATUS.
           COPY HFOLSEL.
           COPY TABFSEL.
           COPY DEPSEL.
           COPY ESTEISEL.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  ALUNOS-FILE.
           COPY ALUNOFD.

           FD  FOLHA13-FILE.
           01  REG-FOLHA13 PIC X(132).

           FD  REMESSA-FILE.
           01  REG-REMESSA PIC X(80).

           FD  HISTFOL-FILE.
           COPY HFOLFD.

           FD  TABFOLHA-FILE.
           COPY TABFREC.

           FD  DEPENDE-FILE.
           COPY DEPFD.

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY ALUNOREC.
           COPY FOLHAWS.
           COPY TABFSTS.
           COPY DEPSTS.

           77 WS-FOLHA13-STATUS    PIC X(02) VALUE SPACES.
               88 FOLHA13-OK       VALUE "00".

           77 WS-FIM-MESTRE        PIC X(01) VALUE "N".
               88 FIM-MESTRE       VALUE "S".

           77 WS-ANO-X             PIC X(04) VALUE SPACES.
           77 WS-ANO-13            PIC 9(04) VALUE ZERO.
           77 WS-PARCELA           PIC X(01) VALUE SPACE.
               88 PRIMEIRA-PARCELA VALUE "1".
               88 SEGUNDA-PARCELA  VALUE "2".
           77 WS-TITULO-PARCELA    PIC X(30) VALUE SPACES.

      *>   COMPETENCIAS FICTICIAS DO 13O NO HISTORICO (VER HFOLFD)
           77 WS-COMP-PARCELA-1    PIC 9(06) VALUE ZERO.
           77 WS-COMP-PARCELA-2    PIC 9(06) VALUE ZERO.

      *>   VALORES DA PARCELA DO ALUNO CORRENTE
           77 WS-ADIANT-13         PIC 9(10)V99 VALUE ZERO.
           77 WS-LIQUIDO-PARCELA   PIC 9(10)V99 VALUE ZERO.
           77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.

           77 WS-QTD-ALUNOS        PIC 9(06) VALUE ZERO.
           77 WS-QTD-OCORRENCIAS   PIC 9(06) VALUE ZERO.
           77 WS-TOT-BRUTO         PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-INSS          PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-IRRF          PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-ADIANT        PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-LIQUIDO       PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-TOT-EDIT          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           77 WS-LINHA             PIC X(132).

           77 WS-REMESSA-STATUS    PIC X(02) VALUE SPACES.
               88 REMESSA-OK       VALUE "00".
           COPY HFOLSTS.
           COPY REMESWS.
           COPY ESTEIWS.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "FECHA13" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               ACCEPT WS-ANO-X.
               ACCEPT WS-PARCELA.
               IF WS-ANO-X NOT NUMERIC
                   DISPLAY "ANO INVALIDO (AAAA): " WS-ANO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               MOVE WS-ANO-X TO WS-ANO-13.
               IF WS-ANO-13 < 2000
                   DISPLAY "ANO INVALIDO (AAAA): " WS-ANO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               IF NOT PRIMEIRA-PARCELA AND NOT SEGUNDA-PARCELA
                   DISPLAY "PARCELA INVALIDA (1 OU 2): " WS-PARCELA
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               COMPUTE WS-COMP-PARCELA-1 = (WS-ANO-13 * 100) + 13.
               COMPUTE WS-COMP-PARCELA-2 = (WS-ANO-13 * 100) + 14.
               MOVE SPACES TO WS-TITULO-PARCELA.
               STRING "13O SALARIO " WS-ANO-X " - " WS-PARCELA
                      "A PARCELA"
                   DELIMITED BY SIZE INTO WS-TITULO-PARCELA.

      *>   FAIXAS DE INSS/IRRF E DEDUCAO POR DEPENDENTE VIGENTES NO
      *>   MES DO PAGAMENTO (NOVEMBRO NA 1A PARCELA, DEZEMBRO NA 2A).
      *>   A 1A PARCELA NAO TEM DESCONTO, MAS O CARREGADOR CONTINUA
      *>   SENDO A PARADA DURA DE TABELA AUSENTE.
               IF PRIMEIRA-PARCELA
                   COMPUTE WS-FOLHA-DATA-PROC =
                       (WS-ANO-13 * 10000) + 1101
               ELSE
                   COMPUTE WS-FOLHA-DATA-PROC =
                       (WS-ANO-13 * 10000) + 1201
               END-IF.
               PERFORM CARREGA-TABFOLHA-PARAGRAFO
                   THRU FIM-CARREGA-TABFOLHA-PARAGRAFO.

               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS "
                       WS-ALUNOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               OPEN OUTPUT FOLHA13-FILE.
               IF NOT FOLHA13-OK
                   DISPLAY "ERRO AO ABRIR FOLHA13.TXT - STATUS "
                       WS-FOLHA13-STATUS
                   CLOSE ALUNOS-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               OPEN OUTPUT REMESSA-FILE.
               IF NOT REMESSA-OK
                   DISPLAY "ERRO AO ABRIR REMES13.TXT - STATUS "
                       WS-REMESSA-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHA13-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               COMPUTE REM-COMPETENCIA = 130000 + WS-ANO-13.
               MOVE FUNCTION CURRENT-DATE (1:8) TO REM-DATA-GERACAO.
               MOVE WS-REMESSA-HEADER TO REG-REMESSA.
               WRITE REG-REMESSA.
               OPEN I-O HISTFOL-FILE.
               IF NOT HISTFOL-OK
                   OPEN OUTPUT HISTFOL-FILE
                   CLOSE HISTFOL-FILE
                   OPEN I-O HISTFOL-FILE
               END-IF.
               IF NOT HISTFOL-OK
                   DISPLAY "ERRO AO ABRIR HISTFOL.DAT - STATUS "
                       WS-HISTFOL-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHA13-FILE
                   CLOSE REMESSA-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.
               OPEN INPUT DEPENDE-FILE.
               IF NOT DEPENDE-OK
                   OPEN OUTPUT DEPENDE-FILE
                   CLOSE DEPENDE-FILE
                   OPEN INPUT DEPENDE-FILE
               END-IF.
               IF NOT DEPENDE-OK
                   DISPLAY "ERRO AO ABRIR DEPENDE.DAT - STATUS "
                       WS-DEPENDE-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHA13-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-13-PARAGRAFO
               END-IF.

               MOVE SPACES TO WS-LINHA.
               STRING "FOLHA DO " WS-TITULO-PARCELA
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.

               PERFORM UNTIL FIM-MESTRE
                   READ ALUNOS-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-MESTRE
                       NOT AT END
                           PERFORM PROCESSA-ALUNO-PARAGRAFO
                   END-READ
               END-PERFORM.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               PERFORM FECHA-REMESSA-PARAGRAFO
                   THRU FIM-FECHA-REMESSA-PARAGRAFO.
               IF WS-QTD-OCORRENCIAS > ZERO
                  AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

               CLOSE ALUNOS-FILE.
               CLOSE FOLHA13-FILE.
               CLOSE REMESSA-FILE.
               CLOSE HISTFOL-FILE.
               CLOSE DEPENDE-FILE.

       FIM-FECHA-13-PARAGRAFO.
               MOVE WS-QTD-ALUNOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-ALUNOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       PROCESSA-ALUNO-PARAGRAFO.
               MOVE PRIMEIRO-NOME-REG   TO PRIMEIRO-NOME.
               MOVE SOBRENOME-REG       TO SOBRENOME.
               MOVE CPF-REG             TO CPF.
               IF PRIMEIRA-PARCELA
                   PERFORM CALCULA-PARCELA-1-PARAGRAFO
               ELSE
                   PERFORM CALCULA-PARCELA-2-PARAGRAFO
               END-IF.
               ADD 1                  TO WS-QTD-ALUNOS.
               ADD SALARIO            TO WS-TOT-BRUTO.
               ADD WS-INSS            TO WS-TOT-INSS.
               ADD WS-IRRF            TO WS-TOT-IRRF.
               ADD WS-ADIANT-13       TO WS-TOT-ADIANT.
               ADD WS-LIQUIDO-PARCELA TO WS-TOT-LIQUIDO.
               PERFORM IMPRIME-CONTRACHEQUE-PARAGRAFO.
               PERFORM GRAVA-REMESSA-DETALHE-PARAGRAFO.
               PERFORM GRAVA-HISTORICO-PARAGRAFO.

       CALCULA-PARCELA-1-PARAGRAFO.
      *>   ADIANTAMENTO: METADE DO SALARIO, SEM INSS/IRRF (O IMPOSTO
      *>   DO 13O INTEIRO E RETIDO NA 2A PARCELA).
               COMPUTE SALARIO ROUNDED = SALARIO-REG / 2.
               MOVE SALARIO TO SALARIO-EDIT.
               MOVE ZERO    TO WS-INSS.
               MOVE ZERO    TO WS-IRRF.
               MOVE ZERO    TO WS-QTD-DEPENDENTES.
               MOVE ZERO    TO WS-DEDUCAO-DEP-TOTAL.
               MOVE ZERO    TO WS-ADIANT-13.
               MOVE SALARIO TO WS-LIQUIDO-PARCELA.
               MOVE SALARIO TO SALARIO-LIQUIDO.

       CALCULA-PARCELA-2-PARAGRAFO.
      *>   13O INTEIRO PELO MESMO CALCULO DA FOLHA MENSAL, MAS COMO
      *>   RENDIMENTO A PARTE (NAO SOMA COM O SALARIO DE DEZEMBRO).
      *>   DO LIQUIDO SAI A 1A PARCELA GRAVADA NO HISTORICO.
               MOVE SALARIO-REG TO SALARIO.
               MOVE SALARIO TO SALARIO-EDIT.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               PERFORM CALCULA-FOLHA-PARAGRAFO.
               MOVE WS-COMP-PARCELA-1 TO HFOL-COMP.
               MOVE CPF               TO HFOL-CPF.
               READ HISTFOL-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-ADIANT-13
                   NOT INVALID KEY
                       MOVE HFOL-LIQUIDO TO WS-ADIANT-13
               END-READ.
               IF WS-ADIANT-13 > SALARIO-LIQUIDO
                   ADD 1 TO WS-QTD-OCORRENCIAS
                   MOVE WS-ADIANT-13 TO WS-VALOR-EDIT
                   DISPLAY "CPF " CPF " - 1A PARCELA " WS-VALOR-EDIT
                       " MAIOR QUE O LIQUIDO DO 13O - 2A PARCELA ZERO"
                   MOVE ZERO TO WS-LIQUIDO-PARCELA
               ELSE
                   COMPUTE WS-LIQUIDO-PARCELA =
                       SALARIO-LIQUIDO - WS-ADIANT-13
               END-IF.

       IMPRIME-CONTRACHEQUE-PARAGRAFO.
      *>   MESMO FORMATO DO CONTRACHEQUE DO FECHA-FOLHA, COM O
      *>   TITULO DA PARCELA NO LUGAR DA COMPETENCIA.
               MOVE SPACES TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE SPACES TO WS-LINHA.
               STRING "CONTRACHEQUE " WS-TITULO-PARCELA " - "
                      PRIMEIRO-NOME " " SOBRENOME
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE SPACES TO WS-LINHA.
               STRING "CPF: " CPF
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               IF PRIMEIRA-PARCELA
                   MOVE SPACES TO WS-LINHA
                   STRING "ADIANTAMENTO 13O (50% DO SALARIO): "
                          SALARIO-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-FOLHA13
                   WRITE REG-FOLHA13
                   MOVE SPACES TO WS-LINHA
                   STRING "SEM DESCONTOS - INSS E IRRF DO 13O SAO "
                          "RETIDOS NA 2A PARCELA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-FOLHA13
                   WRITE REG-FOLHA13
               ELSE
                   PERFORM IMPRIME-DESCONTOS-PARCELA-2-PARAGRAFO
               END-IF.
               MOVE WS-LIQUIDO-PARCELA TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "( = ) LIQUIDO DA PARCELA: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.

       IMPRIME-DESCONTOS-PARCELA-2-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "13O SALARIO BRUTO.: " SALARIO-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) INSS S/ 13O.: " WS-INSS-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               IF WS-QTD-DEPENDENTES > ZERO
                   MOVE SPACES TO WS-LINHA
                   STRING "DEPENDENTES (IR)..: " WS-QTD-DEPENDENTES
                          " - DEDUCAO NA BASE: " WS-DEDUCAO-DEP-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-FOLHA13
                   WRITE REG-FOLHA13
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) IRRF S/ 13O.: " WS-IRRF-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-ADIANT-13 TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) 1A PARCELA..: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.

       GRAVA-REMESSA-DETALHE-PARAGRAFO.
      *>   UM CREDITO POR CPF COM O LIQUIDO DA PARCELA - O MESMO
      *>   VALOR DO CONTRACHEQUE DO 13O DESTE ALUNO.
               MOVE CPF TO REM-CPF.
               MOVE SPACES TO REM-NOME.
               STRING PRIMEIRO-NOME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      SOBRENOME DELIMITED BY "  "
                   INTO REM-NOME.
               MOVE WS-LIQUIDO-PARCELA TO REM-VALOR.
               MOVE WS-REMESSA-DETALHE TO REG-REMESSA.
               WRITE REG-REMESSA.
               ADD 1 TO WS-QTD-REMESSA.
               ADD WS-LIQUIDO-PARCELA TO WS-TOT-REMESSA.

       GRAVA-HISTORICO-PARAGRAFO.
      *>   A PARCELA ENTRA NO HISTORICO NA COMPETENCIA FICTICIA DO
      *>   13O, MARCADA PELO HFOL-TIPO. RERUN REGRAVA A LINHA.
               IF PRIMEIRA-PARCELA
                   MOVE WS-COMP-PARCELA-1 TO HFOL-COMP
                   MOVE "1"               TO HFOL-TIPO
               ELSE
                   MOVE WS-COMP-PARCELA-2 TO HFOL-COMP
                   MOVE "2"               TO HFOL-TIPO
               END-IF.
               MOVE CPF                TO HFOL-CPF.
               MOVE PRIMEIRO-NOME      TO HFOL-PRIMEIRO-NOME.
               MOVE SOBRENOME          TO HFOL-SOBRENOME.
               MOVE SALARIO            TO HFOL-BRUTO.
               MOVE WS-INSS            TO HFOL-INSS.
               MOVE WS-IRRF            TO HFOL-IRRF.
               MOVE WS-LIQUIDO-PARCELA TO HFOL-LIQUIDO.
               MOVE WS-QTD-DEPENDENTES   TO HFOL-QTD-DEPEND.
               MOVE WS-DEDUCAO-DEP-TOTAL TO HFOL-DEDUCAO-DEPEND.
               MOVE WS-ADIANT-13       TO HFOL-ADIANT-13.
               MOVE ZERO               TO HFOL-DESC-FATURAS.
               WRITE HISTFOL-REG
                   INVALID KEY
                       REWRITE HISTFOL-REG
                           INVALID KEY
                               DISPLAY "ERRO AO GRAVAR HISTORICO - "
                                   "CPF " CPF
                           NOT INVALID KEY
                               CONTINUE
                       END-REWRITE
                   NOT INVALID KEY
                       CONTINUE
               END-WRITE.

       FECHA-REMESSA-PARAGRAFO.
      *>   MESMA CONFERENCIA DO FECHA-FOLHA: TOTAL DA REMESSA CONTRA
      *>   O TOTAL LIQUIDO DO RESUMO ANTES DO TRAILER.
               IF WS-TOT-REMESSA NOT = WS-TOT-LIQUIDO
                   DISPLAY "TOTAL DA REMESSA NAO CONFERE COM O "
                       "TOTAL LIQUIDO DO RESUMO - NAO TRANSMITIR"
                   MOVE WS-TOT-REMESSA TO WS-TOT-EDIT
                   DISPLAY "  TOTAL REMESSA.....: " WS-TOT-EDIT
                   MOVE WS-TOT-LIQUIDO TO WS-TOT-EDIT
                   DISPLAY "  TOTAL LIQUIDO.....: " WS-TOT-EDIT
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-REMESSA-PARAGRAFO
               END-IF.
               MOVE WS-QTD-REMESSA TO REM-QTD.
               MOVE WS-TOT-REMESSA TO REM-TOTAL.
               MOVE WS-REMESSA-TRAILER TO REG-REMESSA.
               WRITE REG-REMESSA.

       FIM-FECHA-REMESSA-PARAGRAFO.
               EXIT.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE SPACES TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE SPACES TO WS-LINHA.
               STRING "RESUMO DO " WS-TITULO-PARCELA
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-QTD-ALUNOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ALUNOS NA FOLHA...: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-TOT-BRUTO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL BRUTO.......: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-TOT-INSS TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL INSS........: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-TOT-IRRF TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL IRRF........: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-TOT-ADIANT TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL 1A PARCELA..: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-TOT-LIQUIDO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL LIQUIDO.....: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-QTD-OCORRENCIAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "OCORRENCIAS.......: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHA13.
               WRITE REG-FOLHA13.
               MOVE WS-QTD-ALUNOS TO WS-QTD-EDIT.
               DISPLAY WS-TITULO-PARCELA " CONCLUIDO COM "
                   WS-QTD-EDIT " ALUNOS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DE CALCULO (COPIADOS DAS PROC COPYBOOKS)
      *----------------------------------------------------------------*
           COPY FOLHA.
           COPY CARGTABF.
           COPY CONTADEP.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
