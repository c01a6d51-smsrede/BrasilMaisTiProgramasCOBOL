      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                HISTORICO-ESCOLAR.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH QUE IMPRIME O HISTORICO ESCOLAR DO ALUNO EM
      *>   HISTESC.TXT. O SYSIN TRAZ O TIPO DE SELECAO NA PRIMEIRA
      *>   LINHA E O ARGUMENTO NA SEGUNDA:
      *>     C  CPF (11 DIGITOS)        - O HISTORICO DE UM ALUNO
      *>     U  CODIGO DO CURSO (4)     - TODO ALUNO QUE JA TEVE
      *>                                  MATRICULA NO CURSO
      *>     P  AAAAMMDDAAAAMMDD        - TODO ALUNO QUE TERMINOU UM
      *>                                  CURSO NO PERIODO (MATRICULA
      *>                                  ENCERRADA PELO FECHA-CURSO,
      *>                                  APROVADO OU REPROVADO)
      *>   PARA CADA ALUNO SELECIONADO SAEM TODAS AS MATRICULAS QUE
      *>   ELE JA FEZ (MATRICULA.DAT, EM QUALQUER SITUACAO), COM NOME
      *>   E TURMA DO CURSO (CURSOS.DAT), DATA DA MATRICULA, DATA DE
      *>   ENCERRAMENTO, SITUACAO FINAL, NUMERO DE TENTATIVAS (A
      *>   REPROVADA REATIVADA E A SEGUNDA CHAMADA), NOTA E
      *>   FREQUENCIA (RESULTADO.DAT) E A DATA DO CERTIFICADO DOS
      *>   CONCLUIDOS. A REPROVADA REATIVADA DEIXA AS TENTATIVAS
      *>   REPROVADAS ANTERIORES EM MATR-REPROVACOES - CADA UMA SAI
      *>   NUMA LINHA "REPROVADA (ANTERIOR)" ANTES DA CORRENTE E
      *>   CONTA NOS REPROVADOS; A SELECAO P TAMBEM ACHA O ALUNO
      *>   PELA DATA DA ULTIMA REPROVACAO (MATR-DATA-REPROV).
      *>   NO FIM DO BLOCO, O TOTAL DE CURSOS CONCLUIDOS
      *>   E REPROVADOS E A MEDIA GERAL - MEDIA DAS NOTAS FINAIS, OU
      *>   SEJA, SO DAS MATRICULAS ENCERRADAS PELO FECHA-CURSO ("F"
      *>   E "R"); NOTA DE MATRICULA ATIVA AINDA PODE MUDAR.
      *>   O CPF EXCLUIDO DO ALUNOS.DAT CONTINUA SAINDO, MONTADO SO
      *>   COM OS DADOS DAS MATRICULAS E COM AVISO NO BLOCO - O
      *>   JOB TERMINA COM RETURN-CODE 4 NESSE CASO E QUANDO A
      *>   SELECAO NAO ACHA NENHUMA MATRICULA. SYSIN INVALIDO OU
      *>   ERRO DE ARQUIVO TERMINA COM RETURN-CODE 8.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB HISTESC.
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
           COPY CURSOSEL.
           COPY MATRSEL.
           COPY RESULSEL.
           COPY ESTEISEL.
               SELECT HISTESC-FILE ASSIGN TO "HISTESC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HISTESC-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  ALUNOS-FILE.
           COPY ALUNOFD.

           FD  CURSOS-FILE.
           COPY CURSOFD.

           FD  MATRICULA-FILE.
           COPY MATRFD.

           FD  RESULTADO-FILE.
           COPY RESULFD.

           FD  HISTESC-FILE.
           01  REG-HISTESC PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY CURSOSTS.
           COPY MATRSTS.
           COPY RESULSTS.
           COPY ESTEIWS.

           77 WS-HISTESC-STATUS    PIC X(02) VALUE SPACES.
               88 HISTESC-OK       VALUE "00".

           77 WS-SELECAO-X         PIC X(01) VALUE SPACE.
               88 SELECAO-CPF      VALUE "C" "c".
               88 SELECAO-CURSO    VALUE "U" "u".
               88 SELECAO-PERIODO  VALUE "P" "p".
           77 WS-ARGUMENTO-X       PIC X(16) VALUE SPACES.
           77 WS-CPF-PEDIDO        PIC 9(11) VALUE ZERO.
           77 WS-CURSO-PEDIDO      PIC 9(04) VALUE ZERO.
           01 WS-PERIODO.
               05 WS-PER-INICIO    PIC 9(08).
               05 WS-PER-FIM       PIC 9(08).
           01 WS-DATA-VALIDA.
               05 WS-DV-AAAA       PIC 9(04).
               05 WS-DV-MM         PIC 9(02).
               05 WS-DV-DD         PIC 9(02).
           77 WS-DATA-EMISSAO      PIC 9(08) VALUE ZERO.
           77 WS-DESC-SELECAO      PIC X(60) VALUE SPACES.

      *>   CPFS SELECIONADOS. MATRICULA.DAT VEM NA ORDEM DA CHAVE
      *>   CPF+CURSO, ENTAO AS MATRICULAS DE UM CPF SAO SEGUIDAS E
      *>   BASTA COMPARAR COM O ULTIMO GUARDADO PARA NAO REPETIR. O
      *>   INDICE TEM UM DIGITO A MAIS QUE A TABELA, COMO NO
      *>   FECHA-FOLHA.
           77 WS-FIM-MATRICULA     PIC X(01) VALUE "N".
               88 FIM-MATRICULA    VALUE "S".
           77 WS-HE-USADOS         PIC 9(04) VALUE ZERO.
           77 WS-HE-IDX            PIC 9(05) VALUE ZERO.
           01 WS-HE-TABELA.
               03 WS-HE-CPF OCCURS 9999 TIMES PIC 9(11).

           77 WS-CPF-ATUAL         PIC 9(11) VALUE ZERO.
           77 WS-ALUNO-NO-MESTRE   PIC X(01) VALUE "N".
               88 ALUNO-NO-MESTRE  VALUE "S".
           77 WS-NOME-ALUNO        PIC X(61) VALUE SPACES.
           77 WS-QTD-MATR-ALUNO    PIC 9(04) VALUE ZERO.
           77 WS-QTD-CONCLUIDOS    PIC 9(04) VALUE ZERO.
           77 WS-QTD-REPROVADOS    PIC 9(04) VALUE ZERO.
           77 WS-REPROV-ANTERIORES PIC 9(02) VALUE ZERO.
           77 WS-REPROV-IDX        PIC 9(03) VALUE ZERO.
           77 WS-QTD-NOTAS         PIC 9(04) VALUE ZERO.
           77 WS-SOMA-NOTAS        PIC 9(06)V9 VALUE ZERO.
           77 WS-MEDIA-GERAL       PIC 9(02)V9 VALUE ZERO.

           77 WS-QTD-ALUNOS        PIC 9(06) VALUE ZERO.
           77 WS-QTD-SEM-CADASTRO  PIC 9(06) VALUE ZERO.
           77 WS-QTD-MATRICULAS    PIC 9(06) VALUE ZERO.
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-NOTA-EDIT         PIC Z9,9.
           77 WS-FREQ-EDIT         PIC ZZ9.
           77 WS-DATA-X            PIC X(08) VALUE SPACES.
           77 WS-DATA-EDIT         PIC X(10) VALUE SPACES.
           77 WS-LINHA             PIC X(132).

      *>   CABECALHO E DETALHE DO BLOCO DE MATRICULAS - AS COLUNAS
      *>   DO CABECALHO BATEM COM AS DO DETALHE.
           01 WS-CABEC-MATR.
               05 FILLER           PIC X(06) VALUE "CURSO ".
               05 FILLER           PIC X(41) VALUE "NOME DO CURSO".
               05 FILLER           PIC X(11) VALUE "TURMA".
               05 FILLER           PIC X(11) VALUE "MATRICULA".
               05 FILLER           PIC X(11) VALUE "ENCERRAM.".
               05 FILLER           PIC X(21) VALUE "SITUACAO".
               05 FILLER           PIC X(04) VALUE "TENT".
               05 FILLER           PIC X(06) VALUE "  NOTA".
               05 FILLER           PIC X(05) VALUE " FREQ".
               05 FILLER           PIC X(13) VALUE "   CERTIFIC.".
           01 WS-DET-MATR.
               05 DET-CURSO        PIC 9(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 DET-NOME-CURSO   PIC X(40).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DET-TURMA        PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DET-DATA-MATR    PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DET-DATA-ENCERR  PIC X(10).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DET-SITUACAO     PIC X(20).
               05 FILLER           PIC X(01) VALUE SPACE.
               05 DET-TENTATIVAS   PIC ZZ.
               05 FILLER           PIC X(04) VALUE SPACES.
               05 DET-NOTA         PIC X(04).
               05 FILLER           PIC X(02) VALUE SPACES.
               05 DET-FREQ         PIC X(03).
               05 FILLER           PIC X(03) VALUE SPACES.
               05 DET-DATA-CERTIF  PIC X(10).
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "HISTESC" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               ACCEPT WS-SELECAO-X.
               ACCEPT WS-ARGUMENTO-X.
               PERFORM VALIDA-SYSIN-PARAGRAFO
                   THRU FIM-VALIDA-SYSIN-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-EMISSAO.

               OPEN INPUT MATRICULA-FILE.
               IF NOT MATRICULA-OK
                   DISPLAY "ERRO AO ABRIR MATRICULA.DAT - STATUS "
                       WS-MATRICULA-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               OPEN INPUT CURSOS-FILE.
               IF NOT CURSOS-OK
                   DISPLAY "ERRO AO ABRIR CURSOS.DAT - STATUS "
                       WS-CURSOS-STATUS
                   CLOSE MATRICULA-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               OPEN INPUT RESULTADO-FILE.
               IF NOT RESULTADO-OK
                   DISPLAY "ERRO AO ABRIR RESULTADO.DAT - STATUS "
                       WS-RESULTADO-STATUS
                   CLOSE MATRICULA-FILE
                   CLOSE CURSOS-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS "
                       WS-ALUNOS-STATUS
                   CLOSE MATRICULA-FILE
                   CLOSE CURSOS-FILE
                   CLOSE RESULTADO-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-HISTORICO-PARAGRAFO
               END-IF.
               OPEN OUTPUT HISTESC-FILE.
               IF NOT HISTESC-OK
                   DISPLAY "ERRO AO ABRIR HISTESC.TXT - STATUS "
                       WS-HISTESC-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO ENCERRA-ARQUIVOS-PARAGRAFO
               END-IF.

               PERFORM SELECIONA-ALUNOS-PARAGRAFO
                   THRU FIM-SELECIONA-ALUNOS-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO ENCERRA-ARQUIVOS-PARAGRAFO
               END-IF.

               MOVE WS-DATA-EMISSAO TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "HISTORICO ESCOLAR - " WS-DESC-SELECAO
                      DELIMITED BY "  "
                      " - EMITIDO EM " WS-DATA-EDIT
                      DELIMITED BY SIZE
                   INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE SPACES TO REG-HISTESC.
               WRITE REG-HISTESC.

               IF WS-HE-USADOS = ZERO
                   MOVE "NENHUMA MATRICULA ATENDE A SELECAO"
                       TO REG-HISTESC
                   WRITE REG-HISTESC
                   MOVE 4 TO RETURN-CODE
               END-IF.
               PERFORM VARYING WS-HE-IDX FROM 1 BY 1
                   UNTIL WS-HE-IDX > WS-HE-USADOS
                   MOVE WS-HE-CPF (WS-HE-IDX) TO WS-CPF-ATUAL
                   PERFORM IMPRIME-HISTORICO-PARAGRAFO
                       THRU FIM-IMPRIME-HISTORICO-PARAGRAFO
               END-PERFORM.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               IF WS-QTD-SEM-CADASTRO NOT = ZERO
                  AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

       ENCERRA-ARQUIVOS-PARAGRAFO.
      *>   ESTE PONTO TAMBEM E ALCANCADO QUANDO O RELATORIO NAO
      *>   ABRIU - SO FECHA O QUE ABRIU DE VERDADE.
               CLOSE MATRICULA-FILE.
               CLOSE CURSOS-FILE.
               CLOSE RESULTADO-FILE.
               CLOSE ALUNOS-FILE.
               IF HISTESC-OK
                   CLOSE HISTESC-FILE
               END-IF.

       FIM-HISTORICO-PARAGRAFO.
               MOVE WS-QTD-MATRICULAS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-ALUNOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       VALIDA-SYSIN-PARAGRAFO.
               MOVE SPACES TO WS-DESC-SELECAO.
               IF SELECAO-CPF
                   IF WS-ARGUMENTO-X (1:11) NOT NUMERIC
                       DISPLAY "CPF INVALIDO: " WS-ARGUMENTO-X
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-VALIDA-SYSIN-PARAGRAFO
                   END-IF
                   MOVE WS-ARGUMENTO-X (1:11) TO WS-CPF-PEDIDO
                   STRING "CPF " WS-CPF-PEDIDO
                       DELIMITED BY SIZE INTO WS-DESC-SELECAO
                   GO TO FIM-VALIDA-SYSIN-PARAGRAFO
               END-IF.
               IF SELECAO-CURSO
                   IF WS-ARGUMENTO-X (1:4) NOT NUMERIC
                       DISPLAY "CODIGO DE CURSO INVALIDO: "
                           WS-ARGUMENTO-X
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-VALIDA-SYSIN-PARAGRAFO
                   END-IF
                   MOVE WS-ARGUMENTO-X (1:4) TO WS-CURSO-PEDIDO
                   STRING "ALUNOS DO CURSO " WS-CURSO-PEDIDO
                       DELIMITED BY SIZE INTO WS-DESC-SELECAO
                   GO TO FIM-VALIDA-SYSIN-PARAGRAFO
               END-IF.
               IF NOT SELECAO-PERIODO
                   DISPLAY "SELECAO INVALIDA (C, U OU P): "
                       WS-SELECAO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-VALIDA-SYSIN-PARAGRAFO
               END-IF.
               IF WS-ARGUMENTO-X NOT NUMERIC
                   DISPLAY "PERIODO INVALIDO (AAAAMMDDAAAAMMDD): "
                       WS-ARGUMENTO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-VALIDA-SYSIN-PARAGRAFO
               END-IF.
               MOVE WS-ARGUMENTO-X TO WS-PERIODO.
               MOVE WS-PER-INICIO TO WS-DATA-VALIDA.
               PERFORM CONFERE-DATA-PARAGRAFO.
               MOVE WS-PER-FIM TO WS-DATA-VALIDA.
               PERFORM CONFERE-DATA-PARAGRAFO.
               IF RETURN-CODE = ZERO
                  AND WS-PER-INICIO > WS-PER-FIM
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "PERIODO INVALIDO (AAAAMMDDAAAAMMDD): "
                       WS-ARGUMENTO-X
                   GO TO FIM-VALIDA-SYSIN-PARAGRAFO
               END-IF.
               MOVE WS-PER-INICIO TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               STRING "CONCLUINTES DE " WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-DESC-SELECAO.
               MOVE WS-PER-FIM TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO WS-DESC-SELECAO (29:10).
               MOVE "A" TO WS-DESC-SELECAO (27:1).

       FIM-VALIDA-SYSIN-PARAGRAFO.
               EXIT.

       CONFERE-DATA-PARAGRAFO.
               IF WS-DV-AAAA < 2000
                  OR WS-DV-MM < 1 OR WS-DV-MM > 12
                  OR WS-DV-DD < 1 OR WS-DV-DD > 31
                   MOVE 8 TO RETURN-CODE
               END-IF.

       SELECIONA-ALUNOS-PARAGRAFO.
      *>   POR CPF A TABELA TEM SO O PEDIDO (O BLOCO AVISA SE NAO HA
      *>   MATRICULA). POR CURSO OU PERIODO E UMA PASSADA PELO
      *>   MATRICULA.DAT INTEIRO - A CHAVE E CPF+CURSO, NAO DA PARA
      *>   POSICIONAR POR CURSO (O ARQUIVO DE MATRICULAS E PEQUENO).
               MOVE ZERO TO WS-HE-USADOS.
               IF SELECAO-CPF
                   MOVE 1 TO WS-HE-USADOS
                   MOVE WS-CPF-PEDIDO TO WS-HE-CPF (1)
                   GO TO FIM-SELECIONA-ALUNOS-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-MATRICULA.
               PERFORM UNTIL FIM-MATRICULA
                   READ MATRICULA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-MATRICULA
                       NOT AT END
                           PERFORM SELECIONA-MATRICULA-PARAGRAFO
                               THRU FIM-SELECIONA-MATRICULA-PARAGRAFO
                   END-READ
               END-PERFORM.

       FIM-SELECIONA-ALUNOS-PARAGRAFO.
               EXIT.

       SELECIONA-MATRICULA-PARAGRAFO.
               IF SELECAO-CURSO
                  AND MATR-CURSO NOT = WS-CURSO-PEDIDO
                   GO TO FIM-SELECIONA-MATRICULA-PARAGRAFO
               END-IF.
      *>   REPROVACAO NO PERIODO SELECIONA MESMO QUE A MATRICULA
      *>   TENHA SIDO REATIVADA DEPOIS (DATA EM MATR-DATA-REPROV)
               IF SELECAO-PERIODO
                  AND (MATR-DATA-REPROV < WS-PER-INICIO
                       OR MATR-DATA-REPROV > WS-PER-FIM)
                   IF NOT MATR-CONCLUIDA AND NOT MATR-REPROVADA
                       GO TO FIM-SELECIONA-MATRICULA-PARAGRAFO
                   END-IF
                   IF MATR-DATA-ENCERR < WS-PER-INICIO
                      OR MATR-DATA-ENCERR > WS-PER-FIM
                       GO TO FIM-SELECIONA-MATRICULA-PARAGRAFO
                   END-IF
               END-IF.
               IF WS-HE-USADOS > ZERO
                  AND WS-HE-CPF (WS-HE-USADOS) = MATR-CPF
                   GO TO FIM-SELECIONA-MATRICULA-PARAGRAFO
               END-IF.
               IF WS-HE-USADOS = 9999
                   DISPLAY "TABELA DE ALUNOS SELECIONADOS ESTOUROU "
                       "(9999) - HISTORICO NAO EMITIDO"
                   MOVE 8 TO RETURN-CODE
                   MOVE "S" TO WS-FIM-MATRICULA
                   GO TO FIM-SELECIONA-MATRICULA-PARAGRAFO
               END-IF.
               ADD 1 TO WS-HE-USADOS.
               MOVE MATR-CPF TO WS-HE-CPF (WS-HE-USADOS).

       FIM-SELECIONA-MATRICULA-PARAGRAFO.
               EXIT.

       IMPRIME-HISTORICO-PARAGRAFO.
      *>   UM BLOCO POR ALUNO. O NOME VEM DO MESTRE; SE O CPF FOI
      *>   EXCLUIDO, O BLOCO SAI DO MESMO JEITO COM O AVISO.
               ADD 1 TO WS-QTD-ALUNOS.
               MOVE ZERO TO WS-QTD-MATR-ALUNO.
               MOVE ZERO TO WS-QTD-CONCLUIDOS.
               MOVE ZERO TO WS-QTD-REPROVADOS.
               MOVE ZERO TO WS-QTD-NOTAS.
               MOVE ZERO TO WS-SOMA-NOTAS.
               MOVE "N" TO WS-ALUNO-NO-MESTRE.
               MOVE SPACES TO WS-NOME-ALUNO.
               MOVE WS-CPF-ATUAL TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       ADD 1 TO WS-QTD-SEM-CADASTRO
                       MOVE "(NOME NAO DISPONIVEL)" TO WS-NOME-ALUNO
                   NOT INVALID KEY
                       MOVE "S" TO WS-ALUNO-NO-MESTRE
                       STRING PRIMEIRO-NOME-REG DELIMITED BY "  "
                              " " DELIMITED BY SIZE
                              SOBRENOME-REG DELIMITED BY "  "
                           INTO WS-NOME-ALUNO
               END-READ.
               MOVE SPACES TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE ALL "-" TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE SPACES TO WS-LINHA.
               STRING "ALUNO: " WS-NOME-ALUNO DELIMITED BY "  "
                      "   CPF: " WS-CPF-ATUAL DELIMITED BY SIZE
                   INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               IF NOT ALUNO-NO-MESTRE
                   MOVE SPACES TO WS-LINHA
                   STRING "AVISO: CPF NAO CONSTA MAIS DO CADASTRO DE "
                          "ALUNOS - HISTORICO MONTADO SO COM AS "
                          "MATRICULAS"
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-HISTESC
                   WRITE REG-HISTESC
               END-IF.
               MOVE SPACES TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE WS-CABEC-MATR TO REG-HISTESC.
               WRITE REG-HISTESC.

               MOVE "N" TO WS-FIM-MATRICULA.
               MOVE WS-CPF-ATUAL TO MATR-CPF.
               MOVE ZERO TO MATR-CURSO.
               START MATRICULA-FILE KEY NOT LESS MATR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-MATRICULA
               END-START.
               PERFORM UNTIL FIM-MATRICULA
                   READ MATRICULA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-MATRICULA
                       NOT AT END
                           IF MATR-CPF NOT = WS-CPF-ATUAL
                               MOVE "S" TO WS-FIM-MATRICULA
                           ELSE
                               PERFORM IMPRIME-MATRICULA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.

               MOVE SPACES TO REG-HISTESC.
               WRITE REG-HISTESC.
               IF WS-QTD-MATR-ALUNO = ZERO
                   MOVE "NENHUMA MATRICULA ENCONTRADA PARA O CPF"
                       TO REG-HISTESC
                   WRITE REG-HISTESC
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO FIM-IMPRIME-HISTORICO-PARAGRAFO
               END-IF.
               MOVE WS-QTD-CONCLUIDOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "CURSOS CONCLUIDOS....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE WS-QTD-REPROVADOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "CURSOS REPROVADOS....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE SPACES TO WS-LINHA.
               IF WS-QTD-NOTAS = ZERO
                   STRING "MEDIA GERAL..........: "
                          "SEM NOTA FINAL"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   COMPUTE WS-MEDIA-GERAL ROUNDED =
                       WS-SOMA-NOTAS / WS-QTD-NOTAS
                   MOVE WS-MEDIA-GERAL TO WS-NOTA-EDIT
                   STRING "MEDIA GERAL..........: " WS-NOTA-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.

       FIM-IMPRIME-HISTORICO-PARAGRAFO.
               EXIT.

       IMPRIME-MATRICULA-PARAGRAFO.
               ADD 1 TO WS-QTD-MATR-ALUNO.
               ADD 1 TO WS-QTD-MATRICULAS.
               MOVE MATR-CURSO TO DET-CURSO.
               MOVE MATR-CURSO TO CURSO-CODIGO-REG.
               READ CURSOS-FILE
                   INVALID KEY
                       MOVE "(CURSO EXCLUIDO DO CADASTRO)"
                           TO DET-NOME-CURSO
                       MOVE SPACES TO DET-TURMA
                   NOT INVALID KEY
                       MOVE CURSO-NOME-REG TO DET-NOME-CURSO
                       MOVE CURSO-TURMA-REG TO DET-TURMA
               END-READ.
      *>   A REATIVACAO DA REPROVADA REGRAVA A MATRICULA POR CIMA:
      *>   AS TENTATIVAS ANTERIORES ENCERRADAS COMO "R" SAEM ANTES
      *>   DA CORRENTE, SEM NOTA (O RESULTADO.DAT SO GUARDA O DA
      *>   TENTATIVA CORRENTE). SO A ULTIMA REPROVACAO TEM DATA.
               MOVE MATR-REPROVACOES TO WS-REPROV-ANTERIORES.
               IF MATR-REPROVADA AND WS-REPROV-ANTERIORES > ZERO
                   SUBTRACT 1 FROM WS-REPROV-ANTERIORES
               END-IF.
               PERFORM VARYING WS-REPROV-IDX FROM 1 BY 1
                       UNTIL WS-REPROV-IDX > WS-REPROV-ANTERIORES
                   PERFORM IMPRIME-REPROV-ANTERIOR-PARAGRAFO
               END-PERFORM.
               MOVE MATR-DATA TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO DET-DATA-MATR.
               MOVE MATR-DATA-ENCERR TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO DET-DATA-ENCERR.
               MOVE MATR-DATA-CERTIF TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO DET-DATA-CERTIF.
               MOVE MATR-TENTATIVAS TO DET-TENTATIVAS.
               MOVE SPACES TO DET-SITUACAO.
               EVALUATE TRUE
                   WHEN MATR-ATIVA
                       MOVE "ATIVA" TO DET-SITUACAO
                   WHEN MATR-CANCELADA
                       MOVE "CANCELADA" TO DET-SITUACAO
                   WHEN MATR-CONCLUIDA
                       MOVE "CONCLUIDA" TO DET-SITUACAO
                       ADD 1 TO WS-QTD-CONCLUIDOS
                   WHEN MATR-REPROVADA
                       MOVE "REPROVADA" TO DET-SITUACAO
                       ADD 1 TO WS-QTD-REPROVADOS
                   WHEN MATR-TRANSFERIDA
                       STRING "TRANSFERIDA P/ " MATR-CURSO-DESTINO
                           DELIMITED BY SIZE INTO DET-SITUACAO
                   WHEN OTHER
                       STRING "SITUACAO " MATR-SITUACAO
                           DELIMITED BY SIZE INTO DET-SITUACAO
               END-EVALUATE.
               MOVE "  - " TO DET-NOTA.
               MOVE " - " TO DET-FREQ.
               MOVE MATR-CPF   TO RES-CPF.
               MOVE MATR-CURSO TO RES-CURSO.
               READ RESULTADO-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE RES-NOTA TO WS-NOTA-EDIT
                       MOVE WS-NOTA-EDIT TO DET-NOTA
                       MOVE RES-FREQUENCIA TO WS-FREQ-EDIT
                       MOVE WS-FREQ-EDIT TO DET-FREQ
      *>   SO A NOTA FINAL (MATRICULA FECHADA PELO FECHA-CURSO)
      *>   ENTRA NA MEDIA GERAL
                       IF MATR-CONCLUIDA OR MATR-REPROVADA
                           ADD 1 TO WS-QTD-NOTAS
                           ADD RES-NOTA TO WS-SOMA-NOTAS
                       END-IF
               END-READ.
               MOVE WS-DET-MATR TO REG-HISTESC.
               WRITE REG-HISTESC.

       IMPRIME-REPROV-ANTERIOR-PARAGRAFO.
               ADD 1 TO WS-QTD-REPROVADOS.
               MOVE SPACES TO DET-DATA-MATR.
               MOVE SPACES TO DET-DATA-ENCERR.
               IF WS-REPROV-IDX = WS-REPROV-ANTERIORES
                  AND NOT MATR-REPROVADA
                   MOVE MATR-DATA-REPROV TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE WS-DATA-EDIT TO DET-DATA-ENCERR
               END-IF.
               MOVE "REPROVADA (ANTERIOR)" TO DET-SITUACAO.
               MOVE ZERO TO DET-TENTATIVAS.
               MOVE "  - " TO DET-NOTA.
               MOVE " - " TO DET-FREQ.
               MOVE SPACES TO DET-DATA-CERTIF.
               MOVE WS-DET-MATR TO REG-HISTESC.
               WRITE REG-HISTESC.

       EDITA-DATA-PARAGRAFO.
      *>   AAAAMMDD PARA DD/MM/AAAA; DATA ZERADA SAI EM BRANCO.
               MOVE SPACES TO WS-DATA-EDIT.
               IF WS-DATA-X NOT = "00000000"
                  AND WS-DATA-X NOT = SPACES
                   STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
                          WS-DATA-X (1:4)
                       DELIMITED BY SIZE INTO WS-DATA-EDIT
               END-IF.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE ALL "=" TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE WS-QTD-ALUNOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ALUNOS LISTADOS......: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE WS-QTD-MATRICULAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "MATRICULAS LISTADAS..: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               MOVE WS-QTD-SEM-CADASTRO TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "CPF FORA DO CADASTRO.: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-HISTESC.
               WRITE REG-HISTESC.
               DISPLAY "HISTORICO ESCOLAR EMITIDO - ALUNOS: "
                   WS-QTD-ALUNOS " MATRICULAS: " WS-QTD-MATRICULAS
                   " FORA DO CADASTRO: " WS-QTD-SEM-CADASTRO.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
