      *>   TOTAL DE MATRICULADOS NO FIM DO BLOCO). USA SORT EXTERNO
      *>   (SD + INPUT/OUTPUT PROCEDURE) COMO O RELATORIO-ALUNOS,
      *>   ENTAO NAO HA LIMITE DE MATRICULAS.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB RELTURMA.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY ALUNOSEL.
           COPY CURSOSEL.
           COPY MATRSEL.
           COPY ESTEISEL.
               SELECT SORT-FILE ASSIGN TO "SORTWORK.TMP".
               SELECT RELTURMA-FILE ASSIGN TO "RELTURMA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL

           FD  RELTURMA-FILE.
           01  REG-RELTURMA PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY CURSOSTS.
           COPY MATRSTS.
           COPY ESTEIWS.

           77 WS-RELTURMA-STATUS  PIC X(02) VALUE SPACES.
               88 RELTURMA-OK     VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "RELTURMA" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-RELTURMA-PARAGRAFO
               END-IF.
               OPEN INPUT MATRICULA-FILE.
               IF NOT MATRICULA-OK
                   PERFORM RELATORIO-VAZIO-PARAGRAFO
               END-IF.

       FIM-RELTURMA-PARAGRAFO.
               MOVE WS-QTD-TURMA TO WS-EST-QTD-LIDOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       RELATORIO-VAZIO-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELTURMA.
               WRITE REG-RELTURMA.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
