      *>   O BALANCO SAI EM CONCMATR.TXT. QUALQUER DIVERGENCIA OU
      *>   ORFAO TERMINA COM RETURN-CODE 8, COMO NO CONCILIA-ALUNOS,
      *>   PARA O SCHEDULER SEGURAR A ESTEIRA DA MANHA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CONCMATR.
      *>   A ESTEIRA DA MANHA NAO COMECA DEPOIS DE UM RC 8.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY ALUNOSEL.
           COPY CURSOSEL.
           COPY MATRSEL.
           COPY ESTEISEL.
               SELECT BALANCO-FILE ASSIGN TO "CONCMATR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BALANCO-STATUS.

           FD  BALANCO-FILE.
           01  REG-BALANCO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY CURSOSTS.
           COPY MATRSTS.
           COPY ESTEIWS.

           77 WS-BALANCO-STATUS    PIC X(02) VALUE SPACES.
               88 BALANCO-OK       VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CONCMATR" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CONCILIA-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-EXECUCAO.
               OPEN OUTPUT BALANCO-FILE.
               IF NOT BALANCO-OK
               END-IF.

       FIM-CONCILIA-PARAGRAFO.
               MOVE WS-QTD-MATR-LIDAS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-CORRIGIDOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       CARREGA-CURSOS-PARAGRAFO.
                   WRITE REG-BALANCO
               END-IF.
               DISPLAY "CONCILIACAO DE MATRICULAS CONCLUIDA".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
