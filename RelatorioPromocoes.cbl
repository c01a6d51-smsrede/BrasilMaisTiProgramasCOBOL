      *>   E TELEFONE NAO TEMOS - O ENDERECO AJUDA A LOCALIZAR) E
      *>   COM CURSOS.DAT (NOME DO CURSO E TURMA). O RELATORIO SAI
      *>   EM RELPROMO.TXT COM O TOTAL DE PROMOCOES DO DIA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB RELPROMO.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY ALUNOSEL.
           COPY CURSOSEL.
           COPY PROMSEL.
           COPY ESTEISEL.
               SELECT RELPROMO-FILE ASSIGN TO "RELPROMO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELPROMO-STATUS.

           FD  RELPROMO-FILE.
           01  REG-RELPROMO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY CURSOSTS.
           COPY ESTEIWS.

           77 WS-PROMOCOES-STATUS  PIC X(02) VALUE SPACES.
               88 PROMOCOES-OK     VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "RELPROMO" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-RELPROMO-PARAGRAFO
               END-IF.
               ACCEPT WS-FILTRO-DATA-X.
               IF WS-FILTRO-DATA-X NOT = SPACES
                  AND WS-FILTRO-DATA-X NUMERIC
               END-IF.

       FIM-RELPROMO-PARAGRAFO.
               MOVE WS-QTD-PROMOCOES TO WS-EST-QTD-LIDOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       IMPRIME-PROMOCAO-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELPROMO.
               WRITE REG-RELPROMO.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
