      *>   USA SORT EXTERNO (SD + INPUT/OUTPUT PROCEDURE) EM VEZ DE
      *>   TABELA EM MEMORIA, ENTAO NAO HA LIMITE DE QUANTOS ALUNOS
      *>   CABEM NO RELATORIO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB RELALUNO.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY ESTEISEL.
               SELECT SORT-FILE ASSIGN TO "SORTWORK.TMP".
               SELECT RELATORIO-FILE ASSIGN TO "RELATORIO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL

           FD  RELATORIO-FILE.
           01  REG-RELATORIO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY ESTEIWS.

           77 WS-RELATORIO-STATUS PIC X(02) VALUE SPACES.
               88 RELATORIO-OK    VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "RELALUNO" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-RELATORIO-PARAGRAFO
               END-IF.
               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   PERFORM RELATORIO-VAZIO-PARAGRAFO
                       OUTPUT PROCEDURE IS IMPRIME-RELATORIO-PARAGRAFO
                   CLOSE ALUNOS-FILE
               END-IF.

       FIM-RELATORIO-PARAGRAFO.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       RELATORIO-VAZIO-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATORIO.
               WRITE REG-RELATORIO.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
