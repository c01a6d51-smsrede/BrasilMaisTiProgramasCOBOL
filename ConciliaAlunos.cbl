      *>   NA PRIMEIRA EXECUCAO (SEM CONCILIA.CTL) O JOB SO
      *>   ESTABELECE A BASE: CONTA O MESTRE, GRAVA O CONTROLE E
      *>   REGISTRA NO RELATORIO QUE A BASE FOI CRIADA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CONCILIA.
      *>   O CORTETRI SO COMECA DEPOIS DE UM CONCILIA COM RC 0 E A
      *>   ESTEIRA DA MANHA NAO COMECA DEPOIS DE UM RC 8.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY AUDITSEL.
           COPY ESTEISEL.
               SELECT CONTROLE-FILE ASSIGN TO "CONCILIA.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROLE-STATUS.

           FD  BALANCO-FILE.
           01  REG-BALANCO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY ESTEIWS.

           77 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
               88 AUDIT-OK         VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CONCILIA" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CONCILIA-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXEC.
               OPEN OUTPUT BALANCO-FILE.
               IF NOT BALANCO-OK
               CLOSE BALANCO-FILE.

       FIM-CONCILIA-PARAGRAFO.
               MOVE WS-QTD-REAL TO WS-EST-QTD-LIDOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-CONTROLE-PARAGRAFO.
                   MOVE WS-LINHA TO REG-BALANCO
                   WRITE REG-BALANCO
               END-IF.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
