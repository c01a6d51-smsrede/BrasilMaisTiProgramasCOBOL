      *>   DE 1 A CADA EXECUCAO - A OPERACAO GUARDA AS ULTIMAS COPIAS
      *>   DE BACKUPAL.SEQ (VER JCL) E O HEADER DIZ DE QUAL GERACAO
      *>   E DE QUAL DIA CADA COPIA E.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB BACKUPAL.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY ESTEISEL.
               SELECT BACKUP-FILE ASSIGN TO "BACKUPAL.SEQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-STATUS.
           FD  CONTROLE-FILE.
           01  CONTROLE-REG.
               05 CONTROLE-GERACAO    PIC 9(04).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY ESTEIWS.

           77 WS-BACKUP-STATUS     PIC X(02) VALUE SPACES.
               88 BACKUP-OK        VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "BACKUPAL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-BACKUP-PARAGRAFO
               END-IF.
               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS "
                   " GRAVADO COM " WS-QTD-EDIT " REGISTROS".

       FIM-BACKUP-PARAGRAFO.
               MOVE WS-QTD-DESCARREGADOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-DESCARREGADOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-GERACAO-PARAGRAFO.
               WRITE BACKUP-REG.
               ADD 1 TO WS-QTD-DESCARREGADOS.
               ADD SALARIO-REG TO WS-HASH-SALARIO.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
