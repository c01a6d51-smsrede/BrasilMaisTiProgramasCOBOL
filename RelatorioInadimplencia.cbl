      *>   AS TABELAS COMPORTAM 999 CURSOS E 9999 CPFS DISTINTOS -
      *>   ESTOURO DERRUBA O JOB COM RETURN-CODE 8 EM VEZ DE SAIR
      *>   UM RELATORIO INCOMPLETO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB INADIMPL.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY FATSEL.
           COPY ALUNOSEL.
           COPY CURSOSEL.
           COPY ESTEISEL.
               SELECT INADIMPL-FILE ASSIGN TO "INADIMPL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INADIMPL-STATUS.

           FD  INADIMPL-FILE.
           01  REG-INADIMPL PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY FATSTS.
           COPY ALUNOSTS.
           COPY CURSOSTS.
           COPY ESTEIWS.

           77 WS-INADIMPL-STATUS   PIC X(02) VALUE SPACES.
               88 INADIMPL-OK      VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "INADIMPL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-INADIMPL-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-EXEC.
               OPEN I-O FATURA-FILE.
               IF NOT FATURA-OK
               END-IF.

       FIM-INADIMPL-PARAGRAFO.
               MOVE WS-QTD-VENCIDAS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-MARCADAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       PROCESSA-FATURA-PARAGRAFO.

       FIM-BUSCA-NOME-PARAGRAFO.
               EXIT.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
