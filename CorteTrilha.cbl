      *>   CORTE ANTES DELE LEVARIA LINHAS AINDA NAO CONCILIADAS
      *>   PARA O ARQUIVO MENSAL, FABRICANDO UM FORA DE BALANCE
      *>   (VER CORTETRI.jcl).
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CORTETRI.
      *>   SE RECUSA A COMECAR (RC 8) SEM UM CONCILIA TERMINADO COM
      *>   RC 0 NA MESMA DATA DE NEGOCIO (A ULTIMA EXECUCAO DELE E
      *>   A QUE VALE) E QUANDO O CONCMATR TERMINOU COM RC 8.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY AUDITSEL.
           COPY ARQTRSEL.
           COPY CATTRSEL.
           COPY ESTEISEL.
               SELECT TRILTMP-FILE ASSIGN TO "TRILHA.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TRILTMP-STATUS.

           FD  RELCORTE-FILE.
           01  REG-RELCORTE PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ARQTRWS.
           COPY CATTRSTS.
           COPY ESTEIWS.

           77 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
               88 AUDIT-OK         VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CORTETRI" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CORTE-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:14)
                   TO WS-DATA-HORA-CORTE.
               ACCEPT WS-PERIODO-X.
               END-IF.

       FIM-CORTE-PARAGRAFO.
               MOVE WS-QTD-LIDAS TO WS-EST-QTD-LIDOS.
               MOVE WS-TOT-ARQUIVADAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-CATALOGO-PARAGRAFO.
               MOVE WS-TOT-ARQUIVADAS TO WS-QTD-EDIT.
               DISPLAY "CORTE DO TRILHA.LOG CONCLUIDO COM "
                   WS-QTD-EDIT " LINHAS ARQUIVADAS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
