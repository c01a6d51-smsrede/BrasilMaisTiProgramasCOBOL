      *>   SEIS MESES ATRAS SEM PRECISAR SABER ONDE O MES ESTA.
      *>   PERIODO JA EXPURGADO PELA RETENCAO SAI NO RELATORIO COMO
      *>   AVISO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CONTRILH.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY AUDITSEL.
           COPY ARQTRSEL.
           COPY CATTRSEL.
           COPY ESTEISEL.
               SELECT RELTRILHA-FILE ASSIGN TO "RELTRILHA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELTRILHA-STATUS.

           FD  RELTRILHA-FILE.
           01  REG-RELTRILHA PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
      *>   FILTRO DE DATA-HORA
           COPY ARQTRWS.
           COPY CATTRSTS.
           COPY ESTEIWS.
           77 WS-FIM-CATALOGO      PIC X(01) VALUE "N".
               88 FIM-CATALOGO     VALUE "S".
           77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CONTRILH" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CONSULTA-PARAGRAFO
               END-IF.
               PERFORM RECEBE-FILTROS-PARAGRAFO.
               OPEN INPUT AUDIT-FILE.
               IF NOT AUDIT-OK
               END-IF.

       FIM-CONSULTA-PARAGRAFO.
               MOVE WS-QTD-LIDAS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-SELECIONADAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       RECEBE-FILTROS-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELTRILHA.
               WRITE REG-RELTRILHA.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
