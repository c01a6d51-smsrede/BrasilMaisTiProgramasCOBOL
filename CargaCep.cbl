      *>   NO FIM IMPRIME EM CARGACEP.TXT O RESUMO DE INCLUIDOS,
      *>   ATUALIZADOS E REJEITADOS, PARA COMPROVAR QUE A TABELA
      *>   ESTA ATUAL.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CARGACEP.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY CEPSEL.
           COPY ESTEISEL.
               SELECT CEPLOTE-FILE ASSIGN TO "CEPLOTE.DAT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CEPLOTE-STATUS.

           FD  RESUMO-FILE.
           01  REG-RESUMO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY CEPSTS.
           COPY ESTEIWS.

           77 WS-CEPLOTE-STATUS    PIC X(02) VALUE SPACES.
               88 CEPLOTE-OK       VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CARGACEP" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CARGA-CEP-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-CARGA.
               IF NOT CARGA-TOTAL AND NOT CARGA-INCREMENTAL
                   DISPLAY "MODO DE CARGA INVALIDO (T=TOTAL OU "
               CLOSE RESUMO-FILE.

       FIM-CARGA-CEP-PARAGRAFO.
               MOVE WS-QTD-LIDOS TO WS-EST-QTD-LIDOS.
               COMPUTE WS-EST-QTD-GRAVADOS = WS-QTD-INCLUIDOS
                   + WS-QTD-ATUALIZADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       PROCESSA-CEP-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RESUMO.
               WRITE REG-RESUMO.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
