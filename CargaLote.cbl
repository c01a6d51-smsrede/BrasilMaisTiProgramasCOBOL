      *>   EXECUCAO ABORTADA (DEPOIS DO ULTIMO CHECKPOINT): CONTA COMO
      *>   GRAVADO, SEM EXCECAO E SEM NOVA LINHA DE AUDITORIA. ASSIM O
      *>   RERUN PRODUZ UM UNICO RELATORIO LIMPO E TOTAIS CORRETOS.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CARGALOT.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCTEMP-STATUS.
           COPY TABFSEL.
           COPY ESTEISEL.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*

           FD  EXCTEMP-FILE.
           01  REG-EXCTEMP PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY FOLHAWS.
           COPY TABFSTS.
           COPY JRNALWS.
           COPY ESTEIWS.

           77 WS-FIM-LOTE          PIC X(01) VALUE "N".
               88 FIM-LOTE         VALUE "S".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CARGALOT" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CARGA-LOTE-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-EXECUCAO.
      *>   CARREGA AS FAIXAS DE INSS/IRRF VIGENTES NA DATA DO JOB -
      *>   SEM TABELA VIGENTE A CARGA NEM COMECA (PARADA DURA DENTRO
               CLOSE EXCECOES-FILE.

       FIM-CARGA-LOTE-PARAGRAFO.
               MOVE WS-QTD-LIDOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-GRAVADOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       PROCESSA-REGISTRO-PARAGRAFO.
           COPY GRAVAUDT.
           COPY GRAVAJRN.
           COPY CARGTABF.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
