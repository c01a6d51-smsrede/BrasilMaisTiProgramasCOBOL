      *>   INCLUSIVE AS JA PAGAS. O RESUMO DO FATURAMENTO SAI EM
      *>   FATURAS.TXT (GERADAS, EXISTENTES, SEM CURSO, GRATUITAS E
      *>   VALOR TOTAL FATURADO).
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB FATMENSA.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY MATRSEL.
           COPY CURSOSEL.
           COPY FATSEL.
           COPY ESTEISEL.
               SELECT RESUMO-FILE ASSIGN TO "FATURAS.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESUMO-STATUS.

           FD  RESUMO-FILE.
           01  REG-RESUMO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY MATRSTS.
           COPY CURSOSTS.
           COPY FATSTS.
           COPY ESTEIWS.

           77 WS-RESUMO-STATUS     PIC X(02) VALUE SPACES.
               88 RESUMO-OK        VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "FATMENSA" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-FATURA-PARAGRAFO
               END-IF.
               ACCEPT WS-COMPETENCIA-X.
               IF WS-COMPETENCIA-X NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
               CLOSE RESUMO-FILE.

       FIM-FATURA-PARAGRAFO.
               COMPUTE WS-EST-QTD-LIDOS = WS-QTD-GERADAS
                   + WS-QTD-EXISTENTES + WS-QTD-SEM-CURSO
                   + WS-QTD-GRATUITAS.
               MOVE WS-QTD-GERADAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       FATURA-MATRICULA-PARAGRAFO.
               MOVE WS-VENCIMENTO      TO FAT-VENCIMENTO.
               MOVE "A" TO FAT-SITUACAO.
               MOVE ZERO TO FAT-DATA-PAGTO.
               MOVE SPACE TO FAT-ORIGEM-BAIXA.
               MOVE ZERO TO FAT-COMP-FOLHA.
               MOVE ZERO TO FAT-NOSSO-NUMERO.
               MOVE SPACE TO FAT-SIT-COBRANCA.
               MOVE ZERO TO FAT-DATA-REMESSA.
               MOVE SPACE TO FAT-PENDENCIA.
               WRITE FATURA-REG
                   INVALID KEY
      *>   RERUN DA COMPETENCIA: A FATURA JA EXISTE (TALVEZ JA PAGA)
               MOVE WS-QTD-GERADAS TO WS-QTD-EDIT.
               DISPLAY "FATURAMENTO " WS-COMP-EDIT " CONCLUIDO COM "
                   WS-QTD-EDIT " FATURAS GERADAS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
