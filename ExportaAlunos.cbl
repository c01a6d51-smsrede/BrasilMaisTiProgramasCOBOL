      *>   ISSO A MONTAGEM MANUAL COM OS CAMPOS PARTIDOS. O RECEPTOR
      *>   VALIDA A TRANSMISSAO PELA QUANTIDADE E PELO HASH-TOTAL
      *>   DO TRAILER.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB EXPORTAL.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY AUDITSEL.
           COPY ESTEISEL.
               SELECT INTERFACE-FILE ASSIGN TO "INTERFAL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INTERFACE-STATUS.
           01  CONTROLE-REG.
               05 CTL-SEQUENCIA       PIC 9(06).
               05 CTL-ULTIMA-DATA-HORA PIC 9(14).

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
               MOVE "EXPORTAL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-EXPORTA-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-EXTRACAO.
               IF NOT EXTRACAO-TOTAL AND NOT EXTRACAO-DELTA
                   DISPLAY "MODO DE EXTRACAO INVALIDO (F=TOTAL OU "
                   WS-QTD-EDIT " REGISTROS".

       FIM-EXPORTA-PARAGRAFO.
               MOVE WS-QTD-EXPORTADOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-EXPORTADOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-CONTROLE-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INTERFACE.
               WRITE REG-INTERFACE.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
