      *>   O REPLAY E IDEMPOTENTE: INCLUSAO QUE JA EXISTE VIRA
      *>   REGRAVACAO, ALTERACAO SEM REGISTRO VIRA INCLUSAO E
      *>   EXCLUSAO DE QUEM JA NAO EXISTE E IGNORADA - RERUN DO
      *>   ROLL-FORWARD NAO DUPLICA NADA. A LINHA "ANONIMIZA" DO
      *>   ATENDIMENTO-LGPD E REAPLICADA COMO ALTERACAO - RESTORE DE
      *>   UM BACKUP ANTERIOR A ANONIMIZACAO VOLTA COM O TITULAR
      *>   ANONIMO SE O ROLL-FORWARD PASSAR PELA DATA DELA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB RESTAUAL.
      *>   NAO TEM PREDECESSOR NA ESTEIRA - A RECUPERACAO DO MESTRE
      *>   NUNCA E SEGURADA PELO CONTROLE.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
               FILE-CONTROL.
           COPY ALUNOSEL.
           COPY JRNALSEL.
           COPY ESTEISEL.
               SELECT BACKUP-FILE ASSIGN TO "BACKUPAL.SEQ"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BACKUP-STATUS.

           FD  JORNAL-FILE.
           COPY JRNALREC.

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.

           COPY JRNALWS.
           COPY ESTEIWS.
           77 WS-MODO-RESTORE      PIC X(01) VALUE SPACE.
               88 MODO-ROLL-FORWARD VALUE "R".
           77 WS-LIMITE-X          PIC X(14) VALUE SPACES.
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "RESTAUAL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-RESTAURA-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-RESTORE.
               ACCEPT WS-LIMITE-X.
               IF WS-LIMITE-X NOT = SPACES
               END-IF.

       FIM-RESTAURA-PARAGRAFO.
               MOVE WS-QTD-CONTADOS TO WS-EST-QTD-LIDOS.
               COMPUTE WS-EST-QTD-GRAVADOS = WS-QTD-GRAVADOS
                   + WS-QTD-REAPLICADAS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       CONFERE-BACKUP-PARAGRAFO.
                       END-WRITE
                       ADD 1 TO WS-QTD-REAPLICADAS
                   WHEN "ALTERACAO"
                   WHEN "ANONIMIZA"
                       MOVE JRN-DEPOIS TO ALUNO-REG
                       REWRITE ALUNO-REG
                           INVALID KEY

       FIM-REAPLICA-IMAGEM-PARAGRAFO.
               EXIT.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
