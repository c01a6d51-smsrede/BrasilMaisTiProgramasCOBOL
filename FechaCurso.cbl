      *>   SAI NO RELATORIO (FECHACUR.TXT) E O JOB TERMINA COM
      *>   RETURN-CODE 4 PARA A SECRETARIA COMPLETAR O LANCAMENTO
      *>   E RODAR DE NOVO - O RERUN SO PEGA AS QUE RESTARAM.
      *>   A MATRICULA ENCERRADA GUARDA A DATA DO FECHAMENTO EM
      *>   MATR-DATA-ENCERR E, QUANDO O CERTIFICADO SAI, A DATA DELE
      *>   EM MATR-DATA-CERTIF - E DALI QUE O HISTORICO-ESCOLAR TIRA
      *>   AS DATAS (CERTIFIC.TXT E REGRAVADO A CADA EXECUCAO). A
      *>   REPROVACAO TAMBEM SOMA 1 EM MATR-REPROVACOES E GUARDA A
      *>   DATA EM MATR-DATA-REPROV, QUE A REATIVACAO NAO APAGA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB FECHACUR.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
           COPY CURSOSEL.
           COPY MATRSEL.
           COPY RESULSEL.
           COPY ESTEISEL.
               SELECT CERTIFICADO-FILE ASSIGN TO "CERTIFIC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CERTIFICADO-STATUS.

           FD  FECHACUR-FILE.
           01  REG-FECHACUR PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY CURSOSTS.
           COPY MATRSTS.
           COPY RESULSTS.
           COPY ESTEIWS.

           77 WS-CERTIFICADO-STATUS PIC X(02) VALUE SPACES.
               88 CERTIFICADO-OK   VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "FECHACUR" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-FECHA-CURSO-PARAGRAFO
               END-IF.
               ACCEPT WS-CURSO-X.
               IF WS-CURSO-X NOT NUMERIC
                   DISPLAY "CODIGO DE CURSO INVALIDO: " WS-CURSO-X
               END-IF.

       FIM-FECHA-CURSO-PARAGRAFO.
               COMPUTE WS-EST-QTD-LIDOS = WS-QTD-APROVADOS
                   + WS-QTD-REPROVADOS + WS-QTD-SEM-RESULTADO.
               COMPUTE WS-EST-QTD-GRAVADOS = WS-QTD-APROVADOS
                   + WS-QTD-REPROVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       AVALIA-MATRICULA-PARAGRAFO.
                   MOVE "F" TO MATR-SITUACAO
               ELSE
                   MOVE "R" TO MATR-SITUACAO
                   ADD 1 TO MATR-REPROVACOES
                   MOVE WS-DATA-CONCLUSAO TO MATR-DATA-REPROV
               END-IF.
               MOVE WS-DATA-CONCLUSAO TO MATR-DATA-ENCERR.
               REWRITE MATRICULA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO CONCLUIR MATRICULA - CPF "
               WRITE REG-CERTIFICADO.
               MOVE SPACES TO REG-CERTIFICADO.
               WRITE REG-CERTIFICADO.
      *>   O REGISTRO DA MATRICULA AINDA ESTA NA AREA (A LEITURA FOI
      *>   NO MESTRE DE ALUNOS) - REGRAVA COM A DATA DO CERTIFICADO.
               MOVE WS-DATA-CONCLUSAO TO MATR-DATA-CERTIF.
               REWRITE MATRICULA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR DATA DO CERTIFICADO - "
                           "CPF " MATR-CPF
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE.

       FIM-EMITE-CERTIF-PARAGRAFO.
               EXIT.
               MOVE WS-QTD-APROVADOS TO WS-QTD-EDIT.
               DISPLAY "FECHAMENTO DO CURSO " WS-CURSO-FECHADO
                   " CONCLUIDO COM " WS-QTD-EDIT " APROVADOS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
