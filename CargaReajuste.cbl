      *>          (OPERADOR "RH-LOTE"). CPF INEXISTENTE OU LINHA
      *>          INVALIDA VAI PARA O RELATORIO DE EXCECOES
      *>          (REAJEXC.TXT) E O JOB TERMINA COM RETURN-CODE 4.
      *>   O LIQUIDO RECALCULADO JA DESCONTA NA BASE DO IRRF A
      *>   DEDUCAO DOS DEPENDENTES DO ALUNO (DEPENDE.DAT).
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CARGAREA.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXCECOES-STATUS.
           COPY TABFSEL.
           COPY DEPSEL.
           COPY ESTEISEL.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*

           FD  TABFOLHA-FILE.
           COPY TABFREC.

           FD  DEPENDE-FILE.
           COPY DEPFD.

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY FOLHAWS.
           COPY TABFSTS.
           COPY JRNALWS.
           COPY DEPSTS.
           COPY ESTEIWS.

           77 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
               88 AUDIT-OK         VALUE "00".
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CARGAREA" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-CARGA-REAJUSTE-PARAGRAFO
               END-IF.
      *>   AS FAIXAS DE INSS/IRRF VIGENTES NA DATA DO JOB - SEM
      *>   TABELA VIGENTE A CARGA NEM COMECA (PARADA DURA DENTRO DO
      *>   CARREGADOR).
               END-IF.

       FIM-CARGA-REAJUSTE-PARAGRAFO.
               MOVE WS-QTD-DETALHES TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-APLICADOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       CONFERE-ARQUIVO-PARAGRAFO.
                   CLOSE JORNAL-FILE
                   OPEN EXTEND JORNAL-FILE
               END-IF.
               OPEN INPUT DEPENDE-FILE.
               IF NOT DEPENDE-OK
                   OPEN OUTPUT DEPENDE-FILE
                   CLOSE DEPENDE-FILE
                   OPEN INPUT DEPENDE-FILE
               END-IF.
               IF NOT DEPENDE-OK
                   DISPLAY "ERRO AO ABRIR DEPENDE.DAT - STATUS "
                       WS-DEPENDE-STATUS
                   CLOSE REAJUSTE-FILE
                   CLOSE ALUNOS-FILE
                   CLOSE AUDIT-FILE
                   CLOSE JORNAL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-APLICA-REAJUSTES-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-REAJUSTE
                   READ REAJUSTE-FILE
                       AT END
               CLOSE ALUNOS-FILE.
               CLOSE AUDIT-FILE.
               CLOSE JORNAL-FILE.
               CLOSE DEPENDE-FILE.

       FIM-APLICA-REAJUSTES-PARAGRAFO.
               EXIT.
               MOVE ALUNO-REG TO WS-JRN-ANTES.
               PERFORM MOVE-REG-TO-ALUNO-PARAGRAFO.
               MOVE WS-VALOR-NUM TO SALARIO.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               PERFORM CALCULA-FOLHA-PARAGRAFO.
               PERFORM MOVE-ALUNO-TO-REG-PARAGRAFO.
               REWRITE ALUNO-REG
           COPY GRAVAUDT.
           COPY GRAVAJRN.
           COPY CARGTABF.
           COPY CONTADEP.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
