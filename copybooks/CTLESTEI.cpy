      *================================================================*
      *    COPY CTLESTEI
      *    CONTROLE DE ESTEIRA BATCH (ESTEIRA.CTL, LAYOUT EM
      *    ESTEIREC, APOIO EM ESTEIWS). TODO JOB BATCH:
      *      - NO COMECO FAZ PERFORM INICIA-ESTEIRA-PARAGRAFO THRU
      *        FIM-INICIA-ESTEIRA-PARAGRAFO COM WS-EST-JOB PREENCHIDO
      *        E, SE SAIR EST-RECUSADO, VAI DIRETO PARA O STOP RUN
      *        (RETURN-CODE 8 JA MOVIDO, NADA PROCESSADO);
      *      - NO FIM, ANTES DO STOP RUN, FAZ PERFORM
      *        ENCERRA-ESTEIRA-PARAGRAFO COM AS CONTAGENS PREENCHIDAS.
      *    A DATA DE NEGOCIO E A DA ULTIMA LINHA "D" DO ESTEIRA.CTL
      *    (ABERTA PELO CONTROLE-ESTEIRA NO COMECO DA ESTEIRA
      *    NOTURNA); SEM NENHUMA "D" VALE A DATA DO SISTEMA.
      *    O JOB SE RECUSA A COMECAR (LINHA "B" + RETURN-CODE 8)
      *    QUANDO UM PREDECESSOR DA TABELA DE REGRAS NAO ESTA LIMPO
      *    NA DATA DE NEGOCIO, OU QUANDO O ESTEIRA.CTL NAO PODE SER
      *    LIDO OU GRAVADO - SEM CONTROLE NAO HA COMO PROVAR A ORDEM.
      *    ESTEIRA.CTL AINDA INEXISTENTE (STATUS 35) VALE COMO VAZIO.
      *================================================================*
       INICIA-ESTEIRA-PARAGRAFO.
           MOVE FUNCTION CURRENT-DATE (1:14) TO WS-EST-DH-INICIO
           MOVE WS-EST-DH-INICIO (1:8) TO WS-EST-DATA-NEGOCIO
           MOVE "N" TO WS-EST-SITUACAO
           MOVE ZERO TO WS-EST-PRED-USADOS
           PERFORM VARYING WS-EST-REGRA-IDX FROM 1 BY 1
                   UNTIL WS-EST-REGRA-IDX > WS-EST-QTD-REGRAS
               IF WS-EST-REGRA-JOB (WS-EST-REGRA-IDX) = WS-EST-JOB
                  AND WS-EST-PRED-USADOS < 5
                   ADD 1 TO WS-EST-PRED-USADOS
                   MOVE WS-EST-REGRA-PREDEC (WS-EST-REGRA-IDX)
                       TO WS-EST-PRED-JOB (WS-EST-PRED-USADOS)
                   MOVE WS-EST-REGRA-TIPO (WS-EST-REGRA-IDX)
                       TO WS-EST-PRED-TIPO (WS-EST-PRED-USADOS)
                   MOVE SPACE
                       TO WS-EST-PRED-EVENTO (WS-EST-PRED-USADOS)
                   MOVE ZERO TO WS-EST-PRED-DATA (WS-EST-PRED-USADOS)
                   MOVE ZERO TO WS-EST-PRED-RC (WS-EST-PRED-USADOS)
               END-IF
           END-PERFORM

           OPEN INPUT ESTEIRA-FILE
           IF ESTEIRA-OK
               MOVE "N" TO WS-EST-FIM-LEITURA
               PERFORM UNTIL EST-FIM-LEITURA
                   READ ESTEIRA-FILE
                       AT END
                           MOVE "S" TO WS-EST-FIM-LEITURA
                       NOT AT END
                           PERFORM CONFERE-LINHA-ESTEIRA-PARAGRAFO
                   END-READ
               END-PERFORM
               CLOSE ESTEIRA-FILE
           ELSE
               IF WS-ESTEIRA-STATUS NOT = "35"
                   DISPLAY "ERRO AO ABRIR ESTEIRA.CTL - STATUS "
                       WS-ESTEIRA-STATUS " - JOB " WS-EST-JOB
                       " NAO INICIADO"
                   MOVE "R" TO WS-EST-SITUACAO
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-INICIA-ESTEIRA-PARAGRAFO
               END-IF
           END-IF

           MOVE SPACES TO WS-EST-PREDECESSOR
           MOVE SPACES TO WS-EST-MOTIVO
           PERFORM VARYING WS-EST-PRED-IDX FROM 1 BY 1
                   UNTIL WS-EST-PRED-IDX > WS-EST-PRED-USADOS
                      OR EST-RECUSADO
               PERFORM AVALIA-PREDECESSOR-PARAGRAFO
           END-PERFORM

           MOVE ZERO TO WS-EST-DH-FIM
           MOVE ZERO TO WS-EST-RC
           MOVE ZERO TO WS-EST-QTD-LIDOS
           MOVE ZERO TO WS-EST-QTD-GRAVADOS
           IF EST-RECUSADO
               MOVE "B" TO WS-EST-TIPO-LINHA
               PERFORM GRAVA-LINHA-ESTEIRA-PARAGRAFO
               DISPLAY "JOB " WS-EST-JOB " BLOQUEADO PELA ESTEIRA - "
                   WS-EST-MOTIVO
               MOVE 8 TO RETURN-CODE
               GO TO FIM-INICIA-ESTEIRA-PARAGRAFO
           END-IF

           MOVE "I" TO WS-EST-TIPO-LINHA
           PERFORM GRAVA-LINHA-ESTEIRA-PARAGRAFO
           IF ESTEIRA-OK
               MOVE "L" TO WS-EST-SITUACAO
           ELSE
               DISPLAY "ERRO AO GRAVAR ESTEIRA.CTL - STATUS "
                   WS-ESTEIRA-STATUS " - JOB " WS-EST-JOB
                   " NAO INICIADO"
               MOVE "R" TO WS-EST-SITUACAO
               MOVE 8 TO RETURN-CODE
           END-IF.

       FIM-INICIA-ESTEIRA-PARAGRAFO.
           EXIT.

       ENCERRA-ESTEIRA-PARAGRAFO.
      *>   SO O JOB QUE FOI LIBERADO GRAVA O "F" (O RECUSADO JA
      *>   DEIXOU O "B"). O RETURN-CODE DO JOB E PRESERVADO - A
      *>   FALHA AO GRAVAR O CONTROLE SO E AVISADA: O "I" SEM "F"
      *>   SEGURA OS SUCESSORES DO MESMO JEITO.
           IF EST-LIBERADO
               MOVE RETURN-CODE TO WS-EST-RC
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-EST-DH-FIM
               MOVE SPACES TO WS-EST-PREDECESSOR
               MOVE SPACES TO WS-EST-MOTIVO
               MOVE "F" TO WS-EST-TIPO-LINHA
               PERFORM GRAVA-LINHA-ESTEIRA-PARAGRAFO
               IF NOT ESTEIRA-OK
                   DISPLAY "ERRO AO GRAVAR ESTEIRA.CTL - STATUS "
                       WS-ESTEIRA-STATUS " - FIM DO JOB " WS-EST-JOB
                       " NAO REGISTRADO"
               END-IF
               MOVE WS-EST-RC TO RETURN-CODE
           END-IF.

       CONFERE-LINHA-ESTEIRA-PARAGRAFO.
      *>   A ULTIMA "D" DEFINE A DATA DE NEGOCIO; PARA OS
      *>   PREDECESSORES FICA A ULTIMA LINHA I/F/B DE CADA UM.
           IF EST-LINHA-ABERTURA
              AND EST-DATA-NEGOCIO NUMERIC
               MOVE EST-DATA-NEGOCIO TO WS-EST-DATA-NEGOCIO
           END-IF
           IF EST-LINHA-INICIO OR EST-LINHA-FIM OR EST-LINHA-BLOQUEIO
               PERFORM VARYING WS-EST-PRED-IDX FROM 1 BY 1
                       UNTIL WS-EST-PRED-IDX > WS-EST-PRED-USADOS
                   IF WS-EST-PRED-JOB (WS-EST-PRED-IDX) = EST-JOB
                       MOVE EST-TIPO
                           TO WS-EST-PRED-EVENTO (WS-EST-PRED-IDX)
                       MOVE EST-DATA-NEGOCIO
                           TO WS-EST-PRED-DATA (WS-EST-PRED-IDX)
                       MOVE ZERO TO WS-EST-PRED-RC (WS-EST-PRED-IDX)
                       IF EST-LINHA-FIM AND EST-RC NUMERIC
                           MOVE EST-RC
                               TO WS-EST-PRED-RC (WS-EST-PRED-IDX)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       AVALIA-PREDECESSOR-PARAGRAFO.
      *>   OCORRENCIA DE OUTRA DATA DE NEGOCIO NAO CONTA - PARA ESTA
      *>   DATA O PREDECESSOR NAO RODOU.
           IF WS-EST-PRED-DATA (WS-EST-PRED-IDX)
                  NOT = WS-EST-DATA-NEGOCIO
               MOVE SPACE TO WS-EST-PRED-EVENTO (WS-EST-PRED-IDX)
           END-IF
           MOVE WS-EST-PRED-RC (WS-EST-PRED-IDX) TO WS-EST-RC-EDIT
           EVALUATE WS-EST-PRED-EVENTO (WS-EST-PRED-IDX)
               WHEN SPACE
                   IF WS-EST-PRED-TIPO (WS-EST-PRED-IDX) = "L"
                       MOVE "R" TO WS-EST-SITUACAO
                       MOVE "NAO RODOU NA DATA DE NEGOCIO"
                           TO WS-EST-MOTIVO
                   END-IF
               WHEN "I"
                   MOVE "R" TO WS-EST-SITUACAO
                   MOVE "INICIADO SEM FIM (ABEND OU RODANDO)"
                       TO WS-EST-MOTIVO
               WHEN "B"
                   MOVE "R" TO WS-EST-SITUACAO
                   MOVE "BLOQUEADO PELA ESTEIRA" TO WS-EST-MOTIVO
               WHEN "F"
                   IF (WS-EST-PRED-TIPO (WS-EST-PRED-IDX) = "L"
                       AND WS-EST-PRED-RC (WS-EST-PRED-IDX) NOT = ZERO)
                      OR WS-EST-PRED-RC (WS-EST-PRED-IDX) >= 8
                       MOVE "R" TO WS-EST-SITUACAO
                       STRING "TERMINOU COM RC " WS-EST-RC-EDIT
                           DELIMITED BY SIZE INTO WS-EST-MOTIVO
                   END-IF
           END-EVALUATE
           IF EST-RECUSADO
               MOVE WS-EST-PRED-JOB (WS-EST-PRED-IDX)
                   TO WS-EST-PREDECESSOR
           END-IF.

       GRAVA-LINHA-ESTEIRA-PARAGRAFO.
      *>   ACRESCENTA UMA LINHA COM OS CAMPOS WS-EST-* PREENCHIDOS POR
      *>   QUEM CHAMA. SO O STATUS 35 CRIA O ARQUIVO - QUALQUER OUTRO
      *>   ERRO VOLTA EM WS-ESTEIRA-STATUS SEM TOCAR NO HISTORICO.
           OPEN EXTEND ESTEIRA-FILE
           IF WS-ESTEIRA-STATUS = "35"
               OPEN OUTPUT ESTEIRA-FILE
               CLOSE ESTEIRA-FILE
               OPEN EXTEND ESTEIRA-FILE
           END-IF
           IF ESTEIRA-OK
               MOVE SPACES TO ESTEIRA-REG
               MOVE WS-EST-TIPO-LINHA   TO EST-TIPO
               MOVE WS-EST-JOB          TO EST-JOB
               MOVE WS-EST-DATA-NEGOCIO TO EST-DATA-NEGOCIO
               MOVE WS-EST-DH-INICIO    TO EST-DH-INICIO
               MOVE WS-EST-DH-FIM       TO EST-DH-FIM
               MOVE WS-EST-RC           TO EST-RC
               MOVE WS-EST-QTD-LIDOS    TO EST-QTD-LIDOS
               MOVE WS-EST-QTD-GRAVADOS TO EST-QTD-GRAVADOS
               MOVE WS-EST-PREDECESSOR  TO EST-PREDECESSOR
               MOVE WS-EST-MOTIVO       TO EST-MOTIVO
               WRITE ESTEIRA-REG
               MOVE WS-ESTEIRA-STATUS TO WS-EST-STATUS-GRAVACAO
               CLOSE ESTEIRA-FILE
               MOVE WS-EST-STATUS-GRAVACAO TO WS-ESTEIRA-STATUS
           END-IF.
