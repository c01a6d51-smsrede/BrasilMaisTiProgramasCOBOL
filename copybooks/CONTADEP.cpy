      *================================================================*
      *    COPY CONTADEP
      *    CONTA-DEPENDENTES-PARAGRAFO: CONTA EM DEPENDE.DAT OS
      *    DEPENDENTES DO ALUNO CUJO CPF ESTA EM CPF (COPY ALUNOREC)
      *    E DEVOLVE A QUANTIDADE EM WS-QTD-DEPENDENTES (COPY
      *    FOLHAWS) - QUEM CALCULA FOLHA CHAMA ESTE PARAGRAFO ANTES
      *    DO CALCULA-FOLHA-PARAGRAFO. POSICIONA EM (CPF, 0) E LE
      *    ENQUANTO O TITULAR FOR O MESMO; O ULTIMO SEQUENCIAL LIDO
      *    FICA EM WS-DEP-ULT-SEQ (COPY DEPSTS). EXIGE DEPENDE-FILE
      *    ABERTO (INPUT OU I-O) - COPY DEPSEL, DEPFD E DEPSTS.
      *================================================================*
       CONTA-DEPENDENTES-PARAGRAFO.
           MOVE ZERO TO WS-QTD-DEPENDENTES
           MOVE ZERO TO WS-DEP-ULT-SEQ
           MOVE "N"  TO WS-FIM-DEPENDE
           MOVE CPF  TO DEP-CPF-TITULAR
           MOVE ZERO TO DEP-SEQ
           START DEPENDE-FILE KEY NOT LESS DEP-CHAVE
               INVALID KEY
                   MOVE "S" TO WS-FIM-DEPENDE
           END-START
           PERFORM UNTIL FIM-DEPENDE
               READ DEPENDE-FILE NEXT RECORD
                   AT END
                       MOVE "S" TO WS-FIM-DEPENDE
                   NOT AT END
                       IF DEP-CPF-TITULAR NOT = CPF
                           MOVE "S" TO WS-FIM-DEPENDE
                       ELSE
                           ADD 1 TO WS-QTD-DEPENDENTES
                           MOVE DEP-SEQ TO WS-DEP-ULT-SEQ
                       END-IF
               END-READ
           END-PERFORM.
