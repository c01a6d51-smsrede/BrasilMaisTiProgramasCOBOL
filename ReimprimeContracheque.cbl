      *>   COMPETENCIA/CPF SEM LINHA NO HISTORICO TERMINA COM
      *>   RETURN-CODE 8 (SO EXISTE HISTORICO DE FECHAMENTO FEITO
      *>   DEPOIS DA CRIACAO DO HISTFOL.DAT).
      *>   A QUANTIDADE DE DEPENDENTES E A DEDUCAO NA BASE DO IRRF
      *>   TAMBEM SAEM DO HISTORICO - AS QUE VALERAM NO FECHAMENTO.
      *>   HOUVE DESCONTO DE MENSALIDADE EM FOLHA NA COMPETENCIA: SAI
      *>   O TOTAL DESCONTADO E O LIQUIDO CREDITADO (O HISTORICO NAO
      *>   GUARDA AS FATURAS UMA A UMA - ESTAO NO FATURA.DAT, BAIXADAS
      *>   COM A COMPETENCIA DA FOLHA).
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB REIMPCON.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY HFOLSEL.
           COPY ESTEISEL.
               SELECT RECONTRA-FILE ASSIGN TO "RECONTRA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RECONTRA-STATUS.

           FD  RECONTRA-FILE.
           01  REG-RECONTRA PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY HFOLSTS.
           COPY ESTEIWS.

           77 WS-RECONTRA-STATUS   PIC X(02) VALUE SPACES.
               88 RECONTRA-OK      VALUE "00".
           77 WS-CPF-PEDIDO        PIC 9(11) VALUE ZERO.

           77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
           77 WS-DEDUCAO-EDIT      PIC Z.ZZZ.ZZZ.ZZ9,99.
           77 WS-LINHA             PIC X(132).
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "REIMPCON" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-REIMPRIME-PARAGRAFO
               END-IF.
               ACCEPT WS-COMPETENCIA-X.
               ACCEPT WS-CPF-X.
               IF WS-COMPETENCIA-X NOT NUMERIC
                   WS-CPF-PEDIDO " REIMPRESSO".

       FIM-REIMPRIME-PARAGRAFO.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       IMPRIME-CONTRACHEQUE-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RECONTRA.
               WRITE REG-RECONTRA.
               IF HFOL-QTD-DEPEND > ZERO
                   MOVE HFOL-DEDUCAO-DEPEND TO WS-DEDUCAO-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "DEPENDENTES (IR)..: " HFOL-QTD-DEPEND
                          " - DEDUCAO NA BASE: " WS-DEDUCAO-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-RECONTRA
                   WRITE REG-RECONTRA
               END-IF.
               MOVE HFOL-IRRF TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) IRRF........: " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RECONTRA.
               WRITE REG-RECONTRA.
               IF HFOL-DESC-FATURAS > ZERO
                   MOVE HFOL-DESC-FATURAS TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "( - ) MENSALIDADES EM FOLHA: " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-RECONTRA
                   WRITE REG-RECONTRA
                   COMPUTE WS-VALOR-EDIT =
                       HFOL-LIQUIDO - HFOL-DESC-FATURAS
                   MOVE SPACES TO WS-LINHA
                   STRING "( = ) LIQUIDO CREDITADO: " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-RECONTRA
                   WRITE REG-RECONTRA
               END-IF.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
