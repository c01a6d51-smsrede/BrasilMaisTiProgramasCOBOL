      *>   SO - A CHAVE COMECA PELA COMPETENCIA AAAAMM) E IMPRIME EM
      *>   INFORME.TXT, POR CPF, OS TOTAIS DE RENDIMENTO BRUTO, INSS
      *>   RETIDO, IRRF RETIDO E LIQUIDO, COM A QUANTIDADE DE
      *>   COMPETENCIAS FECHADAS NO ANO. SAEM TAMBEM A DEDUCAO POR
      *>   DEPENDENTES APLICADA NA BASE DO IRRF NO ANO E A QUANTIDADE
      *>   DE DEPENDENTES DA ULTIMA COMPETENCIA FECHADA - O QUE FOI
      *>   GRAVADO NO HISTORICO, NAO O CADASTRO DE HOJE.
      *>   O 13O SALARIO (LINHAS DO FECHA-13-SALARIO NAS COMPETENCIAS
      *>   FICTICIAS AAAA13/AAAA14) NAO ENTRA NOS TOTAIS MENSAIS: SAI
      *>   NO QUADRO PROPRIO DE RENDIMENTOS SUJEITOS A TRIBUTACAO
      *>   EXCLUSIVA, COMO PEDE O MODELO DA RECEITA FEDERAL - 13O
      *>   BRUTO (O DA 2A PARCELA; SO COM A 1A PAGA, O ADIANTAMENTO),
      *>   INSS E IRRF RETIDOS NO 13O E O LIQUIDO DAS DUAS PARCELAS.
      *>   A TABELA COMPORTA 9999 CPFS DISTINTOS - ESTOURO DERRUBA O
      *>   JOB COM RETURN-CODE 8 EM VEZ DE SAIR INFORME INCOMPLETO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB INFORMEA.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY HFOLSEL.
           COPY ESTEISEL.
               SELECT INFORME-FILE ASSIGN TO "INFORME.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INFORME-STATUS.

           FD  INFORME-FILE.
           01  REG-INFORME PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY HFOLSTS.
           COPY ESTEIWS.

           77 WS-INFORME-STATUS    PIC X(02) VALUE SPACES.
               88 INFORME-OK       VALUE "00".
                   05 WS-ALU-TAB-INSS    PIC 9(12)V99.
                   05 WS-ALU-TAB-IRRF    PIC 9(12)V99.
                   05 WS-ALU-TAB-LIQUIDO PIC 9(12)V99.
                   05 WS-ALU-TAB-QTD-DEP PIC 9(02).
                   05 WS-ALU-TAB-DEDUCAO PIC 9(12)V99.
                   05 WS-ALU-TAB-13-PARC1   PIC 9(12)V99.
                   05 WS-ALU-TAB-13-BRUTO   PIC 9(12)V99.
                   05 WS-ALU-TAB-13-INSS    PIC 9(12)V99.
                   05 WS-ALU-TAB-13-IRRF    PIC 9(12)V99.
                   05 WS-ALU-TAB-13-LIQUIDO PIC 9(12)V99.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "INFORMEA" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-INFORME-PARAGRAFO
               END-IF.
               ACCEPT WS-ANO-X.
               ACCEPT WS-CPF-X.
               IF WS-ANO-X NOT NUMERIC
                   MOVE WS-CPF-X TO WS-CPF-FILTRO
               END-IF.
               COMPUTE WS-COMP-INICIAL = (WS-ANO-PEDIDO * 100) + 1.
               COMPUTE WS-COMP-FINAL   = (WS-ANO-PEDIDO * 100) + 14.

               OPEN INPUT HISTFOL-FILE.
               IF NOT HISTFOL-OK
               CLOSE INFORME-FILE.

       FIM-INFORME-PARAGRAFO.
               MOVE WS-QTD-LINHAS TO WS-EST-QTD-LIDOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       ACUMULA-CPF-PARAGRAFO.
                   MOVE ZERO TO WS-ALU-TAB-INSS (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-IRRF (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-LIQUIDO (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-DEDUCAO (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-QTD-DEP (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-13-PARC1 (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-13-BRUTO (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-13-INSS (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-13-IRRF (WS-ALU-IDX)
                   MOVE ZERO TO WS-ALU-TAB-13-LIQUIDO (WS-ALU-IDX)
               END-IF.
               IF HFOL-13-PARCELA-1
                   ADD HFOL-BRUTO TO WS-ALU-TAB-13-PARC1 (WS-ALU-IDX)
                   ADD HFOL-LIQUIDO
                       TO WS-ALU-TAB-13-LIQUIDO (WS-ALU-IDX)
                   GO TO FIM-ACUMULA-CPF-PARAGRAFO
               END-IF.
               IF HFOL-13-PARCELA-2
                   ADD HFOL-BRUTO TO WS-ALU-TAB-13-BRUTO (WS-ALU-IDX)
                   ADD HFOL-INSS  TO WS-ALU-TAB-13-INSS (WS-ALU-IDX)
                   ADD HFOL-IRRF  TO WS-ALU-TAB-13-IRRF (WS-ALU-IDX)
                   ADD HFOL-LIQUIDO
                       TO WS-ALU-TAB-13-LIQUIDO (WS-ALU-IDX)
                   GO TO FIM-ACUMULA-CPF-PARAGRAFO
               END-IF.
               ADD 1 TO WS-ALU-TAB-MESES (WS-ALU-IDX).
               ADD HFOL-BRUTO   TO WS-ALU-TAB-BRUTO (WS-ALU-IDX).
               ADD HFOL-INSS    TO WS-ALU-TAB-INSS (WS-ALU-IDX).
               ADD HFOL-IRRF    TO WS-ALU-TAB-IRRF (WS-ALU-IDX).
               ADD HFOL-LIQUIDO TO WS-ALU-TAB-LIQUIDO (WS-ALU-IDX).
               ADD HFOL-DEDUCAO-DEPEND
                   TO WS-ALU-TAB-DEDUCAO (WS-ALU-IDX).
      *>   O HISTORICO E LIDO EM ORDEM DE COMPETENCIA: FICA A
      *>   QUANTIDADE DA ULTIMA COMPETENCIA DO ANO
               MOVE HFOL-QTD-DEPEND TO WS-ALU-TAB-QTD-DEP (WS-ALU-IDX).

       FIM-ACUMULA-CPF-PARAGRAFO.
               EXIT.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-QTD-DEP (WS-ALU-IDX) TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "DEPENDENTES (ULTIMA COMPET.)..: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-DEDUCAO (WS-ALU-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "DEDUCAO DEPENDENTES TOTAL.....: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-LIQUIDO (WS-ALU-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "RENDIMENTO LIQUIDO TOTAL......: "
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               PERFORM IMPRIME-QUADRO-13-PARAGRAFO.

       IMPRIME-QUADRO-13-PARAGRAFO.
      *>   QUADRO DE TRIBUTACAO EXCLUSIVA. O 13O BRUTO E O DA 2A
      *>   PARCELA (O 13O INTEIRO); SE SO A 1A FOI PAGA NO ANO, VALE
      *>   O ADIANTAMENTO.
               MOVE SPACES TO WS-LINHA.
               STRING "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA"
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               IF WS-ALU-TAB-13-BRUTO (WS-ALU-IDX) = ZERO
                   MOVE WS-ALU-TAB-13-PARC1 (WS-ALU-IDX)
                       TO WS-VALOR-EDIT
               ELSE
                   MOVE WS-ALU-TAB-13-BRUTO (WS-ALU-IDX)
                       TO WS-VALOR-EDIT
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "  13O SALARIO.................: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-13-INSS (WS-ALU-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  INSS RETIDO SOBRE O 13O.....: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-13-IRRF (WS-ALU-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  IRRF RETIDO SOBRE O 13O.....: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.
               MOVE WS-ALU-TAB-13-LIQUIDO (WS-ALU-IDX)
                   TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  13O LIQUIDO (1A + 2A PARC.).: "
                      WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-INFORME.
               WRITE REG-INFORME.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
