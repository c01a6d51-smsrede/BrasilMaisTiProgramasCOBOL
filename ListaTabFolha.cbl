      *>   FORA DO INTERVALO) E MOSTRA QUAL VERSAO DE CADA TABELA
      *>   ESTA EM VIGOR HOJE. E COM ESTA LISTAGEM QUE A OPERACAO
      *>   CONFERE A TABELA DO ANO SEGUINTE DEPOIS DE PREPARA-LA
      *>   COM VIGENCIA FUTURA. A LINHA DE DEDUCAO POR DEPENDENTE
      *>   (TIPO DEPE, FAIXA UNICA 1) E LISTADA E CONFERIDA JUNTO,
      *>   ASSIM COMO A MARGEM CONSIGNAVEL DO DESCONTO DE MENSALIDADE
      *>   EM FOLHA (TIPO CONS, FAIXA UNICA 1).
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB LISTATBF.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY TABFSEL.
           COPY ESTEISEL.
               SELECT LISTAGEM-FILE ASSIGN TO "LISTATBF.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LISTAGEM-STATUS.

           FD  LISTAGEM-FILE.
           01  REG-LISTAGEM PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY TABFSTS.
           COPY ESTEIWS.

           77 WS-LISTAGEM-STATUS   PIC X(02) VALUE SPACES.
               88 LISTAGEM-OK      VALUE "00".
           77 WS-DATA-HOJE         PIC 9(08) VALUE ZERO.
           77 WS-VIG-INSS-HOJE     PIC 9(08) VALUE ZERO.
           77 WS-VIG-IRRF-HOJE     PIC 9(08) VALUE ZERO.
           77 WS-VIG-DEPE-HOJE     PIC 9(08) VALUE ZERO.
           77 WS-VIG-CONS-HOJE     PIC 9(08) VALUE ZERO.
           77 WS-QTD-LINHAS        PIC 9(04) VALUE ZERO.
           77 WS-QTD-INVALIDAS     PIC 9(04) VALUE ZERO.
           77 WS-QTD-EDIT          PIC ZZZ9.
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "LISTATBF" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-LISTA-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-HOJE.
               OPEN INPUT TABFOLHA-FILE.
               IF NOT TABFOLHA-OK
               END-IF.

       FIM-LISTA-PARAGRAFO.
               MOVE WS-QTD-LINHAS TO WS-EST-QTD-LIDOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LISTA-LINHA-PARAGRAFO.
               ADD 1 TO WS-QTD-LINHAS.
               MOVE SPACES TO WS-CRITICA.
               IF NOT TABF-TIPO-INSS AND NOT TABF-TIPO-IRRF
                  AND NOT TABF-TIPO-DEPE AND NOT TABF-TIPO-CONS
                   MOVE "*TIPO DESCONHECIDO*" TO WS-CRITICA
               ELSE
                   IF TABF-VIGENCIA NOT NUMERIC
                           (TABF-FAIXA < 1 OR TABF-FAIXA > 4))
                          OR (TABF-TIPO-IRRF AND
                           (TABF-FAIXA < 1 OR TABF-FAIXA > 5))
                          OR (TABF-TIPO-DEPE AND TABF-FAIXA NOT = 1)
                          OR (TABF-TIPO-CONS AND TABF-FAIXA NOT = 1)
                           MOVE "*FAIXA FORA DO LIMITE*"
                               TO WS-CRITICA
                       END-IF
                  AND TABF-VIGENCIA > WS-VIG-IRRF-HOJE
                   MOVE TABF-VIGENCIA TO WS-VIG-IRRF-HOJE
               END-IF.
               IF TABF-TIPO-DEPE
                  AND TABF-VIGENCIA > WS-VIG-DEPE-HOJE
                   MOVE TABF-VIGENCIA TO WS-VIG-DEPE-HOJE
               END-IF.
               IF TABF-TIPO-CONS
                  AND TABF-VIGENCIA > WS-VIG-CONS-HOJE
                   MOVE TABF-VIGENCIA TO WS-VIG-CONS-HOJE
               END-IF.

       FIM-ACOMPANHA-VIGENCIA-PARAGRAFO.
               EXIT.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-LISTAGEM.
               WRITE REG-LISTAGEM.
               MOVE SPACES TO WS-LINHA.
               STRING "VERSAO DO DEPE EM VIGOR HOJE: "
                      WS-VIG-DEPE-HOJE
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-LISTAGEM.
               WRITE REG-LISTAGEM.
               MOVE SPACES TO WS-LINHA.
               STRING "VERSAO DO CONS EM VIGOR HOJE: "
                      WS-VIG-CONS-HOJE
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-LISTAGEM.
               WRITE REG-LISTAGEM.
               MOVE WS-QTD-LINHAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS DE FAIXA LIDAS....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-LISTAGEM.
               WRITE REG-LISTAGEM.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
