       PROGRAM-ID.                                 BAIXA-PAGAMENTOS.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH QUE PROCESSA O ARQUIVO DE RETORNO DA COBRANCA
      *>   DO BANCO (RETBANCO.TXT). UMA LINHA POR OCORRENCIA, CAMPOS
      *>   SEPARADOS POR UM ESPACO (COMO O TABFOLHA.DAT):
      *>     OCORRENCIA   9(02) 02 = ENTRADA CONFIRMADA
      *>                        03 = ENTRADA REJEITADA
      *>                        06 = LIQUIDACAO (PAGAMENTO)
      *>     NOSSO NUMERO 9(10)
      *>     DATA         9(08) AAAAMMDD (DO PAGAMENTO NA LIQUIDACAO)
      *>     VALOR        10 DIGITOS (2 DECIMAIS IMPLICITOS)
      *>     MOTIVO       X(02) CODIGO DO BANCO NA REJEICAO
      *>   CADA LINHA LOCALIZA A FATURA EM FATURA.DAT PELO NOSSO
      *>   NUMERO DADO NA REMESSA-COBRANCA (CHAVE ALTERNADA).
      *>   ENTRADA CONFIRMADA MARCA A COBRANCA DA FATURA COMO "C";
      *>   ENTRADA REJEITADA MARCA "R" (A FATURA VOLTA NA PROXIMA
      *>   REMESSA) - AMBAS SAEM LISTADAS NO BAIXAS.TXT, A REJEITADA
      *>   COM O MOTIVO DO BANCO PARA A TESOURARIA CORRIGIR.
      *>   LIQUIDACAO MARCA A FATURA COM SITUACAO "P" E A DATA DO
      *>   PAGAMENTO. LINHA INVALIDA, SEM FATURA, FATURA JA BAIXADA
      *>   OU VALOR DIVERGENTE VAI PARA O RELATORIO COMO LINHA NAO
      *>   PROCESSADA - A FATURA NAO E TOCADA NESSES CASOS. HOUVE
      *>   LINHA NAO PROCESSADA OU ENTRADA REJEITADA PELO BANCO, O
      *>   JOB TERMINA COM RETURN-CODE 4 PARA A TESOURARIA CONFERIR.
      *>   A BAIXA E MARCADA COM ORIGEM "B" (BANCO) - AS DESCONTADAS
      *>   EM FOLHA PELO FECHA-FOLHA SAO "F".
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB BAIXAPAG.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY FATSEL.
           COPY ESTEISEL.
               SELECT RETORNO-FILE ASSIGN TO "RETBANCO.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RETORNO-STATUS.

           FD  RETORNO-FILE.
           01  RETORNO-REG.
               05 RET-OCORRENCIA      PIC X(02).
                   88 RET-ENTRADA-CONFIRMADA VALUE "02".
                   88 RET-ENTRADA-REJEITADA  VALUE "03".
                   88 RET-LIQUIDACAO         VALUE "06".
               05 FILLER              PIC X(01).
               05 RET-NOSSO-NUMERO    PIC 9(10).
               05 FILLER              PIC X(01).
               05 RET-DATA-PAG        PIC 9(08).
               05 FILLER              PIC X(01).
               05 RET-VALOR           PIC 9(08)V99.
               05 FILLER              PIC X(01).
               05 RET-MOTIVO          PIC X(02).

           FD  BAIXAS-FILE.
           01  REG-BAIXA PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY FATSTS.
           COPY ESTEIWS.

           77 WS-RETORNO-STATUS    PIC X(02) VALUE SPACES.
               88 RETORNO-OK       VALUE "00".
           77 WS-QTD-LIDAS         PIC 9(06) VALUE ZERO.
           77 WS-QTD-BAIXADAS      PIC 9(06) VALUE ZERO.
           77 WS-QTD-REJEITADAS    PIC 9(06) VALUE ZERO.
           77 WS-QTD-CONFIRMADAS   PIC 9(06) VALUE ZERO.
           77 WS-QTD-RECUSADAS     PIC 9(06) VALUE ZERO.
           77 WS-MOTIVO-BANCO      PIC X(30) VALUE SPACES.
           77 WS-TOT-BAIXADO       PIC 9(13)V99 VALUE ZERO.
           77 WS-MOTIVO-REJEICAO   PIC X(20) VALUE SPACES.
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "BAIXAPAG" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-BAIXA-PARAGRAFO
               END-IF.
               OPEN INPUT RETORNO-FILE.
               IF NOT RETORNO-OK
                   DISPLAY "ERRO AO ABRIR RETBANCO.TXT - STATUS "
                   GO TO FIM-BAIXA-PARAGRAFO
               END-IF.

               MOVE "BAIXA DE PAGAMENTOS - RETORNO DA COBRANCA"
                   TO REG-BAIXA.
               WRITE REG-BAIXA.
               MOVE SPACES TO REG-BAIXA.
               CLOSE FATURA-FILE.
               CLOSE BAIXAS-FILE.
               IF WS-QTD-REJEITADAS NOT = ZERO
                  OR WS-QTD-RECUSADAS NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

       FIM-BAIXA-PARAGRAFO.
               MOVE WS-QTD-LIDAS TO WS-EST-QTD-LIDOS.
               COMPUTE WS-EST-QTD-GRAVADOS = WS-QTD-BAIXADAS
                   + WS-QTD-CONFIRMADAS + WS-QTD-RECUSADAS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       BAIXA-PAGAMENTO-PARAGRAFO.
               ADD 1 TO WS-QTD-LIDAS.
               IF RET-NOSSO-NUMERO NOT NUMERIC
                  OR RET-NOSSO-NUMERO = ZERO
                  OR RET-DATA-PAG NOT NUMERIC
                  OR RET-VALOR NOT NUMERIC
                  OR (NOT RET-ENTRADA-CONFIRMADA
                      AND NOT RET-ENTRADA-REJEITADA
                      AND NOT RET-LIQUIDACAO)
                   MOVE "LINHA INVALIDA" TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO-PARAGRAFO
                   GO TO FIM-BAIXA-PAGTO-PARAGRAFO
               END-IF.
               MOVE RET-NOSSO-NUMERO TO FAT-NOSSO-NUMERO.
               READ FATURA-FILE KEY IS FAT-NOSSO-NUMERO
                   INVALID KEY
                       MOVE "FATURA NAO EXISTE" TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF RET-ENTRADA-CONFIRMADA OR RET-ENTRADA-REJEITADA
                   PERFORM REGISTRA-ENTRADA-PARAGRAFO
                       THRU FIM-REGISTRA-ENTRADA-PARAGRAFO
                   GO TO FIM-BAIXA-PAGTO-PARAGRAFO
               END-IF.
               IF FAT-PAGA
                   MOVE "FATURA JA BAIXADA" TO WS-MOTIVO-REJEICAO
                   PERFORM GRAVA-REJEICAO-PARAGRAFO
               END-IF.
               MOVE "P" TO FAT-SITUACAO.
               MOVE RET-DATA-PAG TO FAT-DATA-PAGTO.
               MOVE "B" TO FAT-ORIGEM-BAIXA.
               REWRITE FATURA-REG
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR" TO WS-MOTIVO-REJEICAO
       FIM-BAIXA-PAGTO-PARAGRAFO.
               EXIT.

       REGISTRA-ENTRADA-PARAGRAFO.
      *>   RESPOSTA DO BANCO AO REGISTRO DO BOLETO ENVIADO NA
      *>   REMESSA DE COBRANCA. SO MUDA A SITUACAO DE COBRANCA - A
      *>   SITUACAO DA FATURA (ABERTA/PAGA/VENCIDA) FICA COMO ESTA.
               IF RET-ENTRADA-CONFIRMADA
                   MOVE "C" TO FAT-SIT-COBRANCA
                   MOVE "ENTRADA CONFIRMADA" TO WS-MOTIVO-BANCO
               ELSE
                   MOVE "R" TO FAT-SIT-COBRANCA
                   MOVE SPACES TO WS-MOTIVO-BANCO
                   STRING "ENTRADA REJEITADA - MOTIVO " RET-MOTIVO
                       DELIMITED BY SIZE INTO WS-MOTIVO-BANCO
               END-IF.
               REWRITE FATURA-REG
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR" TO WS-MOTIVO-REJEICAO
                       PERFORM GRAVA-REJEICAO-PARAGRAFO
                       GO TO FIM-REGISTRA-ENTRADA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE.
               IF RET-ENTRADA-CONFIRMADA
                   ADD 1 TO WS-QTD-CONFIRMADAS
               ELSE
                   ADD 1 TO WS-QTD-RECUSADAS
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "NOSSO NUMERO:" FAT-NOSSO-NUMERO
                      "  COMPETENCIA:" FAT-COMP
                      "  CPF:" FAT-CPF
                      "  CURSO:" FAT-CURSO
                      "  " WS-MOTIVO-BANCO
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.

       FIM-REGISTRA-ENTRADA-PARAGRAFO.
               EXIT.

       GRAVA-REJEICAO-PARAGRAFO.
               ADD 1 TO WS-QTD-REJEITADAS.
               MOVE SPACES TO WS-LINHA.
               STRING "OCORRENCIA:" RET-OCORRENCIA
                      "  NOSSO NUMERO:" RET-NOSSO-NUMERO
                      "  NAO PROCESSADA - MOTIVO:" WS-MOTIVO-REJEICAO
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.
               MOVE WS-QTD-CONFIRMADAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ENTRADAS CONFIRMADAS.: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.
               MOVE WS-QTD-RECUSADAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ENTRADAS REJEITADAS..: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.
               MOVE WS-QTD-REJEITADAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "NAO PROCESSADAS......: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-BAIXA.
               WRITE REG-BAIXA.
               MOVE WS-QTD-BAIXADAS TO WS-QTD-EDIT.
               DISPLAY "BAIXA CONCLUIDA COM " WS-QTD-EDIT
                   " FATURAS BAIXADAS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
