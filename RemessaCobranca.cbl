      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 REMESSA-COBRANCA.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DA REMESSA DE COBRANCA BANCARIA (BOLETOS) DAS
      *>   MENSALIDADES. RECEBE PELO SYSIN A COMPETENCIA (MMAAAA) E,
      *>   NA SEGUNDA LINHA, "R" PARA REENVIAR AS FATURAS QUE JA
      *>   FORAM NUMA REMESSA ANTERIOR E O BANCO AINDA NAO CONFIRMOU
      *>   (ARQUIVO PERDIDO OU NAO TRANSMITIDO) - BRANCO = SO AS
      *>   NOVAS E AS REJEITADAS PELO BANCO.
      *>   PERCORRE AS FATURAS ABERTAS/VENCIDAS DA COMPETENCIA EM
      *>   FATURA.DAT E GRAVA EM REMCOBR.TXT O ARQUIVO NO LAYOUT
      *>   FIXO DO BANCO: HEADER COM A EMPRESA, O NUMERO SEQUENCIAL
      *>   DA REMESSA E A COMPETENCIA; UM DETALHE POR FATURA COM O
      *>   NOSSO NUMERO, NOME, ENDERECO E CEP DO PAGADOR (ALUNOS.DAT),
      *>   VENCIMENTO E VALOR; TRAILER COM QUANTIDADE E VALOR TOTAL.
      *>   CADA FATURA REMETIDA GUARDA O NOSSO NUMERO E FICA COM
      *>   SITUACAO DE COBRANCA "E" (ENVIADA) - E POR ELE QUE O
      *>   BAIXA-PAGAMENTOS LOCALIZA A FATURA NO RETORNO DO BANCO.
      *>   O NOSSO NUMERO E SEQUENCIAL E NUNCA SE REPETE: O ULTIMO
      *>   USADO FICA NO COBRANCA.CTL E, ANTES DE USAR O PROXIMO,
      *>   O PROGRAMA CONFERE NA CHAVE ALTERNADA DO FATURA.DAT QUE
      *>   ELE ESTA LIVRE (CONTROLE PERDIDO OU JOB ABORTADO NO MEIO
      *>   NAO GERA NUMERO DUPLICADO). FATURA REJEITADA PELO BANCO
      *>   VOLTA COM O MESMO NOSSO NUMERO.
      *>   ALUNO FORA DO ALUNOS.DAT OU SEM ENDERECO/CEP NAO VAI PARA
      *>   A REMESSA (O BANCO RECUSARIA O BOLETO), NEM A FATURA
      *>   MARCADA PARA AJUSTE PELA SECRETARIA (TRANSFERENCIA DE
      *>   TURMA NA COMPETENCIA): SAEM COMO OCORRENCIA NO RELATORIO
      *>   COBRANCA.TXT E O JOB TERMINA COM RETURN-CODE 4. ERRO DE
      *>   ARQUIVO TERMINA COM RETURN-CODE 8.
      *>   ALUNO COM AUTORIZACAO VIGENTE DE DESCONTO EM FOLHA
      *>   (AUTDESC.DAT) NAO RECEBE BOLETO: A FATURA AINDA NAO
      *>   REMETIDA (OU REJEITADA) FICA PARA O FECHA-FOLHA DESCONTAR
      *>   E SO ENTRA NA CONTAGEM "DESCONTO EM FOLHA" DO RELATORIO -
      *>   BOLETO VIVO NO BANCO O FECHA-FOLHA NAO DESCONTA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB REMCOBR.
      *>   E DA ESTEIRA DA MANHA: SE RECUSA A COMECAR (RC 8) QUANDO
      *>   O CONCILIA OU O CONCMATR DA DATA DE NEGOCIO TERMINOU COM
      *>   RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
       ENVIRONMENT                                  DIVISION.
      *================================================================*
         CONFIGURATION                   SECTION.
               SPECIAL-NAMES.
                  DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
         INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
               FILE-CONTROL.
           COPY FATSEL.
           COPY ALUNOSEL.
           COPY AUTDSEL.
           COPY ESTEISEL.
               SELECT CONTROLE-FILE ASSIGN TO "COBRANCA.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROLE-STATUS.
               SELECT REMCOBR-FILE ASSIGN TO "REMCOBR.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMCOBR-STATUS.
               SELECT RELATO-FILE ASSIGN TO "COBRANCA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELATO-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  FATURA-FILE.
           COPY FATFD.

           FD  ALUNOS-FILE.
           COPY ALUNOFD.

           FD  AUTDESC-FILE.
           COPY AUTDFD.

           FD  CONTROLE-FILE.
           01  CONTROLE-REG.
               05 CTL-ULTIMO-NOSSO-NUM PIC 9(10).
               05 CTL-ULTIMA-REMESSA   PIC 9(06).
               05 CTL-DATA-HORA        PIC 9(14).

           FD  REMCOBR-FILE.
           01  REG-REMCOBR PIC X(200).

           FD  RELATO-FILE.
           01  REG-RELATO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY FATSTS.
           COPY ALUNOSTS.
           COPY AUTDSTS.
           COPY ESTEIWS.

           77 WS-CONTROLE-STATUS   PIC X(02) VALUE SPACES.
               88 CONTROLE-OK      VALUE "00".
           77 WS-REMCOBR-STATUS    PIC X(02) VALUE SPACES.
               88 REMCOBR-OK       VALUE "00".
           77 WS-RELATO-STATUS     PIC X(02) VALUE SPACES.
               88 RELATO-OK        VALUE "00".

           77 WS-COMPETENCIA-X     PIC X(06) VALUE SPACES.
           01 WS-COMPETENCIA.
               05 WS-COMP-MM       PIC 9(02).
               05 WS-COMP-AAAA     PIC 9(04).
           01 WS-COMPETENCIA-NUM REDEFINES WS-COMPETENCIA PIC 9(06).
           77 WS-COMP-EDIT         PIC X(07) VALUE SPACES.
           77 WS-REENVIO-X         PIC X(01) VALUE SPACE.
               88 REENVIO          VALUE "R" "r".
           77 WS-DATA-REMESSA      PIC 9(08) VALUE ZERO.

           77 WS-ULTIMO-NOSSO-NUM  PIC 9(10) VALUE ZERO.
           77 WS-NUM-REMESSA       PIC 9(06) VALUE ZERO.
           77 WS-NOSSO-LIVRE       PIC X(01) VALUE "N".
               88 NOSSO-LIVRE      VALUE "S".

      *>   FATURAS A REMETER DA COMPETENCIA. SAO CARREGADAS NUMA
      *>   PASSADA PELO FATURA.DAT ANTES DE QUALQUER REGRAVACAO - A
      *>   CONFERENCIA DO NOSSO NUMERO NA CHAVE ALTERNADA TIRARIA A
      *>   LEITURA SEQUENCIAL DO LUGAR. O INDICE TEM UM DIGITO A MAIS
      *>   QUE A TABELA, COMO NO FECHA-FOLHA.
           77 WS-FIM-FATURAS       PIC X(01) VALUE "N".
               88 FIM-FATURAS      VALUE "S".
           77 WS-RC-ESTOURO        PIC X(01) VALUE "N".
               88 RC-ESTOURO       VALUE "S".
           77 WS-RC-USADOS         PIC 9(04) VALUE ZERO.
           77 WS-RC-IDX            PIC 9(05) VALUE ZERO.
           01 WS-RC-TABELA.
               03 WS-RC-OCORR OCCURS 9999 TIMES.
                   05 WS-RC-CPF        PIC 9(11).
                   05 WS-RC-CURSO      PIC 9(04).

           77 WS-QTD-REMETIDAS     PIC 9(06) VALUE ZERO.
           77 WS-QTD-JA-REMETIDAS  PIC 9(06) VALUE ZERO.
           77 WS-QTD-DESC-FOLHA    PIC 9(06) VALUE ZERO.
           77 WS-QTD-OCORRENCIAS   PIC 9(06) VALUE ZERO.
           77 WS-TOT-REMETIDO      PIC 9(13)V99 VALUE ZERO.
           77 WS-MOTIVO-OCORR      PIC X(30) VALUE SPACES.
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-TOT-EDIT          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           77 WS-LINHA             PIC X(132).

      *>   LAYOUT FIXO DA REMESSA DE COBRANCA ACEITO PELO BANCO
      *>   (REGISTRO DE 200). O SEU NUMERO E A COMPETENCIA + CURSO
      *>   DA FATURA, SO PARA CONFERENCIA NO PORTAL DO BANCO.
           01 WS-COBR-HEADER.
               05 FILLER           PIC X(01) VALUE "H".
               05 COBR-CNPJ        PIC 9(14) VALUE 04696836000130.
               05 COBR-EMPRESA     PIC X(30) VALUE
                  "BRASIL MAIS TI TREINAMENTOS".
               05 COBR-NUM-REMESSA PIC 9(06).
               05 COBR-COMPETENCIA PIC 9(06).
               05 COBR-DATA-GERACAO PIC 9(08).
           01 WS-COBR-DETALHE.
               05 FILLER           PIC X(01) VALUE "D".
               05 COBR-NOSSO-NUMERO PIC 9(10).
               05 COBR-SEU-NUMERO.
                   10 COBR-SEU-COMP  PIC 9(06).
                   10 COBR-SEU-CURSO PIC 9(04).
               05 COBR-CPF         PIC 9(11).
               05 COBR-NOME        PIC X(60).
               05 COBR-ENDERECO    PIC X(50).
               05 COBR-CEP         PIC 9(08).
               05 COBR-VENCIMENTO  PIC 9(08).
               05 COBR-VALOR       PIC 9(08)V99.
           01 WS-COBR-TRAILER.
               05 FILLER           PIC X(01) VALUE "T".
               05 COBR-QTD         PIC 9(06).
               05 COBR-TOTAL       PIC 9(13)V99.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "REMCOBR" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               ACCEPT WS-COMPETENCIA-X.
               IF WS-COMPETENCIA-X NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                       WS-COMPETENCIA-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA.
               IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
                  OR WS-COMP-AAAA < 2000
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                       WS-COMPETENCIA-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               MOVE SPACES TO WS-COMP-EDIT.
               STRING WS-COMP-MM "/" WS-COMP-AAAA
                   DELIMITED BY SIZE INTO WS-COMP-EDIT.
               ACCEPT WS-REENVIO-X.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-REMESSA.

               OPEN I-O FATURA-FILE.
               IF NOT FATURA-OK
                   DISPLAY "ERRO AO ABRIR FATURA.DAT - STATUS "
                       WS-FATURA-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS "
                       WS-ALUNOS-STATUS
                   CLOSE FATURA-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               OPEN INPUT AUTDESC-FILE.
               IF NOT AUTDESC-OK
                   OPEN OUTPUT AUTDESC-FILE
                   CLOSE AUTDESC-FILE
                   OPEN INPUT AUTDESC-FILE
               END-IF.
               IF NOT AUTDESC-OK
                   DISPLAY "ERRO AO ABRIR AUTDESC.DAT - STATUS "
                       WS-AUTDESC-STATUS
                   CLOSE FATURA-FILE
                   CLOSE ALUNOS-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               OPEN OUTPUT REMCOBR-FILE.
               IF NOT REMCOBR-OK
                   DISPLAY "ERRO AO ABRIR REMCOBR.TXT - STATUS "
                       WS-REMCOBR-STATUS
                   CLOSE FATURA-FILE
                   CLOSE ALUNOS-FILE
                   CLOSE AUTDESC-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.
               OPEN OUTPUT RELATO-FILE.
               IF NOT RELATO-OK
                   DISPLAY "ERRO AO ABRIR COBRANCA.TXT - STATUS "
                       WS-RELATO-STATUS
                   CLOSE FATURA-FILE
                   CLOSE ALUNOS-FILE
                   CLOSE AUTDESC-FILE
                   CLOSE REMCOBR-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.

               PERFORM LE-CONTROLE-PARAGRAFO
                   THRU FIM-LE-CONTROLE-PARAGRAFO.
               PERFORM CARREGA-FATURAS-PARAGRAFO.
               IF RC-ESTOURO
                   DISPLAY "MAIS DE 9999 FATURAS A REMETER NA "
                       "COMPETENCIA - REMESSA ABORTADA"
                   CLOSE FATURA-FILE
                   CLOSE ALUNOS-FILE
                   CLOSE AUTDESC-FILE
                   CLOSE REMCOBR-FILE
                   CLOSE RELATO-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-REMESSA-COBR-PARAGRAFO
               END-IF.

               ADD 1 TO WS-NUM-REMESSA.
               MOVE WS-NUM-REMESSA     TO COBR-NUM-REMESSA.
               MOVE WS-COMPETENCIA-NUM TO COBR-COMPETENCIA.
               MOVE WS-DATA-REMESSA    TO COBR-DATA-GERACAO.
               MOVE WS-COBR-HEADER TO REG-REMCOBR.
               WRITE REG-REMCOBR.

               MOVE SPACES TO WS-LINHA.
               STRING "REMESSA DE COBRANCA " WS-NUM-REMESSA
                      " - COMPETENCIA " WS-COMP-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.

               PERFORM VARYING WS-RC-IDX FROM 1 BY 1
                       UNTIL WS-RC-IDX > WS-RC-USADOS
                   PERFORM REMETE-FATURA-PARAGRAFO
                       THRU FIM-REMETE-FATURA-PARAGRAFO
               END-PERFORM.

               MOVE WS-QTD-REMETIDAS TO COBR-QTD.
               MOVE WS-TOT-REMETIDO  TO COBR-TOTAL.
               MOVE WS-COBR-TRAILER TO REG-REMCOBR.
               WRITE REG-REMCOBR.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               PERFORM GRAVA-CONTROLE-PARAGRAFO.

               CLOSE FATURA-FILE.
               CLOSE ALUNOS-FILE.
               CLOSE AUTDESC-FILE.
               CLOSE REMCOBR-FILE.
               CLOSE RELATO-FILE.
               IF WS-QTD-OCORRENCIAS NOT = ZERO
                  AND RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.

       FIM-REMESSA-COBR-PARAGRAFO.
               COMPUTE WS-EST-QTD-LIDOS = WS-QTD-REMETIDAS
                   + WS-QTD-JA-REMETIDAS + WS-QTD-DESC-FOLHA.
               MOVE WS-QTD-REMETIDAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-CONTROLE-PARAGRAFO.
      *>   SEM COBRANCA.CTL (PRIMEIRA REMESSA) A NUMERACAO COMECA DO
      *>   ZERO - A CONFERENCIA NA CHAVE ALTERNADA PULA OS NUMEROS
      *>   QUE POR ACASO JA ESTEJAM NO FATURA.DAT.
               OPEN INPUT CONTROLE-FILE.
               IF NOT CONTROLE-OK
                   DISPLAY "COBRANCA.CTL NAO ENCONTRADO - NUMERACAO "
                       "INICIADA DO ZERO"
                   GO TO FIM-LE-CONTROLE-PARAGRAFO
               END-IF.
               READ CONTROLE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CTL-ULTIMO-NOSSO-NUM NUMERIC
                          AND CTL-ULTIMA-REMESSA NUMERIC
                           MOVE CTL-ULTIMO-NOSSO-NUM
                               TO WS-ULTIMO-NOSSO-NUM
                           MOVE CTL-ULTIMA-REMESSA TO WS-NUM-REMESSA
                       END-IF
               END-READ.
               CLOSE CONTROLE-FILE.

       FIM-LE-CONTROLE-PARAGRAFO.
               EXIT.

       CARREGA-FATURAS-PARAGRAFO.
      *>   A CHAVE DA FATURA COMECA PELA COMPETENCIA: POSICIONA NO
      *>   INICIO DELA E LE ATE MUDAR. ENTRAM AS ABERTAS/VENCIDAS
      *>   AINDA NAO REMETIDAS OU REJEITADAS PELO BANCO, E NO
      *>   REENVIO TAMBEM AS ENVIADAS SEM CONFIRMACAO.
               MOVE ZERO TO WS-RC-USADOS.
               MOVE "N" TO WS-FIM-FATURAS.
               MOVE WS-COMPETENCIA-NUM TO FAT-COMP.
               MOVE ZERO TO FAT-CPF.
               MOVE ZERO TO FAT-CURSO.
               START FATURA-FILE KEY NOT LESS FAT-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-FATURAS
               END-START.
               PERFORM UNTIL FIM-FATURAS OR RC-ESTOURO
                   READ FATURA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-FATURAS
                       NOT AT END
                           IF FAT-COMP NOT = WS-COMPETENCIA-NUM
                               MOVE "S" TO WS-FIM-FATURAS
                           ELSE
                               PERFORM AVALIA-FATURA-PARAGRAFO
                                   THRU FIM-AVALIA-FATURA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.

       AVALIA-FATURA-PARAGRAFO.
               IF NOT FAT-ABERTA AND NOT FAT-VENCIDA
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               IF FAT-COB-CONFIRMADA
                  OR (FAT-COB-REMETIDA AND NOT REENVIO)
                   ADD 1 TO WS-QTD-JA-REMETIDAS
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
      *>   DESCONTO EM FOLHA AUTORIZADO: SEM BOLETO, A FATURA FICA
      *>   PARA O FECHA-FOLHA (QUE NAO DESCONTA BOLETO ENVIADO - POR
      *>   ISSO A ENVIADA SEM CONFIRMACAO AINDA VAI NO REENVIO)
               IF FAT-COB-NAO-REMETIDA OR FAT-COB-REJEITADA
                   MOVE FAT-CPF TO AUTD-CPF
                   READ AUTDESC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF AUTD-VIGENTE
                               ADD 1 TO WS-QTD-DESC-FOLHA
                               GO TO FIM-AVALIA-FATURA-PARAGRAFO
                           END-IF
                   END-READ
               END-IF.
               IF WS-RC-USADOS = 9999
                   MOVE "S" TO WS-RC-ESTOURO
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               ADD 1 TO WS-RC-USADOS.
               MOVE FAT-CPF   TO WS-RC-CPF (WS-RC-USADOS).
               MOVE FAT-CURSO TO WS-RC-CURSO (WS-RC-USADOS).

       FIM-AVALIA-FATURA-PARAGRAFO.
               EXIT.

       REMETE-FATURA-PARAGRAFO.
               MOVE WS-RC-CPF (WS-RC-IDX) TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       MOVE "ALUNO NAO CADASTRADO" TO WS-MOTIVO-OCORR
                       PERFORM GRAVA-OCORRENCIA-PARAGRAFO
                       GO TO FIM-REMETE-FATURA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF ENDERECO-REG = SPACES OR CEP-REG-ALUNO = ZERO
                   MOVE "ALUNO SEM ENDERECO/CEP" TO WS-MOTIVO-OCORR
                   PERFORM GRAVA-OCORRENCIA-PARAGRAFO
                   GO TO FIM-REMETE-FATURA-PARAGRAFO
               END-IF.
               PERFORM LE-FATURA-PARAGRAFO
                   THRU FIM-LE-FATURA-PARAGRAFO.
               IF NOT FATURA-OK
                   GO TO FIM-REMETE-FATURA-PARAGRAFO
               END-IF.
               IF FAT-PEND-TRANSFERENCIA
                   MOVE "EM AJUSTE (TRANSFERENCIA)" TO WS-MOTIVO-OCORR
                   PERFORM GRAVA-OCORRENCIA-PARAGRAFO
                   GO TO FIM-REMETE-FATURA-PARAGRAFO
               END-IF.
               IF FAT-NOSSO-NUMERO = ZERO
                   PERFORM PROXIMO-NOSSO-NUMERO-PARAGRAFO
      *>   A CONFERENCIA DO NUMERO LIVRE LEU POR CIMA DO REGISTRO -
      *>   RELE A FATURA PELA CHAVE PRIMARIA ANTES DE REGRAVAR
                   PERFORM LE-FATURA-PARAGRAFO
                       THRU FIM-LE-FATURA-PARAGRAFO
                   IF NOT FATURA-OK
                       GO TO FIM-REMETE-FATURA-PARAGRAFO
                   END-IF
                   MOVE WS-ULTIMO-NOSSO-NUM TO FAT-NOSSO-NUMERO
               END-IF.
               MOVE "E" TO FAT-SIT-COBRANCA.
               MOVE WS-DATA-REMESSA TO FAT-DATA-REMESSA.
               REWRITE FATURA-REG
                   INVALID KEY
                       MOVE "ERRO AO REGRAVAR FATURA" TO WS-MOTIVO-OCORR
                       PERFORM GRAVA-OCORRENCIA-PARAGRAFO
                       GO TO FIM-REMETE-FATURA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE.
               PERFORM GRAVA-DETALHE-PARAGRAFO.

       FIM-REMETE-FATURA-PARAGRAFO.
               EXIT.

       LE-FATURA-PARAGRAFO.
               MOVE WS-COMPETENCIA-NUM    TO FAT-COMP.
               MOVE WS-RC-CPF (WS-RC-IDX)   TO FAT-CPF.
               MOVE WS-RC-CURSO (WS-RC-IDX) TO FAT-CURSO.
               READ FATURA-FILE
                   INVALID KEY
                       MOVE "FATURA NAO ENCONTRADA" TO WS-MOTIVO-OCORR
                       PERFORM GRAVA-OCORRENCIA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.

       FIM-LE-FATURA-PARAGRAFO.
               EXIT.

       PROXIMO-NOSSO-NUMERO-PARAGRAFO.
      *>   PROXIMO NUMERO DA SEQUENCIA QUE NAO ESTEJA EM NENHUMA
      *>   FATURA (CHAVE ALTERNADA).
               MOVE "N" TO WS-NOSSO-LIVRE.
               PERFORM UNTIL NOSSO-LIVRE
                   ADD 1 TO WS-ULTIMO-NOSSO-NUM
                   MOVE WS-ULTIMO-NOSSO-NUM TO FAT-NOSSO-NUMERO
                   READ FATURA-FILE KEY IS FAT-NOSSO-NUMERO
                       INVALID KEY
                           MOVE "S" TO WS-NOSSO-LIVRE
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-PERFORM.

       GRAVA-DETALHE-PARAGRAFO.
               MOVE FAT-NOSSO-NUMERO TO COBR-NOSSO-NUMERO.
               MOVE FAT-COMP         TO COBR-SEU-COMP.
               MOVE FAT-CURSO        TO COBR-SEU-CURSO.
               MOVE FAT-CPF          TO COBR-CPF.
               MOVE SPACES TO COBR-NOME.
               STRING PRIMEIRO-NOME-REG DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      SOBRENOME-REG DELIMITED BY "  "
                   INTO COBR-NOME.
               MOVE ENDERECO-REG     TO COBR-ENDERECO.
               MOVE CEP-REG-ALUNO    TO COBR-CEP.
               MOVE FAT-VENCIMENTO   TO COBR-VENCIMENTO.
               MOVE FAT-VALOR        TO COBR-VALOR.
               MOVE WS-COBR-DETALHE TO REG-REMCOBR.
               WRITE REG-REMCOBR.
               ADD 1 TO WS-QTD-REMETIDAS.
               ADD FAT-VALOR TO WS-TOT-REMETIDO.

       GRAVA-OCORRENCIA-PARAGRAFO.
               ADD 1 TO WS-QTD-OCORRENCIAS.
               MOVE SPACES TO WS-LINHA.
               STRING "CPF:" WS-RC-CPF (WS-RC-IDX)
                      "  CURSO:" WS-RC-CURSO (WS-RC-IDX)
                      "  NAO REMETIDA - " WS-MOTIVO-OCORR
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-REMETIDAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS REMETIDAS....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-TOT-REMETIDO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "VALOR TOTAL REMETIDO.: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-JA-REMETIDAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "JA EM COBRANCA.......: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-DESC-FOLHA TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "DESCONTO EM FOLHA....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-OCORRENCIAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "NAO REMETIDAS........: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-REMETIDAS TO WS-QTD-EDIT.
               DISPLAY "REMESSA DE COBRANCA " WS-COMP-EDIT
                   " CONCLUIDA COM " WS-QTD-EDIT " FATURAS".

       GRAVA-CONTROLE-PARAGRAFO.
      *>   ULTIMO NOSSO NUMERO USADO E NUMERO DESTA REMESSA PARA A
      *>   PROXIMA EXECUCAO.
               OPEN OUTPUT CONTROLE-FILE.
               IF NOT CONTROLE-OK
                   DISPLAY "ERRO AO GRAVAR COBRANCA.CTL - STATUS "
                       WS-CONTROLE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-ULTIMO-NOSSO-NUM TO CTL-ULTIMO-NOSSO-NUM
                   MOVE WS-NUM-REMESSA      TO CTL-ULTIMA-REMESSA
                   MOVE FUNCTION CURRENT-DATE (1:14) TO CTL-DATA-HORA
                   WRITE CONTROLE-REG
                   CLOSE CONTROLE-FILE
               END-IF.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
