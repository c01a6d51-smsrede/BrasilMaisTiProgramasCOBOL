      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 CONTROLE-ESTEIRA.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DO CONTROLE DE ESTEIRA. TODO JOB BATCH REGISTRA
      *>   NO ESTEIRA.CTL (LAYOUT EM ESTEIREC) QUANDO COMECA ("I"),
      *>   QUANDO TERMINA ("F", COM INICIO, FIM, RETURN-CODE E
      *>   CONTAGENS) E QUANDO SE RECUSA A COMECAR PORQUE UM
      *>   PREDECESSOR NAO ESTA LIMPO NA DATA DE NEGOCIO ("B") - AS
      *>   REGRAS FICAM NA TABELA DO COPY ESTEIWS E A CONFERENCIA NO
      *>   COPY CTLESTEI. ESTE PROGRAMA FAZ AS DUAS PONTAS QUE NAO
      *>   SAO DE NENHUM JOB. SYSIN:
      *>     1A LINHA - FUNCAO
      *>       D = ABRE A DATA DE NEGOCIO (LINHA "D"). PRIMEIRO PASSO
      *>           DA ESTEIRA NOTURNA: TUDO O QUE RODAR DEPOIS, ATE A
      *>           PROXIMA ABERTURA - INCLUSIVE A ESTEIRA DA MANHA
      *>           SEGUINTE - PERTENCE A ESSA DATA. DATA IGUAL A JA
      *>           ABERTA TERMINA COM RC 4 SEM GRAVAR; DATA ANTERIOR
      *>           A ABERTA E RECUSADA COM RC 8.
      *>       R = RELATORIO DA SITUACAO DA ESTEIRA NA DATA
      *>           (ESTEIRA.TXT): CADA EXECUCAO E CADA BLOQUEIO NA
      *>           ORDEM EM QUE TERMINARAM, A SITUACAO FINAL DE CADA
      *>           JOB (OK, OK COM AVISO, FALHOU, INICIADO SEM FIM OU
      *>           BLOQUEADO), OS PASSOS A RESUBMETER NA ORDEM CERTA
      *>           E O RESUMO. HAVENDO PASSO A RESUBMETER O JOB
      *>           TERMINA COM RC 4.
      *>     2A LINHA - DATA AAAAMMDD. EM BRANCO: NA ABERTURA A DATA DO
      *>                SISTEMA, NO RELATORIO A DATA DE NEGOCIO ABERTA.
      *>   A SITUACAO FINAL DE CADA JOB E A DA ULTIMA LINHA DELE NA
      *>   DATA - UM RERUN LIMPO DEPOIS DE UMA FALHA DEIXA O JOB OK,
      *>   E AS DUAS EXECUCOES CONTINUAM LISTADAS NO RELATORIO.
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
           COPY ESTEISEL.
               SELECT RELATO-FILE ASSIGN TO "ESTEIRA.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELATO-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  ESTEIRA-FILE.
           COPY ESTEIREC.

           FD  RELATO-FILE.
           01  REG-RELATO PIC X(132).
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ESTEIWS.

           77 WS-RELATO-STATUS     PIC X(02) VALUE SPACES.
               88 RELATO-OK        VALUE "00".

           77 WS-FUNCAO-X          PIC X(01) VALUE SPACE.
               88 FUNCAO-ABRE      VALUE "D".
               88 FUNCAO-RELATORIO VALUE "R".
           01 WS-DATA-X            PIC X(08) VALUE SPACES.
           01 WS-DATA-NUM REDEFINES WS-DATA-X PIC 9(08).
           01 WS-DATA-PARTES REDEFINES WS-DATA-X.
               05 WS-DP-AAAA       PIC 9(04).
               05 WS-DP-MM         PIC 9(02).
               05 WS-DP-DD         PIC 9(02).

           77 WS-DATA-ABERTA       PIC 9(08) VALUE ZERO.
           77 WS-DATA-RELATORIO    PIC 9(08) VALUE ZERO.
           77 WS-FIM-ESTEIRA       PIC X(01) VALUE "N".
               88 FIM-ESTEIRA      VALUE "S".

      *>   JOBS DA DATA NA ORDEM DA PRIMEIRA LINHA DE CADA UM, COM A
      *>   SITUACAO DA ULTIMA LINHA. INDICE COM UM DIGITO A MAIS QUE
      *>   A TABELA, COMO NO EXPORTA-ALUNOS.
           77 WS-JOB-USADOS        PIC 9(02) VALUE ZERO.
           77 WS-JOB-IDX           PIC 9(03) VALUE ZERO.
           77 WS-JOB-ACHADO        PIC 9(03) VALUE ZERO.
           77 WS-BUSCA-IDX         PIC 9(03) VALUE ZERO.
           77 WS-PRED-ACHADO       PIC 9(03) VALUE ZERO.
           77 WS-JOB-BUSCA         PIC X(08) VALUE SPACES.
           01 WS-JOB-TABELA.
               03 WS-JOB-OCORR OCCURS 60 TIMES.
                   05 WS-JOB-NOME       PIC X(08).
                   05 WS-JOB-SITUACAO   PIC X(01).
                   05 WS-JOB-RC         PIC 9(04).
                   05 WS-JOB-EXECUCOES  PIC 9(03).
                   05 WS-JOB-BLOQUEIOS  PIC 9(03).
                   05 WS-JOB-PREDEC     PIC X(08).
                   05 WS-JOB-RESUBMETE  PIC X(01).
                   05 WS-JOB-PASSO      PIC X(60).

           77 WS-REGRA-TIPO        PIC X(01) VALUE SPACE.
           77 WS-TXT-SITUACAO      PIC X(28) VALUE SPACES.
           77 WS-TXT-EXECUCAO      PIC X(14) VALUE SPACES.

           77 WS-QTD-LINHAS-DATA   PIC 9(06) VALUE ZERO.
           77 WS-QTD-FORA-TABELA   PIC 9(06) VALUE ZERO.
           77 WS-QTD-OK            PIC 9(06) VALUE ZERO.
           77 WS-QTD-AVISO         PIC 9(06) VALUE ZERO.
           77 WS-QTD-FALHOU        PIC 9(06) VALUE ZERO.
           77 WS-QTD-INCOMPLETOS   PIC 9(06) VALUE ZERO.
           77 WS-QTD-BLOQUEADOS    PIC 9(06) VALUE ZERO.
           77 WS-QTD-RESUBMETER    PIC 9(06) VALUE ZERO.
           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-CONT-EDIT         PIC ZZ9.
           77 WS-CONT-EDIT-2       PIC ZZ9.
           77 WS-LIDOS-EDIT        PIC Z.ZZZ.ZZ9.
           77 WS-GRAVADOS-EDIT     PIC Z.ZZZ.ZZ9.
           77 WS-RC-EDIT           PIC ZZZ9.
           77 WS-LINHA             PIC X(132).

           01 WS-DH-ENTRADA.
               05 WS-DHE-AAAA      PIC 9(04).
               05 WS-DHE-MM        PIC 9(02).
               05 WS-DHE-DD        PIC 9(02).
               05 WS-DHE-HH        PIC 9(02).
               05 WS-DHE-MI        PIC 9(02).
               05 WS-DHE-SS        PIC 9(02).
           01 WS-DH-ENTRADA-NUM REDEFINES WS-DH-ENTRADA PIC 9(14).
           77 WS-DH-EDIT           PIC X(19) VALUE SPACES.
           77 WS-DH-EDIT-2         PIC X(19) VALUE SPACES.
           77 WS-DATA-EDIT         PIC X(10) VALUE SPACES.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               ACCEPT WS-FUNCAO-X.
               ACCEPT WS-DATA-X.
               IF NOT FUNCAO-ABRE AND NOT FUNCAO-RELATORIO
                   DISPLAY "FUNCAO INVALIDA (D=ABRE DATA OU "
                       "R=RELATORIO) - INFORMADO: " WS-FUNCAO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ESTEIRA-PARAGRAFO
               END-IF.
               IF WS-DATA-X NOT = SPACES
                   IF WS-DATA-X NOT NUMERIC
                      OR WS-DP-MM < 1 OR WS-DP-MM > 12
                      OR WS-DP-DD < 1 OR WS-DP-DD > 31
                       DISPLAY "DATA INVALIDA (AAAAMMDD): " WS-DATA-X
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-ESTEIRA-PARAGRAFO
                   END-IF
               END-IF.

               PERFORM ACHA-DATA-ABERTA-PARAGRAFO
                   THRU FIM-ACHA-DATA-ABERTA-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-ESTEIRA-PARAGRAFO
               END-IF.

               IF FUNCAO-ABRE
                   PERFORM ABRE-DATA-PARAGRAFO
                       THRU FIM-ABRE-DATA-PARAGRAFO
               ELSE
                   PERFORM RELATORIO-PARAGRAFO
                       THRU FIM-RELATORIO-PARAGRAFO
               END-IF.

       FIM-ESTEIRA-PARAGRAFO.
               STOP RUN.

       ACHA-DATA-ABERTA-PARAGRAFO.
      *>   DATA DE NEGOCIO EM VIGOR = A DA ULTIMA LINHA "D". ARQUIVO
      *>   AINDA INEXISTENTE (STATUS 35) = NENHUMA DATA ABERTA.
               MOVE ZERO TO WS-DATA-ABERTA.
               OPEN INPUT ESTEIRA-FILE.
               IF NOT ESTEIRA-OK
                   IF WS-ESTEIRA-STATUS NOT = "35"
                       DISPLAY "ERRO AO ABRIR ESTEIRA.CTL - STATUS "
                           WS-ESTEIRA-STATUS
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   GO TO FIM-ACHA-DATA-ABERTA-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ESTEIRA.
               PERFORM UNTIL FIM-ESTEIRA
                   READ ESTEIRA-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ESTEIRA
                       NOT AT END
                           IF EST-LINHA-ABERTURA
                              AND EST-DATA-NEGOCIO NUMERIC
                               MOVE EST-DATA-NEGOCIO TO WS-DATA-ABERTA
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ESTEIRA-FILE.

       FIM-ACHA-DATA-ABERTA-PARAGRAFO.
               EXIT.

       ABRE-DATA-PARAGRAFO.
               IF WS-DATA-X = SPACES
                   MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-X
               END-IF.
               MOVE WS-DATA-NUM TO WS-DH-ENTRADA (1:8).
               MOVE ZERO TO WS-DH-ENTRADA (9:6).
               PERFORM FORMATA-DATA-HORA-PARAGRAFO.
               MOVE WS-DH-EDIT (1:10) TO WS-DATA-EDIT.
               IF WS-DATA-NUM = WS-DATA-ABERTA
                   DISPLAY "DATA DE NEGOCIO " WS-DATA-EDIT
                       " JA ESTA ABERTA - NADA GRAVADO"
                   MOVE 4 TO RETURN-CODE
                   GO TO FIM-ABRE-DATA-PARAGRAFO
               END-IF.
               IF WS-DATA-NUM < WS-DATA-ABERTA
                   DISPLAY "DATA DE NEGOCIO " WS-DATA-EDIT
                       " ANTERIOR A DATA ABERTA " WS-DATA-ABERTA
                       " - NADA GRAVADO"
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ABRE-DATA-PARAGRAFO
               END-IF.

               MOVE "D"        TO WS-EST-TIPO-LINHA.
               MOVE "ESTEIRA"  TO WS-EST-JOB.
               MOVE WS-DATA-NUM TO WS-EST-DATA-NEGOCIO.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-EST-DH-INICIO.
               MOVE ZERO       TO WS-EST-DH-FIM.
               MOVE ZERO       TO WS-EST-RC.
               MOVE ZERO       TO WS-EST-QTD-LIDOS.
               MOVE ZERO       TO WS-EST-QTD-GRAVADOS.
               MOVE SPACES     TO WS-EST-PREDECESSOR.
               MOVE "ABERTURA DA DATA DE NEGOCIO" TO WS-EST-MOTIVO.
               PERFORM GRAVA-LINHA-ESTEIRA-PARAGRAFO.
               IF NOT ESTEIRA-OK
                   DISPLAY "ERRO AO GRAVAR ESTEIRA.CTL - STATUS "
                       WS-ESTEIRA-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   DISPLAY "DATA DE NEGOCIO " WS-DATA-EDIT " ABERTA"
               END-IF.

       FIM-ABRE-DATA-PARAGRAFO.
               EXIT.

       RELATORIO-PARAGRAFO.
               IF WS-DATA-X NOT = SPACES
                   MOVE WS-DATA-NUM TO WS-DATA-RELATORIO
               ELSE
                   IF WS-DATA-ABERTA NOT = ZERO
                       MOVE WS-DATA-ABERTA TO WS-DATA-RELATORIO
                   ELSE
                       MOVE FUNCTION CURRENT-DATE (1:8)
                           TO WS-DATA-RELATORIO
                   END-IF
               END-IF.
               MOVE WS-DATA-RELATORIO TO WS-DH-ENTRADA (1:8).
               MOVE ZERO TO WS-DH-ENTRADA (9:6).
               PERFORM FORMATA-DATA-HORA-PARAGRAFO.
               MOVE WS-DH-EDIT (1:10) TO WS-DATA-EDIT.

               OPEN OUTPUT RELATO-FILE.
               IF NOT RELATO-OK
                   DISPLAY "ERRO AO ABRIR ESTEIRA.TXT - STATUS "
                       WS-RELATO-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-RELATORIO-PARAGRAFO
               END-IF.

               MOVE SPACES TO WS-LINHA.
               STRING "SITUACAO DA ESTEIRA BATCH - DATA DE NEGOCIO "
                      WS-DATA-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE "EXECUCOES E BLOQUEIOS (ORDEM DE TERMINO)"
                   TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO WS-LINHA.
               STRING "JOB       INICIO              "
                      "FIM                    RC      LIDOS "
                      " GRAVADOS  SITUACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

               OPEN INPUT ESTEIRA-FILE.
               IF ESTEIRA-OK
                   MOVE "N" TO WS-FIM-ESTEIRA
                   PERFORM UNTIL FIM-ESTEIRA
                       READ ESTEIRA-FILE
                           AT END
                               MOVE "S" TO WS-FIM-ESTEIRA
                           NOT AT END
                               PERFORM TRATA-LINHA-PARAGRAFO
                                   THRU FIM-TRATA-LINHA-PARAGRAFO
                       END-READ
                   END-PERFORM
                   CLOSE ESTEIRA-FILE
               END-IF.
               IF WS-QTD-LINHAS-DATA = ZERO
                   MOVE "NENHUM JOB REGISTRADO NA DATA" TO REG-RELATO
                   WRITE REG-RELATO
               END-IF.

               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USADOS
                   PERFORM AVALIA-JOB-PARAGRAFO
               END-PERFORM.

               PERFORM IMPRIME-SITUACAO-FINAL-PARAGRAFO.
               PERFORM IMPRIME-RESUBMISSAO-PARAGRAFO.
               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               CLOSE RELATO-FILE.

               IF WS-QTD-RESUBMETER NOT = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF.
               MOVE WS-QTD-RESUBMETER TO WS-QTD-EDIT.
               DISPLAY "ESTEIRA DE " WS-DATA-EDIT " - PASSOS A "
                   "RESUBMETER: " WS-QTD-EDIT.

       FIM-RELATORIO-PARAGRAFO.
               EXIT.

       TRATA-LINHA-PARAGRAFO.
               IF NOT EST-LINHA-INICIO
                  AND NOT EST-LINHA-FIM
                  AND NOT EST-LINHA-BLOQUEIO
                   GO TO FIM-TRATA-LINHA-PARAGRAFO
               END-IF.
               IF EST-DATA-NEGOCIO NOT NUMERIC
                   GO TO FIM-TRATA-LINHA-PARAGRAFO
               END-IF.
               IF EST-DATA-NEGOCIO NOT = WS-DATA-RELATORIO
                   GO TO FIM-TRATA-LINHA-PARAGRAFO
               END-IF.
               ADD 1 TO WS-QTD-LINHAS-DATA.

               MOVE EST-JOB TO WS-JOB-BUSCA.
               PERFORM ACHA-JOB-PARAGRAFO.
               IF WS-JOB-ACHADO = ZERO
                   IF WS-JOB-USADOS < 60
                       ADD 1 TO WS-JOB-USADOS
                       MOVE WS-JOB-USADOS TO WS-JOB-ACHADO
                       MOVE EST-JOB TO WS-JOB-NOME (WS-JOB-ACHADO)
                       MOVE SPACE TO WS-JOB-SITUACAO (WS-JOB-ACHADO)
                       MOVE ZERO TO WS-JOB-RC (WS-JOB-ACHADO)
                       MOVE ZERO TO WS-JOB-EXECUCOES (WS-JOB-ACHADO)
                       MOVE ZERO TO WS-JOB-BLOQUEIOS (WS-JOB-ACHADO)
                       MOVE SPACES TO WS-JOB-PREDEC (WS-JOB-ACHADO)
                       MOVE "N" TO WS-JOB-RESUBMETE (WS-JOB-ACHADO)
                       MOVE SPACES TO WS-JOB-PASSO (WS-JOB-ACHADO)
                   ELSE
                       ADD 1 TO WS-QTD-FORA-TABELA
                       GO TO FIM-TRATA-LINHA-PARAGRAFO
                   END-IF
               END-IF.

               EVALUATE TRUE
                   WHEN EST-LINHA-INICIO
                       MOVE "I" TO WS-JOB-SITUACAO (WS-JOB-ACHADO)
                       ADD 1 TO WS-JOB-EXECUCOES (WS-JOB-ACHADO)
                   WHEN EST-LINHA-FIM
                       MOVE "F" TO WS-JOB-SITUACAO (WS-JOB-ACHADO)
                       MOVE ZERO TO WS-JOB-RC (WS-JOB-ACHADO)
                       IF EST-RC NUMERIC
                           MOVE EST-RC TO WS-JOB-RC (WS-JOB-ACHADO)
                       END-IF
                       PERFORM IMPRIME-EXECUCAO-PARAGRAFO
                   WHEN EST-LINHA-BLOQUEIO
                       MOVE "B" TO WS-JOB-SITUACAO (WS-JOB-ACHADO)
                       MOVE EST-PREDECESSOR
                           TO WS-JOB-PREDEC (WS-JOB-ACHADO)
                       ADD 1 TO WS-JOB-BLOQUEIOS (WS-JOB-ACHADO)
                       PERFORM IMPRIME-BLOQUEIO-PARAGRAFO
               END-EVALUATE.

       FIM-TRATA-LINHA-PARAGRAFO.
               EXIT.

       ACHA-JOB-PARAGRAFO.
      *>   WS-JOB-BUSCA CHEGA COM O NOME; WS-JOB-ACHADO SAI COM A
      *>   POSICAO NA TABELA OU ZERO.
               MOVE ZERO TO WS-JOB-ACHADO.
               PERFORM VARYING WS-BUSCA-IDX FROM 1 BY 1
                       UNTIL WS-BUSCA-IDX > WS-JOB-USADOS
                          OR WS-JOB-ACHADO NOT = ZERO
                   IF WS-JOB-NOME (WS-BUSCA-IDX) = WS-JOB-BUSCA
                       MOVE WS-BUSCA-IDX TO WS-JOB-ACHADO
                   END-IF
               END-PERFORM.

       IMPRIME-EXECUCAO-PARAGRAFO.
               MOVE EST-DH-INICIO TO WS-DH-ENTRADA.
               PERFORM FORMATA-DATA-HORA-PARAGRAFO.
               MOVE WS-DH-EDIT TO WS-DH-EDIT-2.
               MOVE EST-DH-FIM TO WS-DH-ENTRADA.
               PERFORM FORMATA-DATA-HORA-PARAGRAFO.
               MOVE WS-JOB-RC (WS-JOB-ACHADO) TO WS-RC-EDIT.
               MOVE ZERO TO WS-LIDOS-EDIT.
               MOVE ZERO TO WS-GRAVADOS-EDIT.
               IF EST-QTD-LIDOS NUMERIC
                   MOVE EST-QTD-LIDOS TO WS-LIDOS-EDIT
               END-IF.
               IF EST-QTD-GRAVADOS NUMERIC
                   MOVE EST-QTD-GRAVADOS TO WS-GRAVADOS-EDIT
               END-IF.
               EVALUATE TRUE
                   WHEN WS-JOB-RC (WS-JOB-ACHADO) = ZERO
                       MOVE "OK" TO WS-TXT-EXECUCAO
                   WHEN WS-JOB-RC (WS-JOB-ACHADO) < 8
                       MOVE "OK COM AVISO" TO WS-TXT-EXECUCAO
                   WHEN OTHER
                       MOVE "FALHOU" TO WS-TXT-EXECUCAO
               END-EVALUATE.
               MOVE SPACES TO WS-LINHA.
               STRING EST-JOB "  " WS-DH-EDIT-2 " " WS-DH-EDIT
                      "  " WS-RC-EDIT "  " WS-LIDOS-EDIT " "
                      WS-GRAVADOS-EDIT "  " WS-TXT-EXECUCAO
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

       IMPRIME-BLOQUEIO-PARAGRAFO.
               MOVE EST-DH-INICIO TO WS-DH-ENTRADA.
               PERFORM FORMATA-DATA-HORA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING EST-JOB "  " WS-DH-EDIT
                      "  BLOQUEADO - PREDECESSOR " EST-PREDECESSOR
                      " " EST-MOTIVO
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

       AVALIA-JOB-PARAGRAFO.
      *>   SITUACAO FINAL DO JOB WS-JOB-IDX PELA ULTIMA LINHA DELE E O
      *>   PASSO A RESUBMETER. NO BLOQUEIO, SE O PREDECESSOR JA FICOU
      *>   LIMPO DEPOIS (RERUN), BASTA RESUBMETER O JOB; SENAO O
      *>   PREDECESSOR VEM PRIMEIRO.
               MOVE "N" TO WS-JOB-RESUBMETE (WS-JOB-IDX).
               EVALUATE WS-JOB-SITUACAO (WS-JOB-IDX)
                   WHEN "F"
                       IF WS-JOB-RC (WS-JOB-IDX) = ZERO
                           ADD 1 TO WS-QTD-OK
                       ELSE
                           IF WS-JOB-RC (WS-JOB-IDX) < 8
                               ADD 1 TO WS-QTD-AVISO
                           ELSE
                               ADD 1 TO WS-QTD-FALHOU
                               MOVE "S" TO WS-JOB-RESUBMETE (WS-JOB-IDX)
                               STRING "CORRIGIR A CAUSA E RESUBMETER "
                                      WS-JOB-NOME (WS-JOB-IDX)
                                   DELIMITED BY SIZE
                                   INTO WS-JOB-PASSO (WS-JOB-IDX)
                           END-IF
                       END-IF
                   WHEN "I"
                       ADD 1 TO WS-QTD-INCOMPLETOS
                       MOVE "S" TO WS-JOB-RESUBMETE (WS-JOB-IDX)
                       STRING "CONFERIR O ABEND E RESUBMETER "
                              WS-JOB-NOME (WS-JOB-IDX)
                           DELIMITED BY SIZE
                           INTO WS-JOB-PASSO (WS-JOB-IDX)
                   WHEN "B"
                       ADD 1 TO WS-QTD-BLOQUEADOS
                       MOVE "S" TO WS-JOB-RESUBMETE (WS-JOB-IDX)
                       PERFORM AVALIA-BLOQUEIO-PARAGRAFO
               END-EVALUATE.
      *>   A CARGA EM LOTE TEM CHECKPOINT: O RERUN E EM MODO RESTART.
               IF WS-JOB-RESUBMETE (WS-JOB-IDX) = "S"
                  AND WS-JOB-SITUACAO (WS-JOB-IDX) NOT = "B"
                  AND WS-JOB-NOME (WS-JOB-IDX) = "CARGALOT"
                   MOVE SPACES TO WS-JOB-PASSO (WS-JOB-IDX)
                   STRING "RESUBMETER CARGALOT COM SYSIN R (RESTART)"
                       DELIMITED BY SIZE
                       INTO WS-JOB-PASSO (WS-JOB-IDX)
               END-IF.
               IF WS-JOB-RESUBMETE (WS-JOB-IDX) = "S"
                   ADD 1 TO WS-QTD-RESUBMETER
               END-IF.

       AVALIA-BLOQUEIO-PARAGRAFO.
               MOVE "C" TO WS-REGRA-TIPO.
               PERFORM VARYING WS-EST-REGRA-IDX FROM 1 BY 1
                       UNTIL WS-EST-REGRA-IDX > WS-EST-QTD-REGRAS
                   IF WS-EST-REGRA-JOB (WS-EST-REGRA-IDX)
                          = WS-JOB-NOME (WS-JOB-IDX)
                      AND WS-EST-REGRA-PREDEC (WS-EST-REGRA-IDX)
                          = WS-JOB-PREDEC (WS-JOB-IDX)
                       MOVE WS-EST-REGRA-TIPO (WS-EST-REGRA-IDX)
                           TO WS-REGRA-TIPO
                   END-IF
               END-PERFORM.
               MOVE WS-JOB-PREDEC (WS-JOB-IDX) TO WS-JOB-BUSCA.
               PERFORM ACHA-JOB-PARAGRAFO.
               MOVE WS-JOB-ACHADO TO WS-PRED-ACHADO.
               IF WS-PRED-ACHADO NOT = ZERO
                  AND WS-JOB-SITUACAO (WS-PRED-ACHADO) = "F"
                  AND (WS-JOB-RC (WS-PRED-ACHADO) = ZERO
                       OR (WS-REGRA-TIPO = "C"
                           AND WS-JOB-RC (WS-PRED-ACHADO) < 8))
                   STRING "RESUBMETER " WS-JOB-NOME (WS-JOB-IDX)
                          " (" WS-JOB-PREDEC (WS-JOB-IDX)
                          " JA LIMPO)"
                       DELIMITED BY SIZE
                       INTO WS-JOB-PASSO (WS-JOB-IDX)
               ELSE
                   STRING "ACERTAR E SUBMETER "
                          WS-JOB-PREDEC (WS-JOB-IDX)
                          " E DEPOIS " WS-JOB-NOME (WS-JOB-IDX)
                       DELIMITED BY SIZE
                       INTO WS-JOB-PASSO (WS-JOB-IDX)
               END-IF.

       IMPRIME-SITUACAO-FINAL-PARAGRAFO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE "SITUACAO FINAL POR JOB" TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO WS-LINHA.
               STRING "JOB       EXEC BLOQ  SITUACAO"
                      "                      PROXIMO PASSO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USADOS
                   PERFORM IMPRIME-JOB-PARAGRAFO
               END-PERFORM.

       IMPRIME-JOB-PARAGRAFO.
               MOVE WS-JOB-RC (WS-JOB-IDX) TO WS-EST-RC-EDIT.
               MOVE SPACES TO WS-TXT-SITUACAO.
               EVALUATE WS-JOB-SITUACAO (WS-JOB-IDX)
                   WHEN "F"
                       IF WS-JOB-RC (WS-JOB-IDX) = ZERO
                           MOVE "OK" TO WS-TXT-SITUACAO
                       ELSE
                           IF WS-JOB-RC (WS-JOB-IDX) < 8
                               STRING "OK COM AVISO - RC "
                                      WS-EST-RC-EDIT
                                   DELIMITED BY SIZE
                                   INTO WS-TXT-SITUACAO
                           ELSE
                               STRING "FALHOU - RC " WS-EST-RC-EDIT
                                   DELIMITED BY SIZE
                                   INTO WS-TXT-SITUACAO
                           END-IF
                       END-IF
                   WHEN "I"
                       MOVE "INICIADO SEM FIM" TO WS-TXT-SITUACAO
                   WHEN "B"
                       STRING "BLOQUEADO POR "
                              WS-JOB-PREDEC (WS-JOB-IDX)
                           DELIMITED BY SIZE INTO WS-TXT-SITUACAO
               END-EVALUATE.
               MOVE WS-JOB-EXECUCOES (WS-JOB-IDX) TO WS-CONT-EDIT.
               MOVE WS-JOB-BLOQUEIOS (WS-JOB-IDX) TO WS-CONT-EDIT-2.
               MOVE SPACES TO WS-LINHA.
               IF WS-JOB-RESUBMETE (WS-JOB-IDX) = "S"
                   STRING WS-JOB-NOME (WS-JOB-IDX) "  "
                          WS-CONT-EDIT "  " WS-CONT-EDIT-2 "   "
                          WS-TXT-SITUACAO " "
                          WS-JOB-PASSO (WS-JOB-IDX)
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING WS-JOB-NOME (WS-JOB-IDX) "  "
                          WS-CONT-EDIT "  " WS-CONT-EDIT-2 "   "
                          WS-TXT-SITUACAO " -"
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

       IMPRIME-RESUBMISSAO-PARAGRAFO.
      *>   NA ORDEM EM QUE OS JOBS APARECERAM NA DATA, QUE E A ORDEM
      *>   DA ESTEIRA.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE "PASSOS A RESUBMETER" TO REG-RELATO.
               WRITE REG-RELATO.
               IF WS-QTD-RESUBMETER = ZERO
                   MOVE "NENHUM - ESTEIRA DA DATA COMPLETA"
                       TO REG-RELATO
                   WRITE REG-RELATO
               END-IF.
               PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
                       UNTIL WS-JOB-IDX > WS-JOB-USADOS
                   IF WS-JOB-RESUBMETE (WS-JOB-IDX) = "S"
                       MOVE SPACES TO WS-LINHA
                       STRING "  " WS-JOB-PASSO (WS-JOB-IDX)
                           DELIMITED BY SIZE INTO WS-LINHA
                       MOVE WS-LINHA TO REG-RELATO
                       WRITE REG-RELATO
                   END-IF
               END-PERFORM.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE "RESUMO" TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-JOB-USADOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "JOBS NA DATA.........: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-OK TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TERMINADOS OK........: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-AVISO TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TERMINADOS COM AVISO.: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-FALHOU TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FALHARAM.............: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-INCOMPLETOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "INICIADOS SEM FIM....: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-BLOQUEADOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "BLOQUEADOS...........: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-RESUBMETER TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "PASSOS A RESUBMETER..: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               IF WS-QTD-FORA-TABELA NOT = ZERO
                   MOVE WS-QTD-FORA-TABELA TO WS-QTD-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "LINHAS NAO LISTADAS..: " WS-QTD-EDIT
                          " (MAIS DE 60 JOBS NA DATA)"
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-RELATO
                   WRITE REG-RELATO
               END-IF.

       FORMATA-DATA-HORA-PARAGRAFO.
      *>   WS-DH-ENTRADA CHEGA EM AAAAMMDDHHMMSS E SAI EM WS-DH-EDIT
      *>   COMO DD/MM/AAAA HH:MM:SS (EM BRANCO SE ZERADA OU INVALIDA).
               MOVE SPACES TO WS-DH-EDIT.
               IF WS-DH-ENTRADA-NUM NUMERIC
                  AND WS-DH-ENTRADA-NUM NOT = ZERO
                   STRING WS-DHE-DD "/" WS-DHE-MM "/" WS-DHE-AAAA " "
                          WS-DHE-HH ":" WS-DHE-MI ":" WS-DHE-SS
                       DELIMITED BY SIZE INTO WS-DH-EDIT
               END-IF.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
