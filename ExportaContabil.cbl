      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 EXPORTA-CONTABIL.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DE FIM DE MES DA INTERFACE CONTABIL: MONTA OS
      *>   LANCAMENTOS DE PARTIDA DOBRADA DA FOLHA E DAS MENSALIDADES
      *>   DA COMPETENCIA (MMAAAA, PELO SYSIN) E GRAVA CONTABIL.TXT
      *>   PARA O SISTEMA CONTABIL CORPORATIVO - ACABOU A DIGITACAO
      *>   DOS RESUMOS DO FECHA-FOLHA, FATURA-MENSAL E
      *>   BAIXA-PAGAMENTOS NO RAZAO. TRES LOTES:
      *>     01 FOLHA        - HISTFOL.DAT DA COMPETENCIA (SO A FOLHA
      *>                       MENSAL): D DESPESA COM SALARIOS (BRUTO)
      *>                       C INSS A RECOLHER, C IRRF A RECOLHER,
      *>                       C SALARIOS LIQUIDOS A PAGAR (LIQUIDO
      *>                       MENOS MENSALIDADES DESCONTADAS EM
      *>                       FOLHA) E C MENSALIDADES A RECEBER (O
      *>                       QUE A FOLHA DESCONTOU)
      *>     02 FATURAMENTO  - FATURAS DA COMPETENCIA EM FATURA.DAT:
      *>                       D MENSALIDADES A RECEBER
      *>                       C RECEITA DE MENSALIDADES
      *>     03 RECEBIMENTO  - FATURAS BAIXADAS PELO BANCO COM
      *>                       PAGAMENTO DENTRO DO MES (DE QUALQUER
      *>                       COMPETENCIA): D BANCO
      *>                       C MENSALIDADES A RECEBER
      *>   AS CONTAS DE CADA EVENTO VEM DO PLANO DE CONTAS
      *>   PLCONTAS.DAT (COPY PLCTREC), COM VIGENCIA COMO O
      *>   TABFOLHA.DAT. O VENCIDO E NAO PAGO NO FIM DO MES NAO GERA
      *>   LANCAMENTO (CONTINUA EM MENSALIDADES A RECEBER) - SAI SO
      *>   NO RELATORIO CONTAREL.TXT, JUNTO COM OS LOTES.
      *>   LAYOUT DO CONTABIL.TXT, NA DISCIPLINA DO INTERFAL.TXT
      *>   (PONTO E VIRGULA, PONTO DECIMAL EXPLICITO):
      *>     H;DATA;HORA;SEQUENCIA;COMPETENCIA(AAAAMM)    (HEADER)
      *>     D;LOTE;CONTA;D/C;VALOR;HISTORICO        (UM POR PARTIDA)
      *>     T;QUANTIDADE;HASH-TOTAL-VALOR               (TRAILER)
      *>   TODOS OS LOTES SAO MONTADOS E CONFERIDOS (DEBITOS =
      *>   CREDITOS) ANTES DE GRAVAR QUALQUER LINHA: LOTE FORA DE
      *>   BALANCE, COMPETENCIA JA EXPORTADA (CONTROLE EM
      *>   CONTABIL.CTL, UMA LINHA POR COMPETENCIA ENVIADA) OU FOLHA
      *>   DA COMPETENCIA AINDA NAO FECHADA TERMINAM COM RETURN-CODE
      *>   8 SEM GERAR O ARQUIVO. PARA REENVIAR UMA COMPETENCIA A
      *>   CONTABILIDADE ESTORNA O LOTE E A OPERACAO RETIRA A LINHA
      *>   DELA DO CONTABIL.CTL.
      *>   AS PARCELAS DO 13O SALARIO (COMPETENCIAS AAAA13/AAAA14 DO
      *>   HISTFOL) NAO PASSAM POR ESTA INTERFACE.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB CONTABIL.
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
           COPY HFOLSEL.
           COPY FATSEL.
           COPY PLCTSEL.
           COPY ESTEISEL.
               SELECT CONTROLE-FILE ASSIGN TO "CONTABIL.CTL"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTROLE-STATUS.
               SELECT CONTABIL-FILE ASSIGN TO "CONTABIL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTABIL-STATUS.
               SELECT RELATO-FILE ASSIGN TO "CONTAREL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RELATO-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  HISTFOL-FILE.
           COPY HFOLFD.

           FD  FATURA-FILE.
           COPY FATFD.

           FD  PLCONTAS-FILE.
           COPY PLCTREC.

           FD  CONTROLE-FILE.
           01  CONTROLE-REG.
               05 CTL-COMPETENCIA      PIC 9(06).
               05 CTL-SEQUENCIA        PIC 9(06).
               05 CTL-DATA-HORA        PIC 9(14).
               05 CTL-QTD-PARTIDAS     PIC 9(06).
               05 CTL-HASH-VALOR       PIC 9(13)V99.

           FD  CONTABIL-FILE.
           01  REG-CONTABIL PIC X(200).

           FD  RELATO-FILE.
           01  REG-RELATO PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY HFOLSTS.
           COPY FATSTS.
           COPY ESTEIWS.

           77 WS-PLCONTAS-STATUS   PIC X(02) VALUE SPACES.
               88 PLCONTAS-OK      VALUE "00".
           77 WS-CONTROLE-STATUS   PIC X(02) VALUE SPACES.
               88 CONTROLE-OK      VALUE "00".
           77 WS-CONTABIL-STATUS   PIC X(02) VALUE SPACES.
               88 CONTABIL-OK      VALUE "00".
           77 WS-RELATO-STATUS     PIC X(02) VALUE SPACES.
               88 RELATO-OK        VALUE "00".

           77 WS-COMPETENCIA-X     PIC X(06) VALUE SPACES.
           01 WS-COMPETENCIA.
               05 WS-COMP-MM       PIC 9(02).
               05 WS-COMP-AAAA     PIC 9(04).
           77 WS-COMP-EDIT         PIC X(07) VALUE SPACES.
           77 WS-COMP-FAT          PIC 9(06) VALUE ZERO.
           77 WS-COMP-HFOL         PIC 9(06) VALUE ZERO.
      *>   MES DA COMPETENCIA EM AAAAMMDD: DIA 01 E DIA 31 BASTAM
      *>   PARA AS COMPARACOES DE DATA (NENHUMA DATA GRAVADA PASSA
      *>   DO ULTIMO DIA REAL DO MES).
           77 WS-DATA-INICIO-MES   PIC 9(08) VALUE ZERO.
           77 WS-DATA-FIM-MES      PIC 9(08) VALUE ZERO.
           77 WS-DATA-HORA-EXEC    PIC 9(14) VALUE ZERO.

           77 WS-FIM-CONTROLE      PIC X(01) VALUE "N".
               88 FIM-CONTROLE     VALUE "S".
           77 WS-FIM-HISTFOL       PIC X(01) VALUE "N".
               88 FIM-HISTFOL      VALUE "S".
           77 WS-FIM-FATURAS       PIC X(01) VALUE "N".
               88 FIM-FATURAS      VALUE "S".
           77 WS-FIM-PLCONTAS      PIC X(01) VALUE "N".
               88 FIM-PLCONTAS     VALUE "S".
           77 WS-SEQUENCIA         PIC 9(06) VALUE ZERO.
           77 WS-DATA-EXPORT-ANT   PIC 9(14) VALUE ZERO.

      *>   PLANO DE CONTAS: OS SETE EVENTOS FIXOS DO PROGRAMA, COM A
      *>   CONTA DA VERSAO EM VIGOR NO FIM DA COMPETENCIA.
           01 WS-PC-EVENTOS-INI    PIC X(28) VALUE
              "SALBINSSIRRFSLIQMRECRECMCAIX".
           01 WS-PC-EVENTOS REDEFINES WS-PC-EVENTOS-INI.
               03 WS-PC-EVENTO OCCURS 7 TIMES PIC X(04).
           01 WS-PC-TABELA.
               03 WS-PC-OCORR OCCURS 7 TIMES.
                   05 WS-PC-VIGENCIA   PIC 9(08).
                   05 WS-PC-CONTA      PIC X(20).
                   05 WS-PC-DESCRICAO  PIC X(30).
           77 WS-PC-IDX            PIC 9(02) VALUE ZERO.
           77 WS-PC-ACHADO         PIC 9(02) VALUE ZERO.
           77 WS-EVENTO-BUSCA      PIC X(04) VALUE SPACES.

      *>   ACUMULADORES DA COMPETENCIA
           77 WS-QTD-HISTFOL       PIC 9(06) VALUE ZERO.
           77 WS-TOT-BRUTO         PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-INSS          PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-IRRF          PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-LIQ-PAGAR     PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-DESC-FOLHA    PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-FATURADAS     PIC 9(06) VALUE ZERO.
           77 WS-TOT-FATURADO      PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-RECEBIDAS     PIC 9(06) VALUE ZERO.
           77 WS-TOT-RECEBIDO      PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-EM-ATRASO     PIC 9(06) VALUE ZERO.
           77 WS-TOT-EM-ATRASO     PIC 9(13)V99 VALUE ZERO.

      *>   PARTIDAS MONTADAS ANTES DA GRAVACAO - SAO NO MAXIMO NOVE
      *>   (CINCO DA FOLHA, DUAS DE CADA LOTE DE MENSALIDADE).
           77 WS-LC-USADOS         PIC 9(02) VALUE ZERO.
           77 WS-LC-IDX            PIC 9(02) VALUE ZERO.
           01 WS-LC-TABELA.
               03 WS-LC-OCORR OCCURS 20 TIMES.
                   05 WS-LC-LOTE       PIC 9(02).
                   05 WS-LC-EVENTO     PIC X(04).
                   05 WS-LC-NATUREZA   PIC X(01).
                   05 WS-LC-VALOR      PIC 9(13)V99.
                   05 WS-LC-HISTORICO  PIC X(40).
           77 WS-NOVO-LOTE         PIC 9(02) VALUE ZERO.
           77 WS-NOVO-EVENTO       PIC X(04) VALUE SPACES.
           77 WS-NOVA-NATUREZA     PIC X(01) VALUE SPACE.
           77 WS-NOVO-VALOR        PIC 9(13)V99 VALUE ZERO.
           77 WS-NOVO-HISTORICO    PIC X(40) VALUE SPACES.

           77 WS-LOTE-ATUAL        PIC 9(02) VALUE ZERO.
           77 WS-LOTE-DEBITOS      PIC 9(13)V99 VALUE ZERO.
           77 WS-LOTE-CREDITOS     PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-FORA-BALANCE  PIC 9(02) VALUE ZERO.
           77 WS-QTD-PARTIDAS      PIC 9(06) VALUE ZERO.
           77 WS-HASH-VALOR        PIC 9(13)V99 VALUE ZERO.

      *>   VALORES COM PONTO DECIMAL EXPLICITO PARA O RECEPTOR
           01 WS-VALOR-NUM         PIC 9(13)V99 VALUE ZERO.
           01 WS-VALOR-SPLIT REDEFINES WS-VALOR-NUM.
               03 WS-VALOR-INT     PIC 9(13).
               03 WS-VALOR-DEC     PIC 9(02).
           77 WS-VALOR-PONTO       PIC X(16) VALUE SPACES.

           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-TOT-EDIT          PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           77 WS-TOT-EDIT-2        PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
           77 WS-LINHA             PIC X(200).
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "CONTABIL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               ACCEPT WS-COMPETENCIA-X.
               IF WS-COMPETENCIA-X NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                       WS-COMPETENCIA-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               MOVE WS-COMPETENCIA-X TO WS-COMPETENCIA.
               IF WS-COMP-MM < 1 OR WS-COMP-MM > 12
                  OR WS-COMP-AAAA < 2000
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                       WS-COMPETENCIA-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               MOVE WS-COMPETENCIA TO WS-COMP-FAT.
               COMPUTE WS-COMP-HFOL =
                   (WS-COMP-AAAA * 100) + WS-COMP-MM.
               COMPUTE WS-DATA-INICIO-MES = (WS-COMP-HFOL * 100) + 1.
               COMPUTE WS-DATA-FIM-MES = (WS-COMP-HFOL * 100) + 31.
               MOVE SPACES TO WS-COMP-EDIT.
               STRING WS-COMP-MM "/" WS-COMP-AAAA
                   DELIMITED BY SIZE INTO WS-COMP-EDIT.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXEC.

               PERFORM LE-CONTROLE-PARAGRAFO
                   THRU FIM-LE-CONTROLE-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               PERFORM CARREGA-PLCONTAS-PARAGRAFO
                   THRU FIM-CARREGA-PLCONTAS-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               PERFORM SOMA-FOLHA-PARAGRAFO
                   THRU FIM-SOMA-FOLHA-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               PERFORM SOMA-FATURAS-PARAGRAFO
                   THRU FIM-SOMA-FATURAS-PARAGRAFO.
               IF RETURN-CODE NOT = ZERO
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.

               OPEN OUTPUT RELATO-FILE.
               IF NOT RELATO-OK
                   DISPLAY "ERRO AO ABRIR CONTAREL.TXT - STATUS "
                       WS-RELATO-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "INTERFACE CONTABIL - COMPETENCIA " WS-COMP-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.

               PERFORM MONTA-LANCAMENTOS-PARAGRAFO.
               PERFORM CONFERE-LOTES-PARAGRAFO.
               IF WS-QTD-FORA-BALANCE NOT = ZERO
                   MOVE SPACES TO REG-RELATO
                   WRITE REG-RELATO
                   MOVE "LOTE FORA DE BALANCE - CONTABIL.TXT NAO GERADO"
                       TO REG-RELATO
                   WRITE REG-RELATO
                   DISPLAY "LOTE FORA DE BALANCE NA COMPETENCIA "
                       WS-COMP-EDIT " - NADA EXPORTADO"
                   CLOSE RELATO-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.

               OPEN OUTPUT CONTABIL-FILE.
               IF NOT CONTABIL-OK
                   DISPLAY "ERRO AO ABRIR CONTABIL.TXT - STATUS "
                       WS-CONTABIL-STATUS
                   CLOSE RELATO-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-EXPORTA-CONTABIL-PARAGRAFO
               END-IF.
               ADD 1 TO WS-SEQUENCIA.
               PERFORM GRAVA-HEADER-PARAGRAFO.
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-USADOS
                   PERFORM GRAVA-PARTIDA-PARAGRAFO
               END-PERFORM.
               PERFORM GRAVA-TRAILER-PARAGRAFO.
               CLOSE CONTABIL-FILE.
               PERFORM GRAVA-CONTROLE-PARAGRAFO.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               CLOSE RELATO-FILE.

       FIM-EXPORTA-CONTABIL-PARAGRAFO.
               COMPUTE WS-EST-QTD-LIDOS = WS-QTD-HISTFOL
                   + WS-QTD-FATURADAS + WS-QTD-RECEBIDAS.
               MOVE WS-QTD-PARTIDAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       LE-CONTROLE-PARAGRAFO.
      *>   UMA LINHA POR COMPETENCIA JA ENVIADA. SEM CONTROLE
      *>   (PRIMEIRA EXECUCAO) A SEQUENCIA COMECA EM 1.
               OPEN INPUT CONTROLE-FILE.
               IF NOT CONTROLE-OK
                   GO TO FIM-LE-CONTROLE-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-CONTROLE
                   READ CONTROLE-FILE
                       AT END
                           MOVE "S" TO WS-FIM-CONTROLE
                       NOT AT END
                           IF CTL-SEQUENCIA NUMERIC
                              AND CTL-SEQUENCIA > WS-SEQUENCIA
                               MOVE CTL-SEQUENCIA TO WS-SEQUENCIA
                           END-IF
                           IF CTL-COMPETENCIA = WS-COMP-HFOL
                               MOVE CTL-DATA-HORA
                                   TO WS-DATA-EXPORT-ANT
                               MOVE 8 TO RETURN-CODE
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE CONTROLE-FILE.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "COMPETENCIA " WS-COMP-EDIT
                       " JA EXPORTADA EM " WS-DATA-EXPORT-ANT (7:2)
                       "/" WS-DATA-EXPORT-ANT (5:2) "/"
                       WS-DATA-EXPORT-ANT (1:4)
                       " - NADA EXPORTADO (VER CONTABIL.CTL)"
               END-IF.

       FIM-LE-CONTROLE-PARAGRAFO.
               EXIT.

       GRAVA-CONTROLE-PARAGRAFO.
               OPEN EXTEND CONTROLE-FILE.
               IF NOT CONTROLE-OK
                   OPEN OUTPUT CONTROLE-FILE
                   CLOSE CONTROLE-FILE
                   OPEN EXTEND CONTROLE-FILE
               END-IF.
               IF NOT CONTROLE-OK
                   DISPLAY "ERRO AO GRAVAR CONTABIL.CTL - STATUS "
                       WS-CONTROLE-STATUS
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE WS-COMP-HFOL      TO CTL-COMPETENCIA
                   MOVE WS-SEQUENCIA      TO CTL-SEQUENCIA
                   MOVE WS-DATA-HORA-EXEC TO CTL-DATA-HORA
                   MOVE WS-QTD-PARTIDAS   TO CTL-QTD-PARTIDAS
                   MOVE WS-HASH-VALOR     TO CTL-HASH-VALOR
                   WRITE CONTROLE-REG
                   CLOSE CONTROLE-FILE
               END-IF.

       CARREGA-PLCONTAS-PARAGRAFO.
      *>   UMA PASSADA SO: PARA CADA EVENTO FICA A LINHA DE MAIOR
      *>   VIGENCIA QUE NAO PASSA DO FIM DA COMPETENCIA. EVENTO SEM
      *>   CONTA EM VIGOR PARA O JOB - LANCAR NA CONTA ERRADA E PIOR
      *>   QUE NAO ENVIAR.
               MOVE ZERO TO WS-PC-TABELA.
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > 7
                   MOVE SPACES TO WS-PC-CONTA (WS-PC-IDX)
                   MOVE SPACES TO WS-PC-DESCRICAO (WS-PC-IDX)
               END-PERFORM.
               OPEN INPUT PLCONTAS-FILE.
               IF NOT PLCONTAS-OK
                   DISPLAY "PLCONTAS.DAT NAO DISPONIVEL - STATUS "
                       WS-PLCONTAS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-CARREGA-PLCONTAS-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-PLCONTAS
                   READ PLCONTAS-FILE
                       AT END
                           MOVE "S" TO WS-FIM-PLCONTAS
                       NOT AT END
                           PERFORM CARREGA-CONTA-PARAGRAFO
                               THRU FIM-CARREGA-CONTA-PARAGRAFO
                   END-READ
               END-PERFORM.
               CLOSE PLCONTAS-FILE.
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > 7
                   IF WS-PC-VIGENCIA (WS-PC-IDX) = ZERO
                       DISPLAY "PLCONTAS.DAT SEM CONTA EM VIGOR PARA "
                           "O EVENTO " WS-PC-EVENTO (WS-PC-IDX)
                           " NA COMPETENCIA " WS-COMP-EDIT
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-PERFORM.

       FIM-CARREGA-PLCONTAS-PARAGRAFO.
               EXIT.

       CARREGA-CONTA-PARAGRAFO.
               IF PLCT-EVENTO (1:1) = "*"
                  OR PLCT-VIGENCIA NOT NUMERIC
                  OR PLCT-CONTA = SPACES
                   GO TO FIM-CARREGA-CONTA-PARAGRAFO
               END-IF.
               IF PLCT-VIGENCIA > WS-DATA-FIM-MES
                   GO TO FIM-CARREGA-CONTA-PARAGRAFO
               END-IF.
               MOVE PLCT-EVENTO TO WS-EVENTO-BUSCA.
               PERFORM ACHA-EVENTO-PARAGRAFO.
               IF WS-PC-ACHADO = ZERO
                   GO TO FIM-CARREGA-CONTA-PARAGRAFO
               END-IF.
               IF PLCT-VIGENCIA > WS-PC-VIGENCIA (WS-PC-ACHADO)
                   MOVE PLCT-VIGENCIA  TO WS-PC-VIGENCIA (WS-PC-ACHADO)
                   MOVE PLCT-CONTA     TO WS-PC-CONTA (WS-PC-ACHADO)
                   MOVE PLCT-DESCRICAO
                       TO WS-PC-DESCRICAO (WS-PC-ACHADO)
               END-IF.

       FIM-CARREGA-CONTA-PARAGRAFO.
               EXIT.

       ACHA-EVENTO-PARAGRAFO.
               MOVE ZERO TO WS-PC-ACHADO.
               PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > 7 OR WS-PC-ACHADO NOT = ZERO
                   IF WS-PC-EVENTO (WS-PC-IDX) = WS-EVENTO-BUSCA
                       MOVE WS-PC-IDX TO WS-PC-ACHADO
                   END-IF
               END-PERFORM.

       SOMA-FOLHA-PARAGRAFO.
      *>   LINHAS DA FOLHA MENSAL DA COMPETENCIA - A CHAVE COMECA
      *>   PELA COMPETENCIA AAAAMM, ENTAO E UM START E LEITURA
      *>   SEGUIDA. SEM NENHUMA LINHA A FOLHA NAO FOI FECHADA: NADA
      *>   E EXPORTADO (A COMPETENCIA FICARIA MARCADA COMO ENVIADA
      *>   SEM A FOLHA).
               OPEN INPUT HISTFOL-FILE.
               IF NOT HISTFOL-OK
                   DISPLAY "ERRO AO ABRIR HISTFOL.DAT - STATUS "
                       WS-HISTFOL-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-SOMA-FOLHA-PARAGRAFO
               END-IF.
               MOVE WS-COMP-HFOL TO HFOL-COMP.
               MOVE ZERO TO HFOL-CPF.
               START HISTFOL-FILE KEY NOT LESS HFOL-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-HISTFOL
               END-START.
               PERFORM UNTIL FIM-HISTFOL
                   READ HISTFOL-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-HISTFOL
                       NOT AT END
                           IF HFOL-COMP NOT = WS-COMP-HFOL
                               MOVE "S" TO WS-FIM-HISTFOL
                           ELSE
                               IF HFOL-MENSAL
                                   ADD 1 TO WS-QTD-HISTFOL
                                   ADD HFOL-BRUTO   TO WS-TOT-BRUTO
                                   ADD HFOL-INSS    TO WS-TOT-INSS
                                   ADD HFOL-IRRF    TO WS-TOT-IRRF
                                   ADD HFOL-DESC-FATURAS
                                       TO WS-TOT-DESC-FOLHA
                                   COMPUTE WS-TOT-LIQ-PAGAR =
                                       WS-TOT-LIQ-PAGAR + HFOL-LIQUIDO
                                       - HFOL-DESC-FATURAS
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HISTFOL-FILE.
               IF WS-QTD-HISTFOL = ZERO
                   DISPLAY "FOLHA DA COMPETENCIA " WS-COMP-EDIT
                       " NAO FECHADA (SEM LINHAS NO HISTFOL.DAT) - "
                       "NADA EXPORTADO"
                   MOVE 8 TO RETURN-CODE
               END-IF.

       FIM-SOMA-FOLHA-PARAGRAFO.
               EXIT.

       SOMA-FATURAS-PARAGRAFO.
      *>   PASSADA COMPLETA PELO FATURA.DAT: O FATURADO E SO DA
      *>   COMPETENCIA, MAS O RECEBIDO NO MES E O VENCIDO EM ABERTO
      *>   PODEM SER DE QUALQUER COMPETENCIA. A FATURA DESCONTADA EM
      *>   FOLHA JA ENTRA PELO LOTE DA FOLHA (HFOL-DESC-FATURAS).
               OPEN INPUT FATURA-FILE.
               IF NOT FATURA-OK
                   DISPLAY "ERRO AO ABRIR FATURA.DAT - STATUS "
                       WS-FATURA-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-SOMA-FATURAS-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-FATURAS
                   READ FATURA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-FATURAS
                       NOT AT END
                           PERFORM SOMA-FATURA-PARAGRAFO
                   END-READ
               END-PERFORM.
               CLOSE FATURA-FILE.

       FIM-SOMA-FATURAS-PARAGRAFO.
               EXIT.

       SOMA-FATURA-PARAGRAFO.
               IF FAT-COMP = WS-COMP-FAT
                   ADD 1 TO WS-QTD-FATURADAS
                   ADD FAT-VALOR TO WS-TOT-FATURADO
               END-IF.
               IF FAT-PAGA AND NOT FAT-BAIXA-FOLHA
                  AND FAT-DATA-PAGTO NOT < WS-DATA-INICIO-MES
                  AND FAT-DATA-PAGTO NOT > WS-DATA-FIM-MES
                   ADD 1 TO WS-QTD-RECEBIDAS
                   ADD FAT-VALOR TO WS-TOT-RECEBIDO
               END-IF.
               IF (FAT-ABERTA OR FAT-VENCIDA)
                  AND FAT-VENCIMENTO NOT > WS-DATA-FIM-MES
                   ADD 1 TO WS-QTD-EM-ATRASO
                   ADD FAT-VALOR TO WS-TOT-EM-ATRASO
               END-IF.

       MONTA-LANCAMENTOS-PARAGRAFO.
      *>   PARTIDA DE VALOR ZERO NAO VAI PARA O ARQUIVO (O LOTE SEM
      *>   NENHUMA PARTIDA TAMBEM NAO).
               MOVE ZERO TO WS-LC-USADOS.
               MOVE 1 TO WS-NOVO-LOTE.
               MOVE "SALB" TO WS-NOVO-EVENTO.
               MOVE "D" TO WS-NOVA-NATUREZA.
               MOVE WS-TOT-BRUTO TO WS-NOVO-VALOR.
               MOVE "FOLHA - SALARIOS BRUTOS" TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "INSS" TO WS-NOVO-EVENTO.
               MOVE "C" TO WS-NOVA-NATUREZA.
               MOVE WS-TOT-INSS TO WS-NOVO-VALOR.
               MOVE "FOLHA - INSS RETIDO" TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "IRRF" TO WS-NOVO-EVENTO.
               MOVE WS-TOT-IRRF TO WS-NOVO-VALOR.
               MOVE "FOLHA - IRRF RETIDO" TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "SLIQ" TO WS-NOVO-EVENTO.
               MOVE WS-TOT-LIQ-PAGAR TO WS-NOVO-VALOR.
               MOVE "FOLHA - LIQUIDO A CREDITAR" TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "MREC" TO WS-NOVO-EVENTO.
               MOVE WS-TOT-DESC-FOLHA TO WS-NOVO-VALOR.
               MOVE "FOLHA - MENSALIDADES DESCONTADAS"
                   TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.

               MOVE 2 TO WS-NOVO-LOTE.
               MOVE "MREC" TO WS-NOVO-EVENTO.
               MOVE "D" TO WS-NOVA-NATUREZA.
               MOVE WS-TOT-FATURADO TO WS-NOVO-VALOR.
               MOVE "MENSALIDADES FATURADAS" TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "RECM" TO WS-NOVO-EVENTO.
               MOVE "C" TO WS-NOVA-NATUREZA.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.

               MOVE 3 TO WS-NOVO-LOTE.
               MOVE "CAIX" TO WS-NOVO-EVENTO.
               MOVE "D" TO WS-NOVA-NATUREZA.
               MOVE WS-TOT-RECEBIDO TO WS-NOVO-VALOR.
               MOVE "MENSALIDADES RECEBIDAS - BANCO"
                   TO WS-NOVO-HISTORICO.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.
               MOVE "MREC" TO WS-NOVO-EVENTO.
               MOVE "C" TO WS-NOVA-NATUREZA.
               PERFORM GUARDA-PARTIDA-PARAGRAFO.

       GUARDA-PARTIDA-PARAGRAFO.
               IF WS-NOVO-VALOR NOT = ZERO
                   ADD 1 TO WS-LC-USADOS
                   MOVE WS-NOVO-LOTE      TO WS-LC-LOTE (WS-LC-USADOS)
                   MOVE WS-NOVO-EVENTO    TO WS-LC-EVENTO (WS-LC-USADOS)
                   MOVE WS-NOVA-NATUREZA
                       TO WS-LC-NATUREZA (WS-LC-USADOS)
                   MOVE WS-NOVO-VALOR     TO WS-LC-VALOR (WS-LC-USADOS)
                   MOVE WS-NOVO-HISTORICO
                       TO WS-LC-HISTORICO (WS-LC-USADOS)
               END-IF.

       CONFERE-LOTES-PARAGRAFO.
      *>   LISTA AS PARTIDAS DE CADA LOTE NO RELATORIO E CONFERE
      *>   DEBITOS CONTRA CREDITOS. A TABELA ESTA NA ORDEM DOS LOTES.
               MOVE ZERO TO WS-QTD-FORA-BALANCE.
               MOVE ZERO TO WS-LOTE-ATUAL.
               PERFORM VARYING WS-LC-IDX FROM 1 BY 1
                   UNTIL WS-LC-IDX > WS-LC-USADOS
                   IF WS-LC-LOTE (WS-LC-IDX) NOT = WS-LOTE-ATUAL
                       IF WS-LOTE-ATUAL NOT = ZERO
                           PERFORM FECHA-LOTE-PARAGRAFO
                       END-IF
                       MOVE WS-LC-LOTE (WS-LC-IDX) TO WS-LOTE-ATUAL
                       MOVE ZERO TO WS-LOTE-DEBITOS
                       MOVE ZERO TO WS-LOTE-CREDITOS
                       MOVE SPACES TO WS-LINHA
                       STRING "LOTE " WS-LOTE-ATUAL
                           DELIMITED BY SIZE INTO WS-LINHA
                       MOVE WS-LINHA TO REG-RELATO
                       WRITE REG-RELATO
                   END-IF
                   PERFORM LISTA-PARTIDA-PARAGRAFO
               END-PERFORM.
               IF WS-LOTE-ATUAL NOT = ZERO
                   PERFORM FECHA-LOTE-PARAGRAFO
               END-IF.

       LISTA-PARTIDA-PARAGRAFO.
               IF WS-LC-NATUREZA (WS-LC-IDX) = "D"
                   ADD WS-LC-VALOR (WS-LC-IDX) TO WS-LOTE-DEBITOS
               ELSE
                   ADD WS-LC-VALOR (WS-LC-IDX) TO WS-LOTE-CREDITOS
               END-IF.
               MOVE WS-LC-EVENTO (WS-LC-IDX) TO WS-EVENTO-BUSCA.
               PERFORM ACHA-EVENTO-PARAGRAFO.
               MOVE WS-LC-VALOR (WS-LC-IDX) TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  " WS-LC-NATUREZA (WS-LC-IDX)
                      "  " WS-PC-CONTA (WS-PC-ACHADO)
                      " " WS-PC-DESCRICAO (WS-PC-ACHADO)
                      " " WS-TOT-EDIT
                      "  " WS-LC-HISTORICO (WS-LC-IDX)
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.

       FECHA-LOTE-PARAGRAFO.
               MOVE WS-LOTE-DEBITOS TO WS-TOT-EDIT.
               MOVE WS-LOTE-CREDITOS TO WS-TOT-EDIT-2.
               MOVE SPACES TO WS-LINHA.
               IF WS-LOTE-DEBITOS = WS-LOTE-CREDITOS
                   STRING "  TOTAL DEBITOS: " WS-TOT-EDIT
                          "  CREDITOS: " WS-TOT-EDIT-2
                          "  - LOTE EM BALANCE"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   ADD 1 TO WS-QTD-FORA-BALANCE
                   STRING "  TOTAL DEBITOS: " WS-TOT-EDIT
                          "  CREDITOS: " WS-TOT-EDIT-2
                          "  - LOTE FORA DE BALANCE"
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE SPACES TO REG-RELATO.
               WRITE REG-RELATO.

       GRAVA-HEADER-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "H;"
                      WS-DATA-HORA-EXEC (1:8) ";"
                      WS-DATA-HORA-EXEC (9:6) ";"
                      WS-SEQUENCIA ";"
                      WS-COMP-HFOL
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONTABIL.
               WRITE REG-CONTABIL.

       GRAVA-PARTIDA-PARAGRAFO.
               MOVE WS-LC-EVENTO (WS-LC-IDX) TO WS-EVENTO-BUSCA.
               PERFORM ACHA-EVENTO-PARAGRAFO.
               MOVE WS-LC-VALOR (WS-LC-IDX) TO WS-VALOR-NUM.
               MOVE SPACES TO WS-VALOR-PONTO.
               STRING WS-VALOR-INT "." WS-VALOR-DEC
                   DELIMITED BY SIZE INTO WS-VALOR-PONTO.
               MOVE SPACES TO WS-LINHA.
               STRING "D;"
                      WS-LC-LOTE (WS-LC-IDX) ";"
                      WS-PC-CONTA (WS-PC-ACHADO) DELIMITED BY SPACE
                      ";" DELIMITED BY SIZE
                      WS-LC-NATUREZA (WS-LC-IDX) ";"
                      WS-VALOR-PONTO ";"
                      WS-LC-HISTORICO (WS-LC-IDX) DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-COMP-EDIT DELIMITED BY SIZE
                   INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONTABIL.
               WRITE REG-CONTABIL.
               ADD 1 TO WS-QTD-PARTIDAS.
               ADD WS-LC-VALOR (WS-LC-IDX) TO WS-HASH-VALOR.

       GRAVA-TRAILER-PARAGRAFO.
               MOVE WS-HASH-VALOR TO WS-VALOR-NUM.
               MOVE SPACES TO WS-VALOR-PONTO.
               STRING WS-VALOR-INT "." WS-VALOR-DEC
                   DELIMITED BY SIZE INTO WS-VALOR-PONTO.
               MOVE SPACES TO WS-LINHA.
               STRING "T;"
                      WS-QTD-PARTIDAS ";"
                      WS-VALOR-PONTO
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONTABIL.
               WRITE REG-CONTABIL.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE WS-QTD-HISTFOL TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "LINHAS DE FOLHA......: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-FATURADAS TO WS-QTD-EDIT.
               MOVE WS-TOT-FATURADO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS FATURADAS....: " WS-QTD-EDIT
                      "  VALOR: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-RECEBIDAS TO WS-QTD-EDIT.
               MOVE WS-TOT-RECEBIDO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS RECEBIDAS....: " WS-QTD-EDIT
                      "  VALOR: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-EM-ATRASO TO WS-QTD-EDIT.
               MOVE WS-TOT-EM-ATRASO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "VENCIDAS EM ABERTO...: " WS-QTD-EDIT
                      "  VALOR: " WS-TOT-EDIT
                      "  (SEM LANCAMENTO)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               MOVE WS-QTD-PARTIDAS TO WS-QTD-EDIT.
               MOVE WS-HASH-VALOR TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "PARTIDAS EXPORTADAS..: " WS-QTD-EDIT
                      "  HASH: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-RELATO.
               WRITE REG-RELATO.
               DISPLAY "INTERFACE CONTABIL " WS-COMP-EDIT
                   " - REMESSA " WS-SEQUENCIA " COM " WS-QTD-EDIT
                   " PARTIDAS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
