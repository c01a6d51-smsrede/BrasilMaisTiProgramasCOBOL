      *>   CONTRACHEQUE DE COMPETENCIA PASSADA (REIMPRIME-CONTRACH)
      *>   E O INFORME ANUAL DE RENDIMENTOS (INFORME-RENDIMENTOS).
      *>   RERUN DA COMPETENCIA REGRAVA AS LINHAS DO HISTORICO.
      *>
      *>   A BASE DO IRRF DESCONTA A DEDUCAO POR DEPENDENTE: OS
      *>   DEPENDENTES DE CADA ALUNO SAO CONTADOS NO CADASTRO
      *>   DEPENDE.DAT E O VALOR POR DEPENDENTE E O DA TABFOLHA.DAT
      *>   VIGENTE NA COMPETENCIA. QUANTIDADE E DEDUCAO SAEM NO
      *>   CONTRACHEQUE E FICAM GRAVADAS NO HISTORICO.
      *>
      *>   DESCONTO DE MENSALIDADE EM FOLHA: ALUNO COM AUTORIZACAO
      *>   VIGENTE EM AUTDESC.DAT TEM AS FATURAS ABERTAS E VENCIDAS
      *>   (COMPETENCIA ATE A DO FECHAMENTO) DESCONTADAS DO LIQUIDO,
      *>   DA MAIS ANTIGA PARA A MAIS NOVA, SEM PASSAR DA MARGEM
      *>   CONSIGNAVEL (PERCENTUAL DO LIQUIDO, TABFOLHA.DAT TIPO
      *>   "CONS") - FATURA QUE NAO CABE INTEIRA FICA ABERTA. CADA
      *>   FATURA DESCONTADA SAI NUMA LINHA DO CONTRACHEQUE, REDUZ O
      *>   CREDITO DA REMESSA E E BAIXADA EM FATURA.DAT ("P", DATA
      *>   DA FOLHA, ORIGEM "F" E A COMPETENCIA DA FOLHA). O TOTAL
      *>   DESCONTADO VAI PARA O HISTORICO E O RELATORIO CONCDESC.TXT
      *>   CONFERE, RELENDO O FATURA.DAT, QUE O TOTAL DESCONTADO NOS
      *>   CONTRACHEQUES E IGUAL AO TOTAL DE FATURAS BAIXADAS PELA
      *>   FOLHA - DIVERGENCIA TERMINA COM RETURN-CODE 8 E A REMESSA
      *>   FICA SEM TRAILER. NO RERUN DA COMPETENCIA AS FATURAS JA
      *>   BAIXADAS POR ESTA FOLHA VOLTAM PARA O CONTRACHEQUE SEM
      *>   NOVA BAIXA. FATURA MARCADA PARA AJUSTE POR TRANSFERENCIA
      *>   DE TURMA NAO E DESCONTADA, NEM A QUE JA TEM BOLETO
      *>   ENVIADO OU CONFIRMADO NO BANCO (REMESSA-COBRANCA) - ESSA
      *>   FICA PARA A BAIXA PELO RETORNO BANCARIO.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB FECHAFOL.
      *>   SE RECUSA A COMECAR (RC 8) COM O CARGAREA DA DATA DE
      *>   NEGOCIO INCOMPLETO (INICIADO SEM FIM, BLOQUEADO OU RC 8)
      *>   - A FOLHA SAIRIA COM OS SALARIOS ANTIGOS - E, COMO A
      *>   ESTEIRA DA MANHA, QUANDO O CONCILIA OU O CONCMATR DA DATA
      *>   TERMINOU COM RC 8 OU NAO TERMINOU.
      ******************************************************************
      ************************FIM DOCUMENTACAO**************************
      *================================================================*
                   FILE STATUS IS WS-REMESSA-STATUS.
           COPY HFOLSEL.
           COPY TABFSEL.
           COPY DEPSEL.
           COPY FATSEL.
           COPY AUTDSEL.
           COPY ESTEISEL.
               SELECT CONCDESC-FILE ASSIGN TO "CONCDESC.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONCDESC-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*

           FD  TABFOLHA-FILE.
           COPY TABFREC.

           FD  DEPENDE-FILE.
           COPY DEPFD.

           FD  FATURA-FILE.
           COPY FATFD.

           FD  AUTDESC-FILE.
           COPY AUTDFD.

           FD  CONCDESC-FILE.
           01  REG-CONCDESC PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOREC.
           COPY FOLHAWS.
           COPY TABFSTS.
           COPY DEPSTS.
           COPY FATSTS.
           COPY AUTDSTS.

           77 WS-CONCDESC-STATUS   PIC X(02) VALUE SPACES.
               88 CONCDESC-OK      VALUE "00".
           77 WS-FOLHAMES-STATUS   PIC X(02) VALUE SPACES.
               88 FOLHAMES-OK      VALUE "00".

               88 REMESSA-OK       VALUE "00".
           COPY HFOLSTS.
           77 WS-COMP-AAAAMM       PIC 9(06) VALUE ZERO.
           COPY REMESWS.
           COPY ESTEIWS.

      *>   DESCONTO DE MENSALIDADE EM FOLHA. AS FATURAS CANDIDATAS
      *>   SAO CARREGADAS NUMA PASSADA SO PELO FATURA.DAT ANTES DA
      *>   VARREDURA DO MESTRE (A CHAVE DA FATURA COMECA PELA
      *>   COMPETENCIA, NAO PELO CPF). O INDICE TEM UM DIGITO A MAIS
      *>   QUE A TABELA, COMO NO INFORME-RENDIMENTOS.
           77 WS-FIM-FATURAS       PIC X(01) VALUE "N".
               88 FIM-FATURAS      VALUE "S".
           77 WS-FIM-DESCONTO      PIC X(01) VALUE "N".
               88 FIM-DESCONTO     VALUE "S".
           77 WS-DF-ESTOURO        PIC X(01) VALUE "N".
               88 DF-ESTOURO       VALUE "S".
           77 WS-CONC-DIVERGENTE   PIC X(01) VALUE "N".
               88 CONC-DIVERGENTE  VALUE "S".
           77 WS-DF-USADOS         PIC 9(04) VALUE ZERO.
           77 WS-DF-IDX            PIC 9(05) VALUE ZERO.
           77 WS-DF-MAIS-ANTIGA    PIC 9(05) VALUE ZERO.
           77 WS-DF-ESTADO-NOVO    PIC X(01) VALUE SPACE.
           01 WS-DF-TABELA.
               03 WS-DF-OCORR OCCURS 9999 TIMES.
                   05 WS-DF-CPF        PIC 9(11).
                   05 WS-DF-COMP       PIC 9(06).
                   05 WS-DF-AAAAMM     PIC 9(06).
                   05 WS-DF-CURSO      PIC 9(04).
                   05 WS-DF-VALOR      PIC 9(08)V99.
                   05 WS-DF-ESTADO     PIC X(01).
                       88 DF-CANDIDATA  VALUE "C".
                       88 DF-JA-BAIXADA VALUE "J".
                       88 DF-DESCONTADA VALUE "D".
                       88 DF-SEM-MARGEM VALUE "S".
                       88 DF-ERRO       VALUE "E".
           01 WS-FAT-COMPETENCIA.
               05 WS-FAT-COMP-MM   PIC 9(02).
               05 WS-FAT-COMP-AAAA PIC 9(04).
           77 WS-DATA-FOLHA        PIC 9(08) VALUE ZERO.
           77 WS-MARGEM-CONSIG     PIC 9(10)V99 VALUE ZERO.
           77 WS-DESC-FATURAS      PIC 9(10)V99 VALUE ZERO.
           77 WS-LIQUIDO-CREDITO   PIC 9(10)V99 VALUE ZERO.
           77 WS-TOT-DESC-FATURAS  PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-CREDITADO     PIC 9(13)V99 VALUE ZERO.
           77 WS-TOT-CONFERIDO     PIC 9(13)V99 VALUE ZERO.
           77 WS-QTD-DESCONTADAS   PIC 9(06) VALUE ZERO.
           77 WS-QTD-CONFERIDAS    PIC 9(06) VALUE ZERO.
           77 WS-QTD-SEM-MARGEM    PIC 9(06) VALUE ZERO.
           77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
           77 WS-SITUACAO-CONC     PIC X(30) VALUE SPACES.
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "FECHAFOL" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.
               ACCEPT WS-COMPETENCIA-X.
               IF WS-COMPETENCIA-X NOT NUMERIC
                   DISPLAY "COMPETENCIA INVALIDA (MMAAAA): "
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.
      *>   CADASTRO DE DEPENDENTES AINDA NAO CRIADO (NINGUEM
      *>   CADASTROU DEPENDENTE) E CRIADO VAZIO - FOLHA SEM DEDUCAO.
               OPEN INPUT DEPENDE-FILE.
               IF NOT DEPENDE-OK
                   OPEN OUTPUT DEPENDE-FILE
                   CLOSE DEPENDE-FILE
                   OPEN INPUT DEPENDE-FILE
               END-IF.
               IF NOT DEPENDE-OK
                   DISPLAY "ERRO AO ABRIR DEPENDE.DAT - STATUS "
                       WS-DEPENDE-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHAMES-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.
      *>   FATURA.DAT E AUTDESC.DAT AINDA INEXISTENTES SAO CRIADOS
      *>   VAZIOS - FOLHA SEM DESCONTO DE MENSALIDADE.
               OPEN I-O FATURA-FILE.
               IF NOT FATURA-OK
                   OPEN OUTPUT FATURA-FILE
                   CLOSE FATURA-FILE
                   OPEN I-O FATURA-FILE
               END-IF.
               IF NOT FATURA-OK
                   DISPLAY "ERRO AO ABRIR FATURA.DAT - STATUS "
                       WS-FATURA-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHAMES-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   CLOSE DEPENDE-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
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
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHAMES-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   CLOSE DEPENDE-FILE
                   CLOSE FATURA-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.
               OPEN OUTPUT CONCDESC-FILE.
               IF NOT CONCDESC-OK
                   DISPLAY "ERRO AO ABRIR CONCDESC.TXT - STATUS "
                       WS-CONCDESC-STATUS
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHAMES-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   CLOSE DEPENDE-FILE
                   CLOSE FATURA-FILE
                   CLOSE AUTDESC-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (1:8) TO WS-DATA-FOLHA.
               PERFORM CARREGA-FATURAS-PARAGRAFO.
               IF DF-ESTOURO
                   DISPLAY "MAIS DE 9999 FATURAS PARA DESCONTO EM "
                       "FOLHA - FECHAMENTO ABORTADO"
                   CLOSE ALUNOS-FILE
                   CLOSE FOLHAMES-FILE
                   CLOSE REMESSA-FILE
                   CLOSE HISTFOL-FILE
                   CLOSE DEPENDE-FILE
                   CLOSE FATURA-FILE
                   CLOSE AUTDESC-FILE
                   CLOSE CONCDESC-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-FOLHA-PARAGRAFO
               END-IF.

               MOVE SPACES TO WS-LINHA.
               STRING "FECHAMENTO DE FOLHA - COMPETENCIA " WS-COMP-EDIT
               END-PERFORM.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               PERFORM CONCILIA-DESCONTOS-PARAGRAFO.
               PERFORM FECHA-REMESSA-PARAGRAFO
                   THRU FIM-FECHA-REMESSA-PARAGRAFO.

               CLOSE FOLHAMES-FILE.
               CLOSE REMESSA-FILE.
               CLOSE HISTFOL-FILE.
               CLOSE DEPENDE-FILE.
               CLOSE FATURA-FILE.
               CLOSE AUTDESC-FILE.
               CLOSE CONCDESC-FILE.

       FIM-FECHA-FOLHA-PARAGRAFO.
               MOVE WS-QTD-ALUNOS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-ALUNOS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

       PROCESSA-ALUNO-PARAGRAFO.
               MOVE CPF-REG             TO CPF.
               MOVE SALARIO-REG         TO SALARIO.
               MOVE SALARIO TO SALARIO-EDIT.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               PERFORM CALCULA-FOLHA-PARAGRAFO.
               PERFORM DESCONTA-FATURAS-PARAGRAFO.
               ADD 1               TO WS-QTD-ALUNOS.
               ADD SALARIO         TO WS-TOT-BRUTO.
               ADD WS-INSS         TO WS-TOT-INSS.
               ADD WS-IRRF         TO WS-TOT-IRRF.
               ADD SALARIO-LIQUIDO TO WS-TOT-LIQUIDO.
               ADD WS-DESC-FATURAS    TO WS-TOT-DESC-FATURAS.
               ADD WS-LIQUIDO-CREDITO TO WS-TOT-CREDITADO.
               PERFORM IMPRIME-CONTRACHEQUE-PARAGRAFO.
               PERFORM GRAVA-REMESSA-DETALHE-PARAGRAFO.
               PERFORM GRAVA-HISTORICO-PARAGRAFO.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.
               IF WS-QTD-DEPENDENTES > ZERO
                   MOVE SPACES TO WS-LINHA
                   STRING "DEPENDENTES (IR)..: " WS-QTD-DEPENDENTES
                          " - DEDUCAO NA BASE: " WS-DEDUCAO-DEP-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-FOLHAMES
                   WRITE REG-FOLHAMES
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) IRRF........: " WS-IRRF-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.
               IF WS-DESC-FATURAS > ZERO
                   PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                           UNTIL WS-DF-IDX > WS-DF-USADOS
                       IF WS-DF-CPF (WS-DF-IDX) = CPF
                          AND (DF-DESCONTADA (WS-DF-IDX)
                               OR DF-JA-BAIXADA (WS-DF-IDX))
                           PERFORM IMPRIME-LINHA-FATURA-PARAGRAFO
                       END-IF
                   END-PERFORM
                   MOVE WS-LIQUIDO-CREDITO TO WS-VALOR-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "( = ) LIQUIDO CREDITADO: " WS-VALOR-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   MOVE WS-LINHA TO REG-FOLHAMES
                   WRITE REG-FOLHAMES
               END-IF.

       IMPRIME-LINHA-FATURA-PARAGRAFO.
               MOVE WS-DF-COMP (WS-DF-IDX) TO WS-FAT-COMPETENCIA.
               MOVE WS-DF-VALOR (WS-DF-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "( - ) MENSALIDADE " WS-FAT-COMP-MM "/"
                      WS-FAT-COMP-AAAA " CURSO "
                      WS-DF-CURSO (WS-DF-IDX) ": " WS-VALOR-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.

       GRAVA-REMESSA-DETALHE-PARAGRAFO.
      *>   UM CREDITO POR CPF COM O NOME E O LIQUIDO A CREDITAR
      *>   (SALARIO LIQUIDO MENOS AS MENSALIDADES DESCONTADAS) - O
      *>   MESMO VALOR DO CONTRACHEQUE DESTE ALUNO.
               MOVE CPF TO REM-CPF.
               MOVE SPACES TO REM-NOME.
               STRING PRIMEIRO-NOME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      SOBRENOME DELIMITED BY "  "
                   INTO REM-NOME.
               MOVE WS-LIQUIDO-CREDITO TO REM-VALOR.
               MOVE WS-REMESSA-DETALHE TO REG-REMESSA.
               WRITE REG-REMESSA.
               ADD 1 TO WS-QTD-REMESSA.
               ADD WS-LIQUIDO-CREDITO TO WS-TOT-REMESSA.

       GRAVA-HISTORICO-PARAGRAFO.
      *>   PERSISTE A LINHA CALCULADA NO HISTORICO. RERUN DA MESMA
               MOVE WS-INSS         TO HFOL-INSS.
               MOVE WS-IRRF         TO HFOL-IRRF.
               MOVE SALARIO-LIQUIDO TO HFOL-LIQUIDO.
               MOVE WS-QTD-DEPENDENTES   TO HFOL-QTD-DEPEND.
               MOVE WS-DEDUCAO-DEP-TOTAL TO HFOL-DEDUCAO-DEPEND.
               MOVE "M"             TO HFOL-TIPO.
               MOVE ZERO            TO HFOL-ADIANT-13.
               MOVE WS-DESC-FATURAS TO HFOL-DESC-FATURAS.
               WRITE HISTFOL-REG
                   INVALID KEY
                       REWRITE HISTFOL-REG

       FECHA-REMESSA-PARAGRAFO.
      *>   ANTES DO TRAILER O TOTAL ACUMULADO NA REMESSA E BATIDO
      *>   CONTRA O TOTAL LIQUIDO DO RESUMO MENOS AS MENSALIDADES
      *>   DESCONTADAS - SE DIVERGIR O JOB TERMINA COM RC 8 E A
      *>   OPERACAO NAO TRANSMITE O ARQUIVO (JA PAGAMOS ERRADO DUAS
      *>   VEZES DIGITANDO NO PORTAL). CONCILIACAO DO DESCONTO EM
      *>   FOLHA DIVERGENTE TAMBEM DEIXA A REMESSA SEM TRAILER.
               IF WS-TOT-REMESSA
                  NOT = WS-TOT-LIQUIDO - WS-TOT-DESC-FATURAS
                   DISPLAY "TOTAL DA REMESSA NAO CONFERE COM O "
                       "TOTAL LIQUIDO DO RESUMO - NAO TRANSMITIR"
                   MOVE WS-TOT-REMESSA TO WS-TOT-EDIT
                   DISPLAY "  TOTAL REMESSA.....: " WS-TOT-EDIT
                   MOVE WS-TOT-LIQUIDO TO WS-TOT-EDIT
                   DISPLAY "  TOTAL LIQUIDO.....: " WS-TOT-EDIT
                   MOVE WS-TOT-DESC-FATURAS TO WS-TOT-EDIT
                   DISPLAY "  TOTAL MENSALIDADES: " WS-TOT-EDIT
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-FECHA-REMESSA-PARAGRAFO
               END-IF.
               IF CONC-DIVERGENTE
                   DISPLAY "CONCILIACAO DO DESCONTO EM FOLHA "
                       "DIVERGENTE - REMESSA SEM TRAILER, NAO "
                       "TRANSMITIR (VER CONCDESC.TXT)"
                   GO TO FIM-FECHA-REMESSA-PARAGRAFO
               END-IF.
               MOVE WS-QTD-REMESSA TO REM-QTD.
               MOVE WS-TOT-REMESSA TO REM-TOTAL.
               MOVE WS-REMESSA-TRAILER TO REG-REMESSA.
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.
               MOVE WS-TOT-DESC-FATURAS TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL MENSALIDADES: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.
               MOVE WS-TOT-CREDITADO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL CREDITADO...: " WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-FOLHAMES.
               WRITE REG-FOLHAMES.
               MOVE WS-QTD-ALUNOS TO WS-QTD-EDIT.
               DISPLAY "FECHAMENTO " WS-COMP-EDIT " CONCLUIDO COM "
                   WS-QTD-EDIT " ALUNOS".

       CARREGA-FATURAS-PARAGRAFO.
      *>   UMA PASSADA PELO FATURA.DAT: ENTRAM NA TABELA AS FATURAS
      *>   ABERTAS/VENCIDAS ATE A COMPETENCIA DO FECHAMENTO DE ALUNO
      *>   COM AUTORIZACAO VIGENTE ("C") E AS JA BAIXADAS POR ESTA
      *>   MESMA FOLHA NUMA RODADA ANTERIOR ("J" - RERUN).
               MOVE ZERO TO WS-DF-USADOS.
               MOVE "N"  TO WS-FIM-FATURAS.
               PERFORM UNTIL FIM-FATURAS
                   READ FATURA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-FATURAS
                       NOT AT END
                           PERFORM AVALIA-FATURA-PARAGRAFO
                               THRU FIM-AVALIA-FATURA-PARAGRAFO
                   END-READ
               END-PERFORM.

       AVALIA-FATURA-PARAGRAFO.
               MOVE FAT-COMP TO WS-FAT-COMPETENCIA.
               IF FAT-PAGA AND FAT-BAIXA-FOLHA
                  AND FAT-COMP-FOLHA = WS-COMP-AAAAMM
                   MOVE "J" TO WS-DF-ESTADO-NOVO
                   GO TO GUARDA-FATURA-PARAGRAFO
               END-IF.
               IF NOT FAT-ABERTA AND NOT FAT-VENCIDA
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
      *>   FATURA EM AJUSTE PELA SECRETARIA (TRANSFERENCIA DE TURMA)
      *>   NAO E DESCONTADA ATE SER ACERTADA
               IF FAT-PEND-TRANSFERENCIA
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
      *>   BOLETO VIVO NO BANCO (ENVIADO OU CONFIRMADO) NAO E
      *>   DESCONTADO: O ALUNO PODERIA PAGAR NO BANCO E NA FOLHA
               IF NOT FAT-COB-NAO-REMETIDA AND NOT FAT-COB-REJEITADA
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               IF (WS-FAT-COMP-AAAA * 100) + WS-FAT-COMP-MM
                  > WS-COMP-AAAAMM
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               MOVE FAT-CPF TO AUTD-CPF.
               READ AUTDESC-FILE
                   INVALID KEY
                       GO TO FIM-AVALIA-FATURA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF NOT AUTD-VIGENTE
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               MOVE "C" TO WS-DF-ESTADO-NOVO.

       GUARDA-FATURA-PARAGRAFO.
               IF WS-DF-USADOS >= 9999
                   MOVE "S" TO WS-DF-ESTOURO
                   MOVE "S" TO WS-FIM-FATURAS
                   GO TO FIM-AVALIA-FATURA-PARAGRAFO
               END-IF.
               ADD 1 TO WS-DF-USADOS.
               MOVE FAT-CPF   TO WS-DF-CPF (WS-DF-USADOS).
               MOVE FAT-COMP  TO WS-DF-COMP (WS-DF-USADOS).
               COMPUTE WS-DF-AAAAMM (WS-DF-USADOS) =
                   (WS-FAT-COMP-AAAA * 100) + WS-FAT-COMP-MM.
               MOVE FAT-CURSO TO WS-DF-CURSO (WS-DF-USADOS).
               MOVE FAT-VALOR TO WS-DF-VALOR (WS-DF-USADOS).
               MOVE WS-DF-ESTADO-NOVO TO WS-DF-ESTADO (WS-DF-USADOS).

       FIM-AVALIA-FATURA-PARAGRAFO.
               EXIT.

       DESCONTA-FATURAS-PARAGRAFO.
      *>   AS JA BAIXADAS POR ESTA FOLHA (RERUN) CONTAM PRIMEIRO;
      *>   DEPOIS AS CANDIDATAS DA MAIS ANTIGA PARA A MAIS NOVA,
      *>   ENQUANTO COUBEREM INTEIRAS NA MARGEM CONSIGNAVEL.
               MOVE ZERO TO WS-DESC-FATURAS.
               COMPUTE WS-MARGEM-CONSIG =
                   SALARIO-LIQUIDO * WS-MARGEM-CONSIG-PERC / 100.
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-USADOS
                   IF WS-DF-CPF (WS-DF-IDX) = CPF
                      AND DF-JA-BAIXADA (WS-DF-IDX)
                       ADD WS-DF-VALOR (WS-DF-IDX) TO WS-DESC-FATURAS
                   END-IF
               END-PERFORM.
               MOVE "N" TO WS-FIM-DESCONTO.
               PERFORM UNTIL FIM-DESCONTO
                   PERFORM ACHA-MAIS-ANTIGA-PARAGRAFO
                   IF WS-DF-MAIS-ANTIGA = ZERO
                       MOVE "S" TO WS-FIM-DESCONTO
                   ELSE
                       PERFORM BAIXA-FATURA-FOLHA-PARAGRAFO
                           THRU FIM-BAIXA-FATURA-FOLHA-PARAGRAFO
                   END-IF
               END-PERFORM.
      *>   SO ACONTECE NO RERUN COM O SALARIO REDUZIDO DEPOIS DA
      *>   PRIMEIRA RODADA - AS FATURAS JA ESTAO BAIXADAS.
               IF WS-DESC-FATURAS > SALARIO-LIQUIDO
                   DISPLAY "CPF " CPF " - MENSALIDADES JA BAIXADAS "
                       "NESTA FOLHA MAIORES QUE O LIQUIDO - CREDITO "
                       "ZERADO, CONFERIR"
                   MOVE ZERO TO WS-LIQUIDO-CREDITO
               ELSE
                   COMPUTE WS-LIQUIDO-CREDITO =
                       SALARIO-LIQUIDO - WS-DESC-FATURAS
               END-IF.

       ACHA-MAIS-ANTIGA-PARAGRAFO.
               MOVE ZERO TO WS-DF-MAIS-ANTIGA.
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-USADOS
                   IF WS-DF-CPF (WS-DF-IDX) = CPF
                      AND DF-CANDIDATA (WS-DF-IDX)
                       IF WS-DF-MAIS-ANTIGA = ZERO
                           MOVE WS-DF-IDX TO WS-DF-MAIS-ANTIGA
                       ELSE
                           IF WS-DF-AAAAMM (WS-DF-IDX)
                              < WS-DF-AAAAMM (WS-DF-MAIS-ANTIGA)
                               MOVE WS-DF-IDX TO WS-DF-MAIS-ANTIGA
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM.

       BAIXA-FATURA-FOLHA-PARAGRAFO.
      *>   FATURA QUE NAO CABE INTEIRA NA MARGEM FICA ABERTA PARA A
      *>   COBRANCA NORMAL. A FATURA E RELIDA ANTES DA BAIXA: SE O
      *>   BANCO BAIXOU NESSE MEIO TEMPO, NAO DESCONTA.
               IF WS-DESC-FATURAS + WS-DF-VALOR (WS-DF-MAIS-ANTIGA)
                  > WS-MARGEM-CONSIG
                   MOVE "S" TO WS-DF-ESTADO (WS-DF-MAIS-ANTIGA)
                   ADD 1 TO WS-QTD-SEM-MARGEM
                   GO TO FIM-BAIXA-FATURA-FOLHA-PARAGRAFO
               END-IF.
               MOVE WS-DF-COMP (WS-DF-MAIS-ANTIGA)  TO FAT-COMP.
               MOVE WS-DF-CPF (WS-DF-MAIS-ANTIGA)   TO FAT-CPF.
               MOVE WS-DF-CURSO (WS-DF-MAIS-ANTIGA) TO FAT-CURSO.
               READ FATURA-FILE
                   INVALID KEY
                       MOVE "E" TO WS-DF-ESTADO (WS-DF-MAIS-ANTIGA)
                       GO TO FIM-BAIXA-FATURA-FOLHA-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF NOT FAT-ABERTA AND NOT FAT-VENCIDA
                   MOVE "E" TO WS-DF-ESTADO (WS-DF-MAIS-ANTIGA)
                   GO TO FIM-BAIXA-FATURA-FOLHA-PARAGRAFO
               END-IF.
               MOVE "P"            TO FAT-SITUACAO.
               MOVE WS-DATA-FOLHA  TO FAT-DATA-PAGTO.
               MOVE "F"            TO FAT-ORIGEM-BAIXA.
               MOVE WS-COMP-AAAAMM TO FAT-COMP-FOLHA.
               REWRITE FATURA-REG
                   INVALID KEY
                       MOVE "E" TO WS-DF-ESTADO (WS-DF-MAIS-ANTIGA)
                   NOT INVALID KEY
                       MOVE "D" TO WS-DF-ESTADO (WS-DF-MAIS-ANTIGA)
                       ADD FAT-VALOR TO WS-DESC-FATURAS
                       ADD 1 TO WS-QTD-DESCONTADAS
               END-REWRITE.

       FIM-BAIXA-FATURA-FOLHA-PARAGRAFO.
               EXIT.

       CONCILIA-DESCONTOS-PARAGRAFO.
      *>   PROVA DO DESCONTO EM FOLHA: CADA FATURA DESCONTADA (OU JA
      *>   BAIXADA POR ESTA FOLHA) E RELIDA NO FATURA.DAT E SO SOMA
      *>   NO TOTAL BAIXADO SE ESTIVER "P" COM ORIGEM "F" E A
      *>   COMPETENCIA DESTA FOLHA. ESSE TOTAL TEM QUE BATER COM O
      *>   TOTAL DESCONTADO NOS CONTRACHEQUES (O MESMO GRAVADO NO
      *>   HISTORICO). AS QUE NAO COUBERAM NA MARGEM OU NAO PUDERAM
      *>   SER BAIXADAS SAEM LISTADAS PARA A SECRETARIA.
               MOVE SPACES TO WS-LINHA.
               STRING "CONCILIACAO DO DESCONTO DE MENSALIDADE EM FOLHA"
                      " - COMPETENCIA " WS-COMP-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE SPACES TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               PERFORM VARYING WS-DF-IDX FROM 1 BY 1
                       UNTIL WS-DF-IDX > WS-DF-USADOS
                   IF NOT DF-CANDIDATA (WS-DF-IDX)
                       PERFORM CONFERE-FATURA-PARAGRAFO
                   END-IF
               END-PERFORM.
               MOVE SPACES TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE WS-QTD-DESCONTADAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS BAIXADAS NESTA RODADA.......: "
                      WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE WS-QTD-SEM-MARGEM TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS SEM MARGEM (FICAM ABERTAS)..: "
                      WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE WS-QTD-CONFERIDAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "FATURAS BAIXADAS PELA FOLHA (FATURA): "
                      WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE WS-TOT-DESC-FATURAS TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL DESCONTADO NOS CONTRACHEQUES..: "
                      WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               MOVE WS-TOT-CONFERIDO TO WS-TOT-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "TOTAL BAIXADO PELA FOLHA (FATURA)...: "
                      WS-TOT-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.
               IF WS-TOT-CONFERIDO = WS-TOT-DESC-FATURAS
                   MOVE "CONCILIACAO OK" TO REG-CONCDESC
               ELSE
                   MOVE "S" TO WS-CONC-DIVERGENTE
                   MOVE 8 TO RETURN-CODE
                   MOVE "*** DIVERGENCIA - NAO TRANSMITIR A REMESSA ***"
                       TO REG-CONCDESC
                   DISPLAY "CONCILIACAO DO DESCONTO EM FOLHA "
                       "DIVERGENTE - VER CONCDESC.TXT"
               END-IF.
               WRITE REG-CONCDESC.

       CONFERE-FATURA-PARAGRAFO.
               MOVE SPACES TO WS-SITUACAO-CONC.
               IF DF-DESCONTADA (WS-DF-IDX)
                  OR DF-JA-BAIXADA (WS-DF-IDX)
                   MOVE WS-DF-COMP (WS-DF-IDX)  TO FAT-COMP
                   MOVE WS-DF-CPF (WS-DF-IDX)   TO FAT-CPF
                   MOVE WS-DF-CURSO (WS-DF-IDX) TO FAT-CURSO
                   READ FATURA-FILE
                       INVALID KEY
                           MOVE "NAO ENCONTRADA NO FATURA.DAT"
                               TO WS-SITUACAO-CONC
                       NOT INVALID KEY
                           IF FAT-PAGA AND FAT-BAIXA-FOLHA
                              AND FAT-COMP-FOLHA = WS-COMP-AAAAMM
                               ADD 1 TO WS-QTD-CONFERIDAS
                               ADD FAT-VALOR TO WS-TOT-CONFERIDO
                               IF DF-DESCONTADA (WS-DF-IDX)
                                   MOVE "BAIXADA NESTA RODADA"
                                       TO WS-SITUACAO-CONC
                               ELSE
                                   MOVE "JA BAIXADA POR ESTA FOLHA"
                                       TO WS-SITUACAO-CONC
                               END-IF
                           ELSE
                               MOVE "NAO CONSTA BAIXADA PELA FOLHA"
                                   TO WS-SITUACAO-CONC
                           END-IF
                   END-READ
               END-IF.
               IF DF-SEM-MARGEM (WS-DF-IDX)
                   MOVE "SEM MARGEM - CONTINUA ABERTA"
                       TO WS-SITUACAO-CONC
               END-IF.
               IF DF-ERRO (WS-DF-IDX)
                   MOVE "NAO BAIXADA (JA PAGA OU ERRO)"
                       TO WS-SITUACAO-CONC
               END-IF.
               MOVE WS-DF-COMP (WS-DF-IDX) TO WS-FAT-COMPETENCIA.
               MOVE WS-DF-VALOR (WS-DF-IDX) TO WS-VALOR-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "CPF:" WS-DF-CPF (WS-DF-IDX)
                      "  COMPETENCIA:" WS-FAT-COMP-MM "/"
                      WS-FAT-COMP-AAAA
                      "  CURSO:" WS-DF-CURSO (WS-DF-IDX)
                      "  VALOR:" WS-VALOR-EDIT
                      "  " WS-SITUACAO-CONC
                   DELIMITED BY SIZE INTO WS-LINHA.
               MOVE WS-LINHA TO REG-CONCDESC.
               WRITE REG-CONCDESC.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DE CALCULO (COPIADOS DAS PROC COPYBOOKS)
      *----------------------------------------------------------------*
           COPY FOLHA.
           COPY CARGTABF.
           COPY CONTADEP.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
