      *================================================================*
       IDENTIFICATION                               DIVISION.
      ******************************************************************
       PROGRAM-ID.                                 ATENDIMENTO-LGPD.
       AUTHOR.     SAMUEL MENEZES.
      ******************************************************************
      *>   JOB BATCH DE ATENDIMENTO AO TITULAR DE DADOS (LGPD). O
      *>   DADO PESSOAL DO ALUNO ESTA ESPALHADO POR ALUNOS.DAT,
      *>   TRILHA.LOG E OS MESES ARQUIVADOS TRILHA.AAAAMM.LOG,
      *>   JRNALUNO.LOG, HISTFOL.DAT, MATRICULA.DAT, ESPERA.DAT,
      *>   FATURA.DAT, RESULTADO.DAT, DEPENDE.DAT E O INTERFAL.TXT.
      *>   SYSIN:
      *>     1A LINHA - MODO: R = RELATORIO / A = ANONIMIZACAO
      *>     2A LINHA - CPF DO TITULAR
      *>   MODO R - LISTA EM LGPDREL.TXT TUDO O QUE EXISTE SOBRE O
      *>   CPF EM CADA ARQUIVO, UM BLOCO POR ARQUIVO COM A
      *>   QUANTIDADE NO FIM. ARQUIVO QUE NAO ABRE SAI COMO
      *>   INDISPONIVEL E O JOB TERMINA COM RETURN-CODE 4 (O
      *>   RELATORIO ESTA INCOMPLETO); CPF SEM NADA EM LUGAR NENHUM
      *>   TAMBEM DA RETURN-CODE 4.
      *>   MODO A - ANONIMIZA O EX-ALUNO: SO COM ALUNOS.DAT,
      *>   MATRICULA.DAT, FATURA.DAT E ESPERA.DAT LIDOS, NENHUM
      *>   ARQUIVO INDISPONIVEL NO LEVANTAMENTO, SEM MATRICULA
      *>   ATIVA, SEM FATURA EM ABERTO OU VENCIDA E SEM LUGAR
      *>   AGUARDANDO NA LISTA DE ESPERA - SENAO RECUSA COM
      *>   RETURN-CODE 8 SEM TOCAR EM NADA. NOME, RG, ENDERECO,
      *>   CEP, NASCIMENTO E SENHA-HASH VIRAM VALORES NEUTROS NO
      *>   ALUNOS.DAT E NAS IMAGENS DO JRNALUNO.LOG (O JOURNAL E
      *>   REGRAVADO INTEIRO PASSANDO POR JRNALUNO.TMP, COMO O
      *>   TRUNCAMENTO DO CORTE-TRILHA). CPF E SALARIOS FICAM - SAO
      *>   A CHAVE DO HISTORICO DE FOLHA E DE TRIBUTOS QUE A LEI
      *>   MANDA GUARDAR.
      *>   A ANONIMIZACAO VIRA UMA LINHA "ANONIMIZA" NO JOURNAL (O
      *>   ROLL-FORWARD DO RESTAURA-ALUNOS REAPLICA) E NA TRILHA
      *>   (OPERADOR "LGPD"). O RELATORIO DESTE MODO NAO REPETE O
      *>   DADO PESSOAL: DIZ QUANTO HA EM CADA ARQUIVO E O QUE FOI
      *>   ALTERADO E O QUE FOI MANTIDO, COM O MOTIVO. CPF JA
      *>   ANONIMIZADO (NADA MAIS A TROCAR) TERMINA COM
      *>   RETURN-CODE 4 SEM LINHA NOVA NA TRILHA.
      *>   REGISTRA INICIO, FIM, RETURN-CODE E CONTAGENS NO CONTROLE
      *>   DE ESTEIRA (ESTEIRA.CTL, COPY CTLESTEI) COMO JOB ATENDLGP.
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
           COPY ALUNOSEL.
           COPY AUDITSEL.
           COPY ARQTRSEL.
           COPY CATTRSEL.
           COPY JRNALSEL.
           COPY HFOLSEL.
           COPY MATRSEL.
           COPY ESPERASEL.
           COPY FATSEL.
           COPY RESULSEL.
           COPY DEPSEL.
           COPY ESTEISEL.
               SELECT INTERFACE-FILE ASSIGN TO "INTERFAL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INTERFACE-STATUS.
               SELECT JRNTMP-FILE ASSIGN TO "JRNALUNO.TMP"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-JRNTMP-STATUS.
               SELECT LGPDREL-FILE ASSIGN TO "LGPDREL.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LGPDREL-STATUS.
      *================================================================*
       DATA                                         DIVISION.
      *================================================================*
         FILE                             SECTION.
           FD  ALUNOS-FILE.
           COPY ALUNOFD.

           FD  AUDIT-FILE.
           COPY AUDITREC.

           FD  ARQTRILHA-FILE.
           COPY ARQTRREC.

           FD  CATALOGO-FILE.
           COPY CATTRREC.

           FD  JORNAL-FILE.
           COPY JRNALREC.

           FD  HISTFOL-FILE.
           COPY HFOLFD.

           FD  MATRICULA-FILE.
           COPY MATRFD.

           FD  ESPERA-FILE.
           COPY ESPERAFD.

           FD  FATURA-FILE.
           COPY FATFD.

           FD  RESULTADO-FILE.
           COPY RESULFD.

           FD  DEPENDE-FILE.
           COPY DEPFD.

           FD  INTERFACE-FILE.
           01  REG-INTERFACE PIC X(200).

           FD  JRNTMP-FILE.
           01  REG-JRNTMP PIC X(399).

           FD  LGPDREL-FILE.
           01  REG-LGPDREL PIC X(132).

           FD  ESTEIRA-FILE.
           COPY ESTEIREC.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *----------------------------------------------------------------*
           COPY ALUNOSTS.
           COPY ALUNOREC.
           COPY ARQTRWS.
           COPY CATTRSTS.
           COPY JRNALWS.
           COPY HFOLSTS.
           COPY MATRSTS.
           COPY ESPERASTS.
           COPY FATSTS.
           COPY RESULSTS.
           COPY DEPSTS.
           COPY ESTEIWS.

           77 WS-AUDIT-STATUS      PIC X(02) VALUE SPACES.
               88 AUDIT-OK         VALUE "00".
           77 WS-INTERFACE-STATUS  PIC X(02) VALUE SPACES.
               88 INTERFACE-OK     VALUE "00".
           77 WS-JRNTMP-STATUS     PIC X(02) VALUE SPACES.
               88 JRNTMP-OK        VALUE "00".
           77 WS-LGPDREL-STATUS    PIC X(02) VALUE SPACES.
               88 LGPDREL-OK       VALUE "00".

           77 WS-FIM-ARQUIVO       PIC X(01) VALUE "N".
               88 FIM-ARQUIVO      VALUE "S".
           77 WS-FIM-CATALOGO      PIC X(01) VALUE "N".
               88 FIM-CATALOGO     VALUE "S".
           77 WS-FIM-JRNTMP        PIC X(01) VALUE "N".
               88 FIM-JRNTMP       VALUE "S".

           77 WS-MODO-X            PIC X(01) VALUE SPACE.
               88 MODO-RELATORIO   VALUE "R" "r".
               88 MODO-ANONIMIZA   VALUE "A" "a".
           77 WS-CPF-X             PIC X(11) VALUE SPACES.
           77 WS-CPF-PEDIDO        PIC 9(11) VALUE ZERO.
           77 WS-DATA-HORA-EXEC    PIC 9(14) VALUE ZERO.
           77 WS-OPERADOR-ID       PIC X(08) VALUE "LGPD".
           77 WS-OPERACAO-ATUAL    PIC X(09) VALUE "ANONIMIZA".

      *>   NO MODO R CADA REGISTRO ACHADO SAI POR EXTENSO; NO MODO A
      *>   SO A QUANTIDADE POR ARQUIVO.
           77 WS-LISTA-DETALHE     PIC X(01) VALUE "N".
               88 LISTA-DETALHE    VALUE "S".
      *>   O CADASTRO E OS TRES ARQUIVOS QUE DECIDEM SE O CPF PODE
      *>   SER ANONIMIZADO PRECISAM TER SIDO LIDOS.
           77 WS-ALUNOS-LIDO       PIC X(01) VALUE "N".
               88 ALUNOS-LIDO      VALUE "S".
           77 WS-MATR-LIDA         PIC X(01) VALUE "N".
               88 MATR-LIDA        VALUE "S".
           77 WS-FAT-LIDA          PIC X(01) VALUE "N".
               88 FAT-LIDA         VALUE "S".
           77 WS-ESP-LIDA          PIC X(01) VALUE "N".
               88 ESP-LIDA         VALUE "S".
           77 WS-CADASTRO-ALTERADO PIC X(01) VALUE "N".
               88 CADASTRO-ALTERADO VALUE "S".

      *>   IMAGEM DO ALUNO-REG (182 POSICOES, MESMA ORDEM DE
      *>   ALUNOFD) PARA LER E NEUTRALIZAR AS IMAGENS DO JOURNAL E O
      *>   PROPRIO REGISTRO DO MESTRE PELO MESMO PARAGRAFO.
           01 WS-IMAGEM-ALUNO.
               03 WS-IMG-NOME.
                   05 WS-IMG-PRIMEIRO-NOME PIC X(30).
                   05 WS-IMG-SOBRENOME     PIC X(30).
               03 WS-IMG-RG            PIC X(11).
               03 WS-IMG-CPF           PIC X(11).
               03 WS-IMG-DATANASC.
                   05 WS-IMG-DIA       PIC X(02).
                   05 WS-IMG-MES       PIC X(02).
                   05 WS-IMG-ANO       PIC X(04).
               03 WS-IMG-SALARIO       PIC X(12).
               03 WS-IMG-LIQUIDO       PIC X(12).
               03 WS-IMG-ENDERECO      PIC X(50).
               03 WS-IMG-CEP           PIC X(08).
               03 WS-IMG-SENHA-HASH    PIC X(10).
           77 WS-IMAGEM-ORIGINAL   PIC X(182) VALUE SPACES.
           77 WS-VALOR-NEUTRO      PIC X(30) VALUE "ANONIMIZADO".
           77 WS-ROTULO-IMAGEM     PIC X(08) VALUE SPACES.
           77 WS-LINHA-ALTERADA    PIC X(01) VALUE "N".
               88 LINHA-ALTERADA   VALUE "S".
           77 WS-STATUS-INDISP     PIC X(02) VALUE SPACES.

           77 WS-TITULO-SECAO      PIC X(60) VALUE SPACES.
           77 WS-QTD-SECAO         PIC 9(06) VALUE ZERO.
           77 WS-ORIGEM-TRILHA     PIC X(17) VALUE SPACES.

           77 WS-QTD-ALUNOS        PIC 9(06) VALUE ZERO.
           77 WS-QTD-TRILHA        PIC 9(06) VALUE ZERO.
           77 WS-QTD-JORNAL        PIC 9(06) VALUE ZERO.
           77 WS-QTD-HISTFOL       PIC 9(06) VALUE ZERO.
           77 WS-QTD-MATRICULA     PIC 9(06) VALUE ZERO.
           77 WS-QTD-ESPERA        PIC 9(06) VALUE ZERO.
           77 WS-QTD-FATURA        PIC 9(06) VALUE ZERO.
           77 WS-QTD-RESULTADO     PIC 9(06) VALUE ZERO.
           77 WS-QTD-DEPENDE       PIC 9(06) VALUE ZERO.
           77 WS-QTD-INTERFAL      PIC 9(06) VALUE ZERO.
           77 WS-QTD-MATR-ATIVAS   PIC 9(06) VALUE ZERO.
           77 WS-QTD-FAT-ABERTAS   PIC 9(06) VALUE ZERO.
           77 WS-QTD-ESP-AGUARDA   PIC 9(06) VALUE ZERO.
           77 WS-QTD-ARQ-COM-DADOS PIC 9(06) VALUE ZERO.
           77 WS-QTD-REGISTROS     PIC 9(07) VALUE ZERO.
           77 WS-QTD-INDISPONIVEIS PIC 9(06) VALUE ZERO.
           77 WS-QTD-JRN-LIDAS     PIC 9(07) VALUE ZERO.
           77 WS-QTD-JRN-GRAVADAS  PIC 9(07) VALUE ZERO.
           77 WS-QTD-JRN-ALTERADAS PIC 9(06) VALUE ZERO.

           77 WS-QTD-EDIT          PIC ZZZ.ZZ9.
           77 WS-VALOR-EDIT        PIC Z.ZZZ.ZZZ.ZZ9,99.
           77 WS-VALOR2-EDIT       PIC Z.ZZZ.ZZZ.ZZ9,99.
           77 WS-NOTA-EDIT         PIC Z9,9.
           77 WS-FREQ-EDIT         PIC ZZ9.
           77 WS-DATA-X            PIC X(08) VALUE SPACES.
           77 WS-DATA-EDIT         PIC X(10) VALUE SPACES.
           77 WS-DATA2-EDIT        PIC X(10) VALUE SPACES.
           77 WS-DATA3-EDIT        PIC X(10) VALUE SPACES.
           77 WS-DH-EDIT           PIC X(19) VALUE SPACES.
           77 WS-SITUACAO-EDIT     PIC X(12) VALUE SPACES.
           77 WS-LINHA             PIC X(132).
      *================================================================*
       PROCEDURE                                    DIVISION.
      *================================================================*
       000-INICIO-PARAGRAFO.
               MOVE "ATENDLGP" TO WS-EST-JOB.
               PERFORM INICIA-ESTEIRA-PARAGRAFO
                   THRU FIM-INICIA-ESTEIRA-PARAGRAFO.
               IF EST-RECUSADO
                   GO TO FIM-ATENDIMENTO-PARAGRAFO
               END-IF.
               ACCEPT WS-MODO-X.
               ACCEPT WS-CPF-X.
               IF NOT MODO-RELATORIO AND NOT MODO-ANONIMIZA
                   DISPLAY "MODO INVALIDO (R OU A): " WS-MODO-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ATENDIMENTO-PARAGRAFO
               END-IF.
               IF WS-CPF-X NOT NUMERIC
                  OR WS-CPF-X = "00000000000"
                   DISPLAY "CPF INVALIDO: " WS-CPF-X
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ATENDIMENTO-PARAGRAFO
               END-IF.
               MOVE WS-CPF-X TO WS-CPF-PEDIDO.
               MOVE FUNCTION CURRENT-DATE (1:14) TO WS-DATA-HORA-EXEC.
               IF MODO-RELATORIO
                   MOVE "S" TO WS-LISTA-DETALHE
               END-IF.

               OPEN OUTPUT LGPDREL-FILE.
               IF NOT LGPDREL-OK
                   DISPLAY "ERRO AO ABRIR LGPDREL.TXT - STATUS "
                       WS-LGPDREL-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ATENDIMENTO-PARAGRAFO
               END-IF.
               MOVE WS-DATA-HORA-EXEC (1:8) TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               IF MODO-RELATORIO
                   STRING "LGPD - RELATORIO DE DADOS DO TITULAR - CPF "
                          WS-CPF-PEDIDO " - EMITIDO EM " WS-DATA-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING "LGPD - ANONIMIZACAO DE EX-ALUNO - CPF "
                          WS-CPF-PEDIDO " - EMITIDO EM " WS-DATA-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               MOVE WS-LINHA TO REG-LGPDREL.
               WRITE REG-LGPDREL.

               PERFORM LEVANTA-CADASTRO-PARAGRAFO
                   THRU FIM-LEVANTA-CADASTRO-PARAGRAFO.
               PERFORM LEVANTA-TRILHA-PARAGRAFO
                   THRU FIM-LEVANTA-TRILHA-PARAGRAFO.
               PERFORM LEVANTA-JOURNAL-PARAGRAFO
                   THRU FIM-LEVANTA-JOURNAL-PARAGRAFO.
               PERFORM LEVANTA-HISTFOL-PARAGRAFO
                   THRU FIM-LEVANTA-HISTFOL-PARAGRAFO.
               PERFORM LEVANTA-MATRICULA-PARAGRAFO
                   THRU FIM-LEVANTA-MATRICULA-PARAGRAFO.
               PERFORM LEVANTA-ESPERA-PARAGRAFO
                   THRU FIM-LEVANTA-ESPERA-PARAGRAFO.
               PERFORM LEVANTA-FATURA-PARAGRAFO
                   THRU FIM-LEVANTA-FATURA-PARAGRAFO.
               PERFORM LEVANTA-RESULTADO-PARAGRAFO
                   THRU FIM-LEVANTA-RESULTADO-PARAGRAFO.
               PERFORM LEVANTA-DEPENDE-PARAGRAFO
                   THRU FIM-LEVANTA-DEPENDE-PARAGRAFO.
               PERFORM LEVANTA-INTERFAL-PARAGRAFO
                   THRU FIM-LEVANTA-INTERFAL-PARAGRAFO.

               IF MODO-ANONIMIZA
                   PERFORM CONFERE-BLOQUEIOS-PARAGRAFO
                       THRU FIM-CONFERE-BLOQUEIOS-PARAGRAFO
                   IF RETURN-CODE = ZERO
                       PERFORM ANONIMIZA-PARAGRAFO
                           THRU FIM-ANONIMIZA-PARAGRAFO
                   END-IF
               END-IF.

               PERFORM IMPRIME-RESUMO-PARAGRAFO.
               CLOSE LGPDREL-FILE.
               IF MODO-RELATORIO
                  AND RETURN-CODE = ZERO
                  AND (WS-QTD-INDISPONIVEIS NOT = ZERO
                       OR WS-QTD-REGISTROS = ZERO)
                   MOVE 4 TO RETURN-CODE
               END-IF.

       FIM-ATENDIMENTO-PARAGRAFO.
               MOVE WS-QTD-REGISTROS TO WS-EST-QTD-LIDOS.
               MOVE WS-QTD-JRN-ALTERADAS TO WS-EST-QTD-GRAVADOS.
               PERFORM ENCERRA-ESTEIRA-PARAGRAFO.
               STOP RUN.

      *----------------------------------------------------------------*
      *    LEVANTAMENTO - UM BLOCO POR ARQUIVO
      *----------------------------------------------------------------*
       LEVANTA-CADASTRO-PARAGRAFO.
               MOVE "ALUNOS.DAT - CADASTRO DO ALUNO" TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   MOVE WS-ALUNOS-STATUS TO WS-STATUS-INDISP
                   PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                   GO TO FIM-LEVANTA-CADASTRO-PARAGRAFO
               END-IF.
               MOVE "S" TO WS-ALUNOS-LIDO.
               MOVE WS-CPF-PEDIDO TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       CLOSE ALUNOS-FILE
                       PERFORM FECHA-SECAO-PARAGRAFO
                       GO TO FIM-LEVANTA-CADASTRO-PARAGRAFO
                   NOT INVALID KEY
                       MOVE 1 TO WS-QTD-SECAO
               END-READ.
               CLOSE ALUNOS-FILE.
               MOVE 1 TO WS-QTD-ALUNOS.
               MOVE ALUNO-REG TO WS-IMAGEM-ORIGINAL.
               MOVE ALUNO-REG TO WS-IMAGEM-ALUNO.
               PERFORM NEUTRALIZA-IMAGEM-PARAGRAFO.
               IF WS-IMAGEM-ALUNO = WS-IMAGEM-ORIGINAL
                   MOVE "  SITUACAO........: CADASTRO JA ANONIMIZADO"
                       TO REG-LGPDREL
                   WRITE REG-LGPDREL
               END-IF.
               IF NOT LISTA-DETALHE
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-CADASTRO-PARAGRAFO
               END-IF.
               MOVE SPACES TO WS-LINHA.
               STRING "  NOME............: "
                      PRIMEIRO-NOME-REG DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      SOBRENOME-REG DELIMITED BY "  "
                   INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  RG..............: " RG-REG
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  NASCIMENTO......: " DIA-REG "/" MES-REG "/"
                      ANO-REG
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  ENDERECO........: " ENDERECO-REG
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  CEP.............: " CEP-REG-ALUNO
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SALARIO-REG TO WS-VALOR-EDIT.
               MOVE SALARIO-LIQUIDO-REG TO WS-VALOR2-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  SALARIO.........: " WS-VALOR-EDIT
                      "   LIQUIDO: " WS-VALOR2-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
      *>   O HASH DA SENHA E DADO DO TITULAR MAS NAO SE EXIBE - SO
      *>   SE INFORMA QUE EXISTE.
               IF SENHA-HASH-REG = ZERO
                   MOVE "  SENHA...........: NAO CADASTRADA"
                       TO WS-LINHA
               ELSE
                   MOVE "  SENHA...........: HASH GRAVADO (OMITIDO)"
                       TO WS-LINHA
               END-IF.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-CADASTRO-PARAGRAFO.
               EXIT.

       LEVANTA-TRILHA-PARAGRAFO.
      *>   PRIMEIRO OS MESES ARQUIVADOS DO CATALOGO (COMO NO
      *>   CONSULTA-TRILHA), DEPOIS O LOG VIVO. MES EXPURGADO PELA
      *>   RETENCAO SO E AVISADO. SEM CATALOGO O CORTE NUNCA RODOU.
               MOVE "TRILHA.LOG E TRILHA.AAAAMM.LOG - AUDITORIA"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT CATALOGO-FILE.
               IF CATALOGO-OK
                   MOVE "N" TO WS-FIM-CATALOGO
                   PERFORM UNTIL FIM-CATALOGO
                       READ CATALOGO-FILE
                           AT END
                               MOVE "S" TO WS-FIM-CATALOGO
                           NOT AT END
                               IF CAT-PERIODO NUMERIC
                                   PERFORM LE-MES-ARQUIVADO-PARAGRAFO
                                     THRU FIM-LE-MES-ARQUIVADO-PARAGRAFO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE CATALOGO-FILE
               END-IF.
               MOVE "TRILHA.LOG" TO WS-ORIGEM-TRILHA.
               OPEN INPUT AUDIT-FILE.
               IF NOT AUDIT-OK
                   IF WS-AUDIT-STATUS NOT = "35"
                       MOVE WS-AUDIT-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-TRILHA-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-TRILHA-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ AUDIT-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF AUDIT-CPF = WS-CPF-PEDIDO
                               PERFORM LISTA-TRILHA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE AUDIT-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-TRILHA.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-TRILHA-PARAGRAFO.
               EXIT.

       LE-MES-ARQUIVADO-PARAGRAFO.
               IF CAT-EXPURGADO
                   MOVE SPACES TO WS-LINHA
                   STRING "  PERIODO " CAT-PERIODO
                          " JA EXPURGADO PELA RETENCAO - LINHAS "
                          "INDISPONIVEIS"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   GO TO FIM-LE-MES-ARQUIVADO-PARAGRAFO
               END-IF.
               MOVE CAT-PERIODO TO WS-ARQTRILHA-PERIODO.
               PERFORM MONTA-NOME-ARQTRILHA-PARAGRAFO.
               MOVE WS-ARQTRILHA-NOME TO WS-ORIGEM-TRILHA.
               MOVE "N" TO WS-FIM-ARQUIVO.
               OPEN INPUT ARQTRILHA-FILE.
               IF NOT ARQTRILHA-OK
                   MOVE SPACES TO WS-LINHA
                   STRING "  PERIODO " CAT-PERIODO
                          " NO CATALOGO MAS SEM ARQUIVO ("
                          WS-ARQTRILHA-NOME ") - STATUS "
                          WS-ARQTRILHA-STATUS
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   ADD 1 TO WS-QTD-INDISPONIVEIS
                   GO TO FIM-LE-MES-ARQUIVADO-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ARQTRILHA-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ARQT-DETALHE
                               MOVE ARQT-LINHA TO AUDIT-REG
                               IF AUDIT-CPF = WS-CPF-PEDIDO
                                   PERFORM LISTA-TRILHA-PARAGRAFO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ARQTRILHA-FILE.

       FIM-LE-MES-ARQUIVADO-PARAGRAFO.
               EXIT.

       MONTA-NOME-ARQTRILHA-PARAGRAFO.
               MOVE SPACES TO WS-ARQTRILHA-NOME.
               STRING "TRILHA." WS-ARQTRILHA-PERIODO ".LOG"
                   DELIMITED BY SIZE INTO WS-ARQTRILHA-NOME.

       LISTA-TRILHA-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF LISTA-DETALHE
                   PERFORM EDITA-DATA-HORA-PARAGRAFO
                   MOVE SPACES TO WS-LINHA
                   STRING "  " WS-DH-EDIT
                          "  OPERADOR " AUDIT-OPERADOR
                          "  OPERACAO " AUDIT-OPERACAO
                          "  (" WS-ORIGEM-TRILHA DELIMITED BY "  "
                          ")" DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-JOURNAL-PARAGRAFO.
      *>   A LINHA DO JOURNAL E DO CPF QUANDO QUALQUER DAS DUAS
      *>   IMAGENS E DELE (POSICAO 72 DO ALUNO-REG).
               MOVE "JRNALUNO.LOG - JOURNAL DE IMAGENS DO CADASTRO"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT JORNAL-FILE.
               IF NOT JORNAL-OK
                   IF WS-JORNAL-STATUS NOT = "35"
                       MOVE WS-JORNAL-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-JOURNAL-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-JOURNAL-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ JORNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF JRN-ANTES (72:11) = WS-CPF-X
                              OR JRN-DEPOIS (72:11) = WS-CPF-X
                               PERFORM LISTA-JOURNAL-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE JORNAL-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-JORNAL.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-JOURNAL-PARAGRAFO.
               EXIT.

       LISTA-JOURNAL-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF NOT LISTA-DETALHE
                   GO TO FIM-LISTA-JOURNAL-PARAGRAFO
               END-IF.
               MOVE JRN-DATA-HORA TO AUDIT-DATA-HORA.
               PERFORM EDITA-DATA-HORA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  " WS-DH-EDIT
                      "  OPERADOR " JRN-OPERADOR
                      "  OPERACAO " JRN-OPERACAO
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               IF JRN-ANTES (72:11) = WS-CPF-X
                   MOVE JRN-ANTES TO WS-IMAGEM-ALUNO
                   MOVE "ANTES :" TO WS-ROTULO-IMAGEM
                   PERFORM LISTA-IMAGEM-PARAGRAFO
               END-IF.
               IF JRN-DEPOIS (72:11) = WS-CPF-X
                   MOVE JRN-DEPOIS TO WS-IMAGEM-ALUNO
                   MOVE "DEPOIS:" TO WS-ROTULO-IMAGEM
                   PERFORM LISTA-IMAGEM-PARAGRAFO
               END-IF.

       FIM-LISTA-JOURNAL-PARAGRAFO.
               EXIT.

       LISTA-IMAGEM-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "      " WS-ROTULO-IMAGEM " "
                      WS-IMG-PRIMEIRO-NOME DELIMITED BY "  "
                      " " DELIMITED BY SIZE
                      WS-IMG-SOBRENOME DELIMITED BY "  "
                      " - RG " DELIMITED BY SIZE
                      WS-IMG-RG DELIMITED BY "  "
                      " - NASC " WS-IMG-DIA "/" WS-IMG-MES "/"
                      WS-IMG-ANO " - CEP " WS-IMG-CEP
                      DELIMITED BY SIZE
                   INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "              ENDERECO " WS-IMG-ENDERECO
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.

       LEVANTA-HISTFOL-PARAGRAFO.
      *>   A CHAVE E COMPETENCIA+CPF - PASSADA NO ARQUIVO INTEIRO.
               MOVE "HISTFOL.DAT - HISTORICO DE FOLHA"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT HISTFOL-FILE.
               IF NOT HISTFOL-OK
                   IF WS-HISTFOL-STATUS NOT = "35"
                       MOVE WS-HISTFOL-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-HISTFOL-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-HISTFOL-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ HISTFOL-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF HFOL-CPF = WS-CPF-PEDIDO
                               PERFORM LISTA-HISTFOL-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE HISTFOL-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-HISTFOL.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-HISTFOL-PARAGRAFO.
               EXIT.

       LISTA-HISTFOL-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF LISTA-DETALHE
                   MOVE HFOL-BRUTO TO WS-VALOR-EDIT
                   MOVE HFOL-LIQUIDO TO WS-VALOR2-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "  COMP " HFOL-COMP "  TIPO " HFOL-TIPO
                          "  " HFOL-PRIMEIRO-NOME DELIMITED BY "  "
                          " " DELIMITED BY SIZE
                          HFOL-SOBRENOME DELIMITED BY "  "
                          "  BRUTO " DELIMITED BY SIZE
                          WS-VALOR-EDIT
                          "  LIQUIDO " WS-VALOR2-EDIT
                          DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-MATRICULA-PARAGRAFO.
               MOVE "MATRICULA.DAT - MATRICULAS" TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT MATRICULA-FILE.
               IF NOT MATRICULA-OK
                   IF WS-MATRICULA-STATUS NOT = "35"
                       MOVE WS-MATRICULA-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-MATRICULA-PARAGRAFO
                   END-IF
                   MOVE "S" TO WS-MATR-LIDA
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-MATRICULA-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE WS-CPF-PEDIDO TO MATR-CPF.
               MOVE ZERO TO MATR-CURSO.
               START MATRICULA-FILE KEY NOT LESS MATR-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ MATRICULA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF MATR-CPF NOT = WS-CPF-PEDIDO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM LISTA-MATRICULA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE MATRICULA-FILE.
               MOVE "S" TO WS-MATR-LIDA.
               MOVE WS-QTD-SECAO TO WS-QTD-MATRICULA.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-MATRICULA-PARAGRAFO.
               EXIT.

       LISTA-MATRICULA-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF MATR-ATIVA
                   ADD 1 TO WS-QTD-MATR-ATIVAS
               END-IF.
               IF NOT LISTA-DETALHE
                   GO TO FIM-LISTA-MATRICULA-PARAGRAFO
               END-IF.
               EVALUATE TRUE
                   WHEN MATR-ATIVA
                       MOVE "ATIVA" TO WS-SITUACAO-EDIT
                   WHEN MATR-CANCELADA
                       MOVE "CANCELADA" TO WS-SITUACAO-EDIT
                   WHEN MATR-CONCLUIDA
                       MOVE "CONCLUIDA" TO WS-SITUACAO-EDIT
                   WHEN MATR-REPROVADA
                       MOVE "REPROVADA" TO WS-SITUACAO-EDIT
                   WHEN MATR-TRANSFERIDA
                       MOVE "TRANSFERIDA" TO WS-SITUACAO-EDIT
                   WHEN OTHER
                       MOVE MATR-SITUACAO TO WS-SITUACAO-EDIT
               END-EVALUATE.
               MOVE MATR-DATA TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO WS-DATA2-EDIT.
               MOVE MATR-DATA-CERTIF TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE WS-DATA-EDIT TO WS-DATA3-EDIT.
               MOVE MATR-DATA-ENCERR TO WS-DATA-X.
               PERFORM EDITA-DATA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  CURSO " MATR-CURSO
                      "  SITUACAO " WS-SITUACAO-EDIT
                      "  MATRICULA " WS-DATA2-EDIT
                      "  ENCERRAMENTO " WS-DATA-EDIT
                      "  CERTIFICADO " WS-DATA3-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.

       FIM-LISTA-MATRICULA-PARAGRAFO.
               EXIT.

       LEVANTA-ESPERA-PARAGRAFO.
      *>   A CHAVE E CURSO+POSICAO - PASSADA NO ARQUIVO INTEIRO.
               MOVE "ESPERA.DAT - LISTA DE ESPERA" TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT ESPERA-FILE.
               IF NOT ESPERA-OK
                   IF WS-ESPERA-STATUS NOT = "35"
                       MOVE WS-ESPERA-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-ESPERA-PARAGRAFO
                   END-IF
                   MOVE "S" TO WS-ESP-LIDA
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-ESPERA-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ ESPERA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF ESP-CPF = WS-CPF-PEDIDO
                               PERFORM LISTA-ESPERA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE ESPERA-FILE.
               MOVE "S" TO WS-ESP-LIDA.
               MOVE WS-QTD-SECAO TO WS-QTD-ESPERA.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-ESPERA-PARAGRAFO.
               EXIT.

       LISTA-ESPERA-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF ESP-AGUARDANDO
                   ADD 1 TO WS-QTD-ESP-AGUARDA
                   MOVE "AGUARDANDO" TO WS-SITUACAO-EDIT
               ELSE
                   MOVE "PROMOVIDO" TO WS-SITUACAO-EDIT
               END-IF.
               IF LISTA-DETALHE
                   MOVE ESP-DATA TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE SPACES TO WS-LINHA
                   STRING "  CURSO " ESP-CURSO
                          "  POSICAO " ESP-POSICAO
                          "  DESDE " WS-DATA-EDIT
                          "  SITUACAO " WS-SITUACAO-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-FATURA-PARAGRAFO.
      *>   A CHAVE COMECA PELA COMPETENCIA - PASSADA NO ARQUIVO
      *>   INTEIRO, COMO NO RELATORIO DE INADIMPLENCIA.
               MOVE "FATURA.DAT - MENSALIDADES" TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT FATURA-FILE.
               IF NOT FATURA-OK
                   IF WS-FATURA-STATUS NOT = "35"
                       MOVE WS-FATURA-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-FATURA-PARAGRAFO
                   END-IF
                   MOVE "S" TO WS-FAT-LIDA
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-FATURA-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ FATURA-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF FAT-CPF = WS-CPF-PEDIDO
                               PERFORM LISTA-FATURA-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE FATURA-FILE.
               MOVE "S" TO WS-FAT-LIDA.
               MOVE WS-QTD-SECAO TO WS-QTD-FATURA.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-FATURA-PARAGRAFO.
               EXIT.

       LISTA-FATURA-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               EVALUATE TRUE
                   WHEN FAT-ABERTA
                       ADD 1 TO WS-QTD-FAT-ABERTAS
                       MOVE "ABERTA" TO WS-SITUACAO-EDIT
                   WHEN FAT-VENCIDA
                       ADD 1 TO WS-QTD-FAT-ABERTAS
                       MOVE "VENCIDA" TO WS-SITUACAO-EDIT
                   WHEN FAT-PAGA
                       MOVE "PAGA" TO WS-SITUACAO-EDIT
                   WHEN OTHER
                       MOVE FAT-SITUACAO TO WS-SITUACAO-EDIT
               END-EVALUATE.
               IF LISTA-DETALHE
                   MOVE FAT-VALOR TO WS-VALOR-EDIT
                   MOVE FAT-VENCIMENTO TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE WS-DATA-EDIT TO WS-DATA2-EDIT
                   MOVE FAT-DATA-PAGTO TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE SPACES TO WS-LINHA
                   STRING "  COMP " FAT-COMP (1:2) "/" FAT-COMP (3:4)
                          "  CURSO " FAT-CURSO
                          "  VALOR " WS-VALOR-EDIT
                          "  VENCIMENTO " WS-DATA2-EDIT
                          "  SITUACAO " WS-SITUACAO-EDIT
                          "  PAGAMENTO " WS-DATA-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-RESULTADO-PARAGRAFO.
               MOVE "RESULTADO.DAT - NOTAS E FREQUENCIA"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT RESULTADO-FILE.
               IF NOT RESULTADO-OK
                   IF WS-RESULTADO-STATUS NOT = "35"
                       MOVE WS-RESULTADO-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-RESULTADO-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-RESULTADO-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE WS-CPF-PEDIDO TO RES-CPF.
               MOVE ZERO TO RES-CURSO.
               START RESULTADO-FILE KEY NOT LESS RES-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ RESULTADO-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF RES-CPF NOT = WS-CPF-PEDIDO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM LISTA-RESULTADO-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE RESULTADO-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-RESULTADO.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-RESULTADO-PARAGRAFO.
               EXIT.

       LISTA-RESULTADO-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF LISTA-DETALHE
                   MOVE RES-NOTA TO WS-NOTA-EDIT
                   MOVE RES-FREQUENCIA TO WS-FREQ-EDIT
                   MOVE RES-DATA TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE SPACES TO WS-LINHA
                   STRING "  CURSO " RES-CURSO
                          "  NOTA " WS-NOTA-EDIT
                          "  FREQUENCIA " WS-FREQ-EDIT "%"
                          "  LANCADO EM " WS-DATA-EDIT
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-DEPENDE-PARAGRAFO.
               MOVE "DEPENDE.DAT - DEPENDENTES DECLARADOS PARA O IRRF"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT DEPENDE-FILE.
               IF NOT DEPENDE-OK
                   IF WS-DEPENDE-STATUS NOT = "35"
                       MOVE WS-DEPENDE-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-DEPENDE-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-DEPENDE-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               MOVE WS-CPF-PEDIDO TO DEP-CPF-TITULAR.
               MOVE ZERO TO DEP-SEQ.
               START DEPENDE-FILE KEY NOT LESS DEP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-ARQUIVO
               END-START.
               PERFORM UNTIL FIM-ARQUIVO
                   READ DEPENDE-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF DEP-CPF-TITULAR NOT = WS-CPF-PEDIDO
                               MOVE "S" TO WS-FIM-ARQUIVO
                           ELSE
                               PERFORM LISTA-DEPENDE-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE DEPENDE-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-DEPENDE.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-DEPENDE-PARAGRAFO.
               EXIT.

       LISTA-DEPENDE-PARAGRAFO.
               ADD 1 TO WS-QTD-SECAO.
               IF LISTA-DETALHE
                   MOVE DEP-DATANASC TO WS-DATA-X
                   PERFORM EDITA-DATA-PARAGRAFO
                   MOVE SPACES TO WS-LINHA
                   STRING "  SEQ " DEP-SEQ "  "
                          DEP-NOME DELIMITED BY "  "
                          "  NASCIMENTO " DELIMITED BY SIZE
                          WS-DATA-EDIT
                          "  PARENTESCO " DEP-PARENTESCO
                          "  CPF " DEP-CPF
                          DELIMITED BY SIZE
                       INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
               END-IF.

       LEVANTA-INTERFAL-PARAGRAFO.
      *>   SO A ULTIMA EXPORTACAO PARA O RH FICA EM DISCO (O
      *>   EXPORTA-ALUNOS REGRAVA O ARQUIVO A CADA EXECUCAO).
               MOVE "INTERFAL.TXT - ULTIMA EXPORTACAO PARA O RH"
                   TO WS-TITULO-SECAO.
               PERFORM ABRE-SECAO-PARAGRAFO.
               OPEN INPUT INTERFACE-FILE.
               IF NOT INTERFACE-OK
                   IF WS-INTERFACE-STATUS NOT = "35"
                       MOVE WS-INTERFACE-STATUS TO WS-STATUS-INDISP
                       PERFORM ARQUIVO-INDISPONIVEL-PARAGRAFO
                       GO TO FIM-LEVANTA-INTERFAL-PARAGRAFO
                   END-IF
                   PERFORM FECHA-SECAO-PARAGRAFO
                   GO TO FIM-LEVANTA-INTERFAL-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ INTERFACE-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           IF REG-INTERFACE (1:2) = "D;"
                              AND REG-INTERFACE (3:11) = WS-CPF-X
                               PERFORM LISTA-INTERFAL-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE INTERFACE-FILE.
               MOVE WS-QTD-SECAO TO WS-QTD-INTERFAL.
               PERFORM FECHA-SECAO-PARAGRAFO.

       FIM-LEVANTA-INTERFAL-PARAGRAFO.
               EXIT.

       LISTA-INTERFAL-PARAGRAFO.
      *>   A LINHA DA INTERFACE PASSA DE 132 - SAI EM DUAS.
               ADD 1 TO WS-QTD-SECAO.
               IF LISTA-DETALHE
                   MOVE SPACES TO WS-LINHA
                   STRING "  " REG-INTERFACE (1:130)
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   IF REG-INTERFACE (131:70) NOT = SPACES
                       MOVE SPACES TO WS-LINHA
                       STRING "  " REG-INTERFACE (131:70)
                           DELIMITED BY SIZE INTO WS-LINHA
                       PERFORM GRAVA-LINHA-PARAGRAFO
                   END-IF
               END-IF.

      *----------------------------------------------------------------*
      *    ANONIMIZACAO
      *----------------------------------------------------------------*
       CONFERE-BLOQUEIOS-PARAGRAFO.
      *>   NADA E TOCADO SE QUALQUER CONDICAO FALHAR - A RECUSA SAI
      *>   NO RELATORIO COM O MOTIVO E O JOB TERMINA COM RC 8.
               MOVE SPACES TO REG-LGPDREL.
               WRITE REG-LGPDREL.
      *>   SEM O CADASTRO LIDO O MESTRE FICARIA COM OS DADOS E A
      *>   TRILHA DIRIA QUE ANONIMIZOU
               IF NOT ALUNOS-LIDO
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: ALUNOS.DAT NAO PODE "
                          "SER LIDO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
      *>   QUALQUER ARQUIVO INDISPONIVEL (JOURNAL, TRILHA...) DEIXA
      *>   O LEVANTAMENTO INCOMPLETO - NAO DA PARA DIZER QUE TUDO
      *>   FOI ANONIMIZADO
               IF WS-QTD-INDISPONIVEIS NOT = ZERO
                   MOVE WS-QTD-INDISPONIVEIS TO WS-QTD-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: " WS-QTD-EDIT
                          " ARQUIVO(S) INDISPONIVEL(IS) NO LEVANTAMENTO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF NOT MATR-LIDA OR NOT FAT-LIDA OR NOT ESP-LIDA
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: MATRICULA.DAT, "
                          "FATURA.DAT OU ESPERA.DAT NAO PODE SER LIDO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF WS-QTD-MATR-ATIVAS NOT = ZERO
                   MOVE WS-QTD-MATR-ATIVAS TO WS-QTD-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: " WS-QTD-EDIT
                          " MATRICULA(S) ATIVA(S) - CPF AINDA E ALUNO"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF WS-QTD-FAT-ABERTAS NOT = ZERO
                   MOVE WS-QTD-FAT-ABERTAS TO WS-QTD-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: " WS-QTD-EDIT
                          " FATURA(S) EM ABERTO OU VENCIDA(S)"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
      *>   LUGAR AGUARDANDO NA LISTA DE ESPERA VIRARIA MATRICULA
      *>   ATIVA DE UM CADASTRO ANONIMO NA PROXIMA VAGA.
               IF WS-QTD-ESP-AGUARDA NOT = ZERO
                   MOVE WS-QTD-ESP-AGUARDA TO WS-QTD-EDIT
                   MOVE SPACES TO WS-LINHA
                   STRING "ANONIMIZACAO RECUSADA: " WS-QTD-EDIT
                          " LUGAR(ES) AGUARDANDO NA LISTA DE ESPERA"
                       DELIMITED BY SIZE INTO WS-LINHA
                   PERFORM GRAVA-LINHA-PARAGRAFO
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF RETURN-CODE NOT = ZERO
                   DISPLAY "ANONIMIZACAO DO CPF " WS-CPF-PEDIDO
                       " RECUSADA - VER LGPDREL.TXT"
                   GO TO FIM-CONFERE-BLOQUEIOS-PARAGRAFO
               END-IF.
               IF WS-QTD-ALUNOS = ZERO AND WS-QTD-JORNAL = ZERO
                   MOVE "CPF SEM CADASTRO NEM IMAGEM NO JOURNAL"
                       TO REG-LGPDREL
                   WRITE REG-LGPDREL
                   DISPLAY "CPF " WS-CPF-PEDIDO
                       " SEM DADOS CADASTRAIS A ANONIMIZAR"
                   MOVE 4 TO RETURN-CODE
               END-IF.

       FIM-CONFERE-BLOQUEIOS-PARAGRAFO.
               EXIT.

       ANONIMIZA-PARAGRAFO.
      *>   PRIMEIRO O JOURNAL (SE FALHAR, O MESTRE AINDA NAO FOI
      *>   TOCADO E O RERUN FAZ TUDO), DEPOIS O CADASTRO COM A SUA
      *>   LINHA NO JOURNAL E POR ULTIMO A TRILHA.
               IF WS-QTD-JORNAL NOT = ZERO
                   PERFORM LIMPA-JOURNAL-PARAGRAFO
                       THRU FIM-LIMPA-JOURNAL-PARAGRAFO
                   IF RETURN-CODE = 8
                       GO TO FIM-ANONIMIZA-PARAGRAFO
                   END-IF
               END-IF.
               IF WS-QTD-ALUNOS NOT = ZERO
                   PERFORM ANONIMIZA-CADASTRO-PARAGRAFO
                       THRU FIM-ANONIMIZA-CADASTRO-PARAGRAFO
                   IF RETURN-CODE = 8
                       GO TO FIM-ANONIMIZA-PARAGRAFO
                   END-IF
               END-IF.
               IF NOT CADASTRO-ALTERADO
                  AND WS-QTD-JRN-ALTERADAS = ZERO
                   MOVE "CPF JA ANONIMIZADO - NADA A ALTERAR"
                       TO REG-LGPDREL
                   WRITE REG-LGPDREL
                   DISPLAY "CPF " WS-CPF-PEDIDO " JA ANONIMIZADO"
                   MOVE 4 TO RETURN-CODE
                   GO TO FIM-ANONIMIZA-PARAGRAFO
               END-IF.
               OPEN EXTEND AUDIT-FILE.
               IF NOT AUDIT-OK
                   OPEN OUTPUT AUDIT-FILE
                   CLOSE AUDIT-FILE
                   OPEN EXTEND AUDIT-FILE
               END-IF.
               MOVE WS-CPF-PEDIDO TO CPF.
               PERFORM GRAVA-AUDITORIA-PARAGRAFO.
               CLOSE AUDIT-FILE.
               PERFORM IMPRIME-DECISAO-PARAGRAFO.
               DISPLAY "ANONIMIZACAO DO CPF " WS-CPF-PEDIDO
                   " EFETUADA".

       FIM-ANONIMIZA-PARAGRAFO.
               EXIT.

       NEUTRALIZA-IMAGEM-PARAGRAFO.
      *>   VALORES NEUTROS DO TITULAR ANONIMIZADO. CPF E SALARIOS
      *>   FICAM COMO ESTAO.
               MOVE WS-VALOR-NEUTRO TO WS-IMG-PRIMEIRO-NOME.
               MOVE SPACES TO WS-IMG-SOBRENOME.
               MOVE SPACES TO WS-IMG-RG.
               MOVE ALL "0" TO WS-IMG-DATANASC.
               MOVE WS-VALOR-NEUTRO TO WS-IMG-ENDERECO.
               MOVE ALL "0" TO WS-IMG-CEP.
               MOVE ALL "0" TO WS-IMG-SENHA-HASH.

       LIMPA-JOURNAL-PARAGRAFO.
      *>   COPIA O JOURNAL PARA JRNALUNO.TMP NEUTRALIZANDO AS
      *>   IMAGENS DO CPF, CONFERE A QUANTIDADE E SO ENTAO REGRAVA
      *>   O JRNALUNO.LOG A PARTIR DA COPIA - A MESMA DISCIPLINA DO
      *>   TRUNCAMENTO DO TRILHA.LOG NO CORTE-TRILHA.
               MOVE ZERO TO WS-QTD-JRN-LIDAS.
               MOVE ZERO TO WS-QTD-JRN-GRAVADAS.
               OPEN INPUT JORNAL-FILE.
               IF NOT JORNAL-OK
                   DISPLAY "ERRO AO RELER JRNALUNO.LOG - STATUS "
                       WS-JORNAL-STATUS " - NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               OPEN OUTPUT JRNTMP-FILE.
               IF NOT JRNTMP-OK
                   DISPLAY "ERRO AO ABRIR JRNALUNO.TMP - STATUS "
                       WS-JRNTMP-STATUS " - NADA ALTERADO"
                   CLOSE JORNAL-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-ARQUIVO.
               PERFORM UNTIL FIM-ARQUIVO
                   READ JORNAL-FILE
                       AT END
                           MOVE "S" TO WS-FIM-ARQUIVO
                       NOT AT END
                           ADD 1 TO WS-QTD-JRN-LIDAS
                           PERFORM NEUTRALIZA-LINHA-JRN-PARAGRAFO
                           MOVE JORNAL-REG TO REG-JRNTMP
                           WRITE REG-JRNTMP
                           IF JRNTMP-OK
                               ADD 1 TO WS-QTD-JRN-GRAVADAS
                           END-IF
                   END-READ
               END-PERFORM.
               CLOSE JORNAL-FILE.
               CLOSE JRNTMP-FILE.
               IF WS-QTD-JRN-GRAVADAS NOT = WS-QTD-JRN-LIDAS
                   DISPLAY "JRNALUNO.TMP NAO CONFERE - JOURNAL "
                       "PRESERVADO, NADA ALTERADO"
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               IF WS-QTD-JRN-ALTERADAS = ZERO
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               MOVE "N" TO WS-FIM-JRNTMP.
               OPEN INPUT JRNTMP-FILE.
               IF NOT JRNTMP-OK
                   DISPLAY "ERRO AO RELER JRNALUNO.TMP - STATUS "
                       WS-JRNTMP-STATUS " - JOURNAL PRESERVADO"
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               OPEN OUTPUT JORNAL-FILE.
      *>   SE ESTE OPEN FALHA O JOURNAL AINDA ESTA INTEIRO E O
      *>   MESTRE NAO FOI TOCADO.
               IF NOT JORNAL-OK
                   DISPLAY "ERRO AO REGRAVAR JRNALUNO.LOG - STATUS "
                       WS-JORNAL-STATUS " - NADA ALTERADO"
                   CLOSE JRNTMP-FILE
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-LIMPA-JOURNAL-PARAGRAFO
               END-IF.
               PERFORM UNTIL FIM-JRNTMP
                   READ JRNTMP-FILE
                       AT END
                           MOVE "S" TO WS-FIM-JRNTMP
                       NOT AT END
                           MOVE REG-JRNTMP TO JORNAL-REG
                           WRITE JORNAL-REG
                   END-READ
               END-PERFORM.
               CLOSE JRNTMP-FILE.
               CLOSE JORNAL-FILE.

       FIM-LIMPA-JOURNAL-PARAGRAFO.
               EXIT.

       NEUTRALIZA-LINHA-JRN-PARAGRAFO.
      *>   SO CONTA COMO ALTERADA A LINHA EM QUE ALGUMA IMAGEM
      *>   MUDOU DE FATO (RERUN NAO RECONTA O QUE JA ESTA NEUTRO).
               MOVE "N" TO WS-LINHA-ALTERADA.
               IF JRN-ANTES (72:11) = WS-CPF-X
                   MOVE JRN-ANTES TO WS-IMAGEM-ALUNO
                   PERFORM NEUTRALIZA-IMAGEM-PARAGRAFO
                   IF WS-IMAGEM-ALUNO NOT = JRN-ANTES
                       MOVE WS-IMAGEM-ALUNO TO JRN-ANTES
                       MOVE "S" TO WS-LINHA-ALTERADA
                   END-IF
               END-IF.
               IF JRN-DEPOIS (72:11) = WS-CPF-X
                   MOVE JRN-DEPOIS TO WS-IMAGEM-ALUNO
                   PERFORM NEUTRALIZA-IMAGEM-PARAGRAFO
                   IF WS-IMAGEM-ALUNO NOT = JRN-DEPOIS
                       MOVE WS-IMAGEM-ALUNO TO JRN-DEPOIS
                       MOVE "S" TO WS-LINHA-ALTERADA
                   END-IF
               END-IF.
               IF LINHA-ALTERADA
                   ADD 1 TO WS-QTD-JRN-ALTERADAS
               END-IF.

       ANONIMIZA-CADASTRO-PARAGRAFO.
      *>   AS DUAS IMAGENS DA LINHA "ANONIMIZA" NO JOURNAL SAO A
      *>   NEUTRA - A IMAGEM ORIGINAL E JUSTAMENTE O QUE NAO PODE
      *>   FICAR GUARDADA. O ROLL-FORWARD REAPLICA O DEPOIS.
               OPEN I-O ALUNOS-FILE.
               IF NOT ALUNOS-OK
                   DISPLAY "ERRO AO ABRIR ALUNOS.DAT - STATUS "
                       WS-ALUNOS-STATUS
                   MOVE 8 TO RETURN-CODE
                   GO TO FIM-ANONIMIZA-CADASTRO-PARAGRAFO
               END-IF.
               MOVE WS-CPF-PEDIDO TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       CLOSE ALUNOS-FILE
                       GO TO FIM-ANONIMIZA-CADASTRO-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               MOVE ALUNO-REG TO WS-IMAGEM-ALUNO.
               PERFORM NEUTRALIZA-IMAGEM-PARAGRAFO.
               IF WS-IMAGEM-ALUNO = ALUNO-REG
                   CLOSE ALUNOS-FILE
                   GO TO FIM-ANONIMIZA-CADASTRO-PARAGRAFO
               END-IF.
               MOVE WS-IMAGEM-ALUNO TO ALUNO-REG.
               REWRITE ALUNO-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REGRAVAR ALUNOS.DAT - STATUS "
                           WS-ALUNOS-STATUS
                       CLOSE ALUNOS-FILE
                       MOVE 8 TO RETURN-CODE
                       GO TO FIM-ANONIMIZA-CADASTRO-PARAGRAFO
                   NOT INVALID KEY
                       MOVE "S" TO WS-CADASTRO-ALTERADO
               END-REWRITE.
               CLOSE ALUNOS-FILE.
               OPEN EXTEND JORNAL-FILE.
               IF NOT JORNAL-OK
                   OPEN OUTPUT JORNAL-FILE
                   CLOSE JORNAL-FILE
                   OPEN EXTEND JORNAL-FILE
               END-IF.
               MOVE WS-IMAGEM-ALUNO TO WS-JRN-ANTES.
               MOVE WS-IMAGEM-ALUNO TO WS-JRN-DEPOIS.
               PERFORM GRAVA-JOURNAL-PARAGRAFO.
               CLOSE JORNAL-FILE.

       FIM-ANONIMIZA-CADASTRO-PARAGRAFO.
               EXIT.

       IMPRIME-DECISAO-PARAGRAFO.
               MOVE SPACES TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE "ALTERADO:" TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE SPACES TO WS-LINHA.
               IF CADASTRO-ALTERADO
                   STRING "  ALUNOS.DAT......: NOME, RG, ENDERECO, "
                          "CEP, NASCIMENTO E SENHA-HASH TROCADOS "
                          "POR VALORES NEUTROS"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   IF WS-QTD-ALUNOS = ZERO
                       STRING "  ALUNOS.DAT......: CPF NAO CONSTA "
                              "MAIS DO CADASTRO"
                           DELIMITED BY SIZE INTO WS-LINHA
                   ELSE
                       STRING "  ALUNOS.DAT......: CADASTRO JA "
                              "ESTAVA ANONIMIZADO"
                           DELIMITED BY SIZE INTO WS-LINHA
                   END-IF
               END-IF.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-JRN-ALTERADAS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               IF CADASTRO-ALTERADO
                   STRING "  JRNALUNO.LOG....: " WS-QTD-EDIT
                          " LINHA(S) COM AS IMAGENS NEUTRALIZADAS"
                          " + LINHA ANONIMIZA"
                       DELIMITED BY SIZE INTO WS-LINHA
               ELSE
                   STRING "  JRNALUNO.LOG....: " WS-QTD-EDIT
                          " LINHA(S) COM AS IMAGENS NEUTRALIZADAS"
                       DELIMITED BY SIZE INTO WS-LINHA
               END-IF.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE "  TRILHA.LOG......: LINHA ANONIMIZA, OPERADOR LGPD"
                   TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE SPACES TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE "MANTIDO:" TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE SPACES TO WS-LINHA.
               STRING "  ALUNOS.DAT......: CPF E SALARIOS - CHAVE DO "
                      "HISTORICO DE FOLHA E TRIBUTOS GUARDADO POR LEI"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-HISTFOL TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  HISTFOL.DAT.....: " WS-QTD-EDIT
                      " - FOLHA, INSS E IRRF: GUARDA OBRIGATORIA "
                      "(TRABALHISTA, PREVIDENCIARIA E FISCAL)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-DEPENDE TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  DEPENDE.DAT.....: " WS-QTD-EDIT
                      " - DEPENDENTES QUE DEDUZIRAM IRRF: PARTE DO "
                      "HISTORICO FISCAL"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-FATURA TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  FATURA.DAT......: " WS-QTD-EDIT
                      " - MENSALIDADES PAGAS: REGISTRO FINANCEIRO E "
                      "CONTABIL (SO CPF)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-MATRICULA TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  MATRICULA.DAT...: " WS-QTD-EDIT
                      " - VIDA ESCOLAR E CERTIFICADOS EMITIDOS "
                      "(SO CPF)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-RESULTADO TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  RESULTADO.DAT...: " WS-QTD-EDIT
                      " - NOTAS QUE SUSTENTAM OS CERTIFICADOS "
                      "(SO CPF)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-ESPERA TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  ESPERA.DAT......: " WS-QTD-EDIT
                      " - LUGARES JA PROMOVIDOS (SO CPF E DATA)"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-TRILHA TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  TRILHA (TODAS)..: " WS-QTD-EDIT
                      " - QUEM/QUANDO DA AUDITORIA (SO CPF); "
                      "ARQUIVADOS SAEM PELA RETENCAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-INTERFAL TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  INTERFAL.TXT....: " WS-QTD-EDIT
                      " - COPIA JA ENTREGUE AO RH; REGRAVADA NA "
                      "PROXIMA EXPORTACAO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE SPACES TO WS-LINHA.
               STRING "  BACKUPAL.SEQ....: GERACOES ANTERIORES SAEM NO "
                      "RODIZIO; RESTORE COM ROLL-FORWARD REANONIMIZA"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.

      *----------------------------------------------------------------*
      *    APOIO DO RELATORIO
      *----------------------------------------------------------------*
       ABRE-SECAO-PARAGRAFO.
               MOVE ZERO TO WS-QTD-SECAO.
               MOVE SPACES TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE WS-TITULO-SECAO TO REG-LGPDREL.
               WRITE REG-LGPDREL.

       FECHA-SECAO-PARAGRAFO.
               IF WS-QTD-SECAO NOT = ZERO
                   ADD 1 TO WS-QTD-ARQ-COM-DADOS
                   ADD WS-QTD-SECAO TO WS-QTD-REGISTROS
               END-IF.
               MOVE WS-QTD-SECAO TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "  REGISTROS DO CPF: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.

       ARQUIVO-INDISPONIVEL-PARAGRAFO.
      *>   QUEM CHAMA DEIXA O STATUS DO ARQUIVO EM WS-STATUS-INDISP.
               ADD 1 TO WS-QTD-INDISPONIVEIS.
               MOVE SPACES TO WS-LINHA.
               STRING "  ARQUIVO INDISPONIVEL - STATUS "
                      WS-STATUS-INDISP " - LEVANTAMENTO INCOMPLETO"
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.

       GRAVA-LINHA-PARAGRAFO.
               MOVE WS-LINHA TO REG-LGPDREL.
               WRITE REG-LGPDREL.

       EDITA-DATA-PARAGRAFO.
      *>   AAAAMMDD PARA DD/MM/AAAA; DATA ZERADA SAI EM BRANCO.
               MOVE SPACES TO WS-DATA-EDIT.
               IF WS-DATA-X NOT = "00000000"
                  AND WS-DATA-X NOT = SPACES
                   STRING WS-DATA-X (7:2) "/" WS-DATA-X (5:2) "/"
                          WS-DATA-X (1:4)
                       DELIMITED BY SIZE INTO WS-DATA-EDIT
               END-IF.

       EDITA-DATA-HORA-PARAGRAFO.
      *>   DATA-HORA DA TRILHA/JOURNAL (AUDIT-DATA-HORA) EDITADA.
               MOVE SPACES TO WS-DH-EDIT.
               STRING AUDIT-DATA-HORA (7:2) "/"
                      AUDIT-DATA-HORA (5:2) "/"
                      AUDIT-DATA-HORA (1:4) " "
                      AUDIT-DATA-HORA (9:2) ":"
                      AUDIT-DATA-HORA (11:2) ":"
                      AUDIT-DATA-HORA (13:2)
                   DELIMITED BY SIZE INTO WS-DH-EDIT.

       IMPRIME-RESUMO-PARAGRAFO.
               MOVE SPACES TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE ALL "=" TO REG-LGPDREL.
               WRITE REG-LGPDREL.
               MOVE WS-QTD-ARQ-COM-DADOS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ARQUIVOS COM DADOS...: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-REGISTROS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "REGISTROS ENCONTRADOS: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-INDISPONIVEIS TO WS-QTD-EDIT.
               MOVE SPACES TO WS-LINHA.
               STRING "ARQ. INDISPONIVEIS...: " WS-QTD-EDIT
                   DELIMITED BY SIZE INTO WS-LINHA.
               PERFORM GRAVA-LINHA-PARAGRAFO.
               MOVE WS-QTD-REGISTROS TO WS-QTD-EDIT.
               DISPLAY "ATENDIMENTO LGPD DO CPF " WS-CPF-PEDIDO
                   " - " WS-QTD-EDIT " REGISTROS LEVANTADOS".

      *----------------------------------------------------------------*
      *    PARAGRAFOS DE GRAVACAO (COPIADOS DAS PROC COPYBOOKS)
      *----------------------------------------------------------------*
           COPY GRAVAUDT.
           COPY GRAVAJRN.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DO CONTROLE DE ESTEIRA (COPIADOS DA PROC COPYBOOK)
      *----------------------------------------------------------------*
           COPY CTLESTEI.
