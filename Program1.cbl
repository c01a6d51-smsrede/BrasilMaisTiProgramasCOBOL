           COPY ESPERASEL.
           COPY PROMSEL.
           COPY JRNALSEL.
           COPY DEPSEL.
           COPY AUTDSEL.
           COPY FATSEL.
               SELECT CONTRACHEQUE-FILE ASSIGN TO "CONTRACHEQUE.TXT"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CONTRACHEQUE-STATUS.

           FD  JORNAL-FILE.
           COPY JRNALREC.

           FD  DEPENDE-FILE.
           COPY DEPFD.

           FD  AUTDESC-FILE.
           COPY AUTDFD.

           FD  FATURA-FILE.
           COPY FATFD.
      *----------------------------------------------------------------*
         WORKING-STORAGE                  SECTION.
      *    VARIAVEIS
           COPY OPERSTS.
           COPY ESPERASTS.
           COPY JRNALWS.
           COPY DEPSTS.
           COPY AUTDSTS.
           COPY FATSTS.
           77 WS-PROMOCOES-STATUS PIC X(02) VALUE SPACES.
               88 PROMOCOES-OK VALUE "00".
           77 WS-CONTRACHEQUE-STATUS PIC X(02) VALUE SPACES.
           77 WS-CPF-PRESEL PIC X(01) VALUE "N".
               88 CPF-PRESELECIONADO VALUE "S".
           77 WS-CPF-BUSCA PIC 9(11) VALUE ZERO.
      *>   CADASTRO DE DEPENDENTES (OPCAO D): OS CAMPOS DIGITADOS
      *>   FICAM AQUI PORQUE A DATA E O CPF DO DEPENDENTE SAO
      *>   VALIDADOS NA AREA DO ALUNO (VALDATA/VALCPF), QUE DEPOIS E
      *>   RECARREGADA DO REGISTRO LIDO.
           77 WS-OPCAO-DEPEND PIC X(01) VALUE SPACE.
           77 WS-DEP-TITULAR PIC 9(11) VALUE ZERO.
           77 WS-DEP-NOME-DIG PIC X(60) VALUE SPACES.
           77 WS-DEP-DATA-DIG PIC 9(08) VALUE ZERO.
           77 WS-DEP-PARENT-DIG PIC X(01) VALUE SPACE.
               88 PARENTESCO-VALIDO VALUE "F" "C" "E" "P" "O".
           77 WS-DEP-CPF-DIG PIC 9(11) VALUE ZERO.
           77 WS-DEP-REPETIDO PIC X(01) VALUE "N".
               88 DEP-REPETIDO VALUE "S".
           77 WS-DEP-SEQ-ESCOLHIDA PIC 9(02) VALUE ZERO.
           77 WS-DEP-LINHAS PIC 9(02) VALUE ZERO.
           77 WS-POS-DEP PIC 9(04) VALUE ZERO.
           77 WS-DEP-DATA-EDIT PIC 99/99/9999.
           77 WS-LINHA-DEP PIC X(70) VALUE SPACES.
      *>   AUTORIZACAO DE DESCONTO DE MENSALIDADE EM FOLHA (OPCAO F)
           77 WS-OPCAO-DESCONTO PIC X(01) VALUE SPACE.
           77 WS-AUTD-EXISTE PIC X(01) VALUE "N".
               88 AUTD-EXISTE VALUE "S".
           77 WS-AUTD-DATA-EDIT PIC 9999/99/99.
      *>   TRANSFERENCIA DE TURMA (OPCAO T): O CURSO DE ORIGEM FICA
      *>   EM WS-CURSO-ESCOLHIDO, COMO NO CANCELAMENTO, PARA A
      *>   PROMOCAO DA FILA DE ESPERA DA ORIGEM SAIR PELA MESMA ROTINA.
           77 WS-CURSO-DESTINO PIC 9(04) VALUE ZERO.
           77 WS-DEST-EXISTE PIC X(01) VALUE "N".
               88 DEST-EXISTE VALUE "S".
           77 WS-TENTATIVAS-DESTINO PIC 9(02) VALUE ZERO.
           77 WS-REPROV-DESTINO PIC 9(02) VALUE ZERO.
           77 WS-DATA-REPROV-DESTINO PIC 9(08) VALUE ZERO.
           77 WS-CONFIRMA-TRANSF PIC X(01) VALUE SPACE.
           77 WS-FATURA-DISPONIVEL PIC X(01) VALUE "S".
               88 FATURA-DISPONIVEL VALUE "S".
           01 WS-TRF-COMPETENCIA.
               05 WS-TRF-COMP-MM PIC 9(02).
               05 WS-TRF-COMP-AAAA PIC 9(04).
           01 WS-TRF-COMPETENCIA-NUM REDEFINES WS-TRF-COMPETENCIA
                   PIC 9(06).
           COPY VALCPFWS.
           COPY VALDTWS.
           COPY FOLHAWS.
                   CLOSE JORNAL-FILE
                   OPEN EXTEND JORNAL-FILE
               END-IF.
               OPEN I-O DEPENDE-FILE.
               IF NOT DEPENDE-OK
                   OPEN OUTPUT DEPENDE-FILE
                   CLOSE DEPENDE-FILE
                   OPEN I-O DEPENDE-FILE
               END-IF.
               OPEN I-O AUTDESC-FILE.
               IF NOT AUTDESC-OK
                   OPEN OUTPUT AUTDESC-FILE
                   CLOSE AUTDESC-FILE
                   OPEN I-O AUTDESC-FILE
               END-IF.
      *>   FATURA.DAT E CRIADO PELO FATURAMENTO MENSAL - SEM ELE A
      *>   TRANSFERENCIA SO NAO TEM FATURA PARA MARCAR.
               OPEN I-O FATURA-FILE.
               IF NOT FATURA-OK
                   MOVE "N" TO WS-FATURA-DISPONIVEL
               END-IF.
      *>   O ACCEPT LIVRE DO ID DO OPERADOR VIROU SIGN-ON DE VERDADE:
      *>   SENHA CONFERIDA CONTRA O HASH DE OPERADOR.DAT, BLOQUEIO NA
      *>   TERCEIRA SENHA ERRADA E TENTATIVA RECUSADA REGISTRADA NA
               CLOSE ESPERA-FILE.
               CLOSE PROMOCOES-FILE.
               CLOSE JORNAL-FILE.
               CLOSE DEPENDE-FILE.
               CLOSE AUTDESC-FILE.
               CLOSE FATURA-FILE.
               CLOSE OPERADOR-FILE.
               STOP RUN.
      *        STOP RUN MUITO USADO EM PROGRAMAS BAT
               DISPLAY "6-MATRICULAR  7-CANCELAR MATRICULA  "
                   AT 0601.
               DISPLAY "9-BUSCAR POR NOME" AT 0637.
               DISPLAY "T-TRANSFERIR TURMA" AT 0656.
               DISPLAY "8-OPERADORES (SUPERVISOR)  5-SAIR" AT 0701.
               DISPLAY "D-DEPENDENTES (IRRF)" AT 0737.
               DISPLAY "F-DESCONTO EM FOLHA" AT 0759.
               DISPLAY "OPCAO: " AT 0801.
               ACCEPT WS-OPCAO-MENU AT 0809.
               EVALUATE WS-OPCAO-MENU
                   WHEN "9"
                       PERFORM BUSCAR-NOME-PARAGRAFO
                           THRU FIM-BUSCAR-NOME-PARAGRAFO
                   WHEN "T"
                   WHEN "t"
                       PERFORM TRANSFERIR-MATRICULA-PARAGRAFO
                           THRU FIM-TRANSFERIR-MATRICULA-PARAGRAFO
                   WHEN "D"
                   WHEN "d"
                       PERFORM DEPENDENTES-PARAGRAFO
                           THRU FIM-DEPENDENTES-PARAGRAFO
                   WHEN "F"
                   WHEN "f"
                       PERFORM DESCONTO-FOLHA-PARAGRAFO
                           THRU FIM-DESCONTO-FOLHA-PARAGRAFO
                   WHEN "5"
                       CONTINUE
                   WHEN OTHER
               ACCEPT SALARIO  AT 2301.
               MOVE SALARIO TO SALARIO-EDIT.
               DISPLAY SALARIO-EDIT  AT 2401.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               PERFORM CALCULA-FOLHA-PARAGRAFO.
               PERFORM IMPRIME-CONTRACHEQUE-PARAGRAFO.

                               AT 2501
                       END-IF
                       MOVE SALARIO TO SALARIO-EDIT
                       PERFORM CONTA-DEPENDENTES-PARAGRAFO
                       PERFORM CALCULA-FOLHA-PARAGRAFO
                       PERFORM MOVE-ALUNO-TO-REG-PARAGRAFO
                       REWRITE ALUNO-REG
               MOVE WS-CURSO-ESCOLHIDO TO MATR-CURSO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA.
               MOVE "A" TO MATR-SITUACAO.
               MOVE ZERO TO MATR-CURSO-DESTINO.
               MOVE ZERO TO MATR-DATA-ENCERR.
               MOVE ZERO TO MATR-DATA-CERTIF.
               MOVE 1 TO MATR-TENTATIVAS.
               MOVE ZERO TO MATR-REPROVACOES.
               MOVE ZERO TO MATR-DATA-REPROV.
               WRITE MATRICULA-REG
                   INVALID KEY
                       PERFORM REATIVA-MATRICULA-PARAGRAFO
               EXIT.

       REATIVA-MATRICULA-PARAGRAFO.
      *>   JA EXISTE MATRICULA DESTE CPF NESTE CURSO: SE CANCELADA,
      *>   TRANSFERIDA OU REPROVADA (SEGUNDA CHAMADA), REATIVA - A
      *>   VAGA JA FOI CONFERIDA; SE ATIVA, SO AVISA.
               READ MATRICULA-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO LER MATRICULA" AT 1201
               END-IF.
               MOVE "A" TO MATR-SITUACAO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA.
               MOVE ZERO TO MATR-CURSO-DESTINO.
               MOVE ZERO TO MATR-DATA-ENCERR.
               ADD 1 TO MATR-TENTATIVAS.
               REWRITE MATRICULA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO REATIVAR MATRICULA" AT 1201
                       AT 0901
                   GO TO PAUSA-CANCELAR-PARAGRAFO
               END-IF.
               IF MATR-TRANSFERIDA
                   DISPLAY "MATRICULA TRANSFERIDA PARA O CURSO "
                       AT 0901
                   DISPLAY MATR-CURSO-DESTINO AT 0936
                   GO TO PAUSA-CANCELAR-PARAGRAFO
               END-IF.
               MOVE "C" TO MATR-SITUACAO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA-ENCERR.
               REWRITE MATRICULA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO CANCELAR" AT 0901
       FIM-CANCELAR-MATRICULA-PARAGRAFO.
               EXIT.

       TRANSFERIR-MATRICULA-PARAGRAFO.
      *>   TRANSFERENCIA DE TURMA SEM PERDER A VAGA DE ORIGEM: A VAGA
      *>   NO DESTINO E CONFERIDA ANTES DE MEXER EM QUALQUER ARQUIVO.
      *>   A MATRICULA DE ORIGEM FICA "T" APONTANDO PARA O DESTINO, A
      *>   DE DESTINO E GRAVADA (OU REATIVADA), OS CONTADORES DE
      *>   VAGAS DOS DOIS CURSOS ANDAM JUNTOS E SO DEPOIS A FILA DE
      *>   ESPERA DA ORIGEM E PROMOVIDA. AS NOTAS JA LANCADAS EM
      *>   RESULTADO.DAT FICAM NO CURSO DE ORIGEM (NADA E MOVIDO) E A
      *>   FATURA ABERTA DA ORIGEM NA COMPETENCIA CORRENTE E MARCADA
      *>   PARA A SECRETARIA AJUSTAR.
               DISPLAY " " AT 0101 ERASE EOS.
               DISPLAY "TRANSFERENCIA DE TURMA" AT 0301.
               DISPLAY "DIGITE O CPF" AT 0501.
               ACCEPT CPF AT 0601.
               MOVE CPF TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO" AT 0701
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       PERFORM MOVE-REG-TO-ALUNO-PARAGRAFO
                       DISPLAY NOME-ALUNO AT 0701
               END-READ.
               DISPLAY "CURSO DE ORIGEM:" AT 0801.
               ACCEPT WS-CURSO-ESCOLHIDO AT 0818.
               MOVE CPF                TO MATR-CPF.
               MOVE WS-CURSO-ESCOLHIDO TO MATR-CURSO.
               READ MATRICULA-FILE
                   INVALID KEY
                       DISPLAY "MATRICULA NAO ENCONTRADA" AT 0901
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF NOT MATR-ATIVA
                   DISPLAY "MATRICULA DE ORIGEM NAO ESTA ATIVA" AT 0901
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
               MOVE WS-CURSO-ESCOLHIDO TO CURSO-CODIGO-REG.
               READ CURSOS-FILE
                   INVALID KEY
                       DISPLAY "CURSO DE ORIGEM NAO ENCONTRADO" AT 0901
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       DISPLAY CURSO-NOME-REG AT 0901
               END-READ.
               DISPLAY "CURSO DE DESTINO:" AT 1001.
               ACCEPT WS-CURSO-DESTINO AT 1019.
               IF WS-CURSO-DESTINO = WS-CURSO-ESCOLHIDO
                   DISPLAY "DESTINO IGUAL A ORIGEM" AT 1101
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
               MOVE WS-CURSO-DESTINO TO CURSO-CODIGO-REG.
               READ CURSOS-FILE
                   INVALID KEY
                       DISPLAY "CURSO DE DESTINO NAO ENCONTRADO" AT 1101
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       DISPLAY CURSO-NOME-REG AT 1101
               END-READ.
               IF CURSO-MATRICULADOS-REG NOT <
                  CURSO-CAPACIDADE-REG
                   DISPLAY "TURMA DE DESTINO CHEIA - NADA FOI ALTERADO"
                       AT 1201
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
      *>   MATRICULA ANTIGA NO DESTINO: ATIVA OU CONCLUIDA BARRA A
      *>   TRANSFERENCIA; AS DEMAIS SAO REATIVADAS, COMO NA MATRICULA.
               MOVE "N" TO WS-DEST-EXISTE.
               MOVE CPF              TO MATR-CPF.
               MOVE WS-CURSO-DESTINO TO MATR-CURSO.
               READ MATRICULA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "S" TO WS-DEST-EXISTE
                       MOVE MATR-TENTATIVAS TO WS-TENTATIVAS-DESTINO
                       MOVE MATR-REPROVACOES TO WS-REPROV-DESTINO
                       MOVE MATR-DATA-REPROV TO WS-DATA-REPROV-DESTINO
               END-READ.
               IF DEST-EXISTE AND MATR-ATIVA
                   DISPLAY "ALUNO JA MATRICULADO NO DESTINO" AT 1201
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
               IF DEST-EXISTE AND MATR-CONCLUIDA
                   DISPLAY "CURSO DE DESTINO JA CONCLUIDO" AT 1201
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
               DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)?" AT 1301.
               ACCEPT WS-CONFIRMA-TRANSF AT 1333.
               IF WS-CONFIRMA-TRANSF NOT = "S" AND NOT = "s"
                   DISPLAY "TRANSFERENCIA NAO FEITA" AT 1501
                   GO TO PAUSA-TRANSFERIR-PARAGRAFO
               END-IF.
               MOVE CPF                TO MATR-CPF.
               MOVE WS-CURSO-ESCOLHIDO TO MATR-CURSO.
               READ MATRICULA-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO LER MATRICULA DE ORIGEM" AT 1501
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               MOVE "T" TO MATR-SITUACAO.
               MOVE WS-CURSO-DESTINO TO MATR-CURSO-DESTINO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA-ENCERR.
               REWRITE MATRICULA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO TRANSFERIR" AT 1501
                       GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-REWRITE.
               MOVE CPF              TO MATR-CPF.
               MOVE WS-CURSO-DESTINO TO MATR-CURSO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA.
               MOVE "A" TO MATR-SITUACAO.
               MOVE ZERO TO MATR-CURSO-DESTINO.
               MOVE ZERO TO MATR-DATA-ENCERR.
               MOVE ZERO TO MATR-DATA-CERTIF.
               IF DEST-EXISTE
                   COMPUTE MATR-TENTATIVAS = WS-TENTATIVAS-DESTINO + 1
                   MOVE WS-REPROV-DESTINO TO MATR-REPROVACOES
                   MOVE WS-DATA-REPROV-DESTINO TO MATR-DATA-REPROV
                   REWRITE MATRICULA-REG
                       INVALID KEY
                           PERFORM DESFAZ-TRANSF-ORIGEM-PARAGRAFO
                           GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   END-REWRITE
               ELSE
                   MOVE 1 TO MATR-TENTATIVAS
                   MOVE ZERO TO MATR-REPROVACOES
                   MOVE ZERO TO MATR-DATA-REPROV
                   WRITE MATRICULA-REG
                       INVALID KEY
                           PERFORM DESFAZ-TRANSF-ORIGEM-PARAGRAFO
                           GO TO PAUSA-TRANSFERIR-PARAGRAFO
                   END-WRITE
               END-IF.
               MOVE WS-CURSO-DESTINO TO CURSO-CODIGO-REG.
               READ CURSOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO CURSO-MATRICULADOS-REG
                       REWRITE CURSO-REG
                       END-REWRITE
               END-READ.
               MOVE WS-CURSO-ESCOLHIDO TO CURSO-CODIGO-REG.
               READ CURSOS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CURSO-MATRICULADOS-REG > ZERO
                           SUBTRACT 1 FROM CURSO-MATRICULADOS-REG
                       END-IF
                       REWRITE CURSO-REG
                       END-REWRITE
               END-READ.
               DISPLAY "MATRICULA TRANSFERIDA" AT 1501.
               MOVE "TRANSFSAI" TO WS-OPERACAO-ATUAL.
               PERFORM GRAVA-AUDITORIA-PARAGRAFO.
               MOVE "TRANSFENT" TO WS-OPERACAO-ATUAL.
               PERFORM GRAVA-AUDITORIA-PARAGRAFO.
               PERFORM MARCA-FATURA-TRANSF-PARAGRAFO
                   THRU FIM-MARCA-FATURA-TRANSF-PARAGRAFO.
      *>   SO AGORA, COM O ALUNO JA GARANTIDO NO DESTINO, A VAGA DA
      *>   ORIGEM VAI PARA A FILA DE ESPERA.
               PERFORM PROMOVE-ESPERA-PARAGRAFO
                   THRU FIM-PROMOVE-ESPERA-PARAGRAFO.

       PAUSA-TRANSFERIR-PARAGRAFO.
               DISPLAY "TECLE ENTER PARA VOLTAR" AT 1801.
               ACCEPT WS-PAUSA AT 1801.

       FIM-TRANSFERIR-MATRICULA-PARAGRAFO.
               EXIT.

       DESFAZ-TRANSF-ORIGEM-PARAGRAFO.
      *>   A MATRICULA DE DESTINO NAO GRAVOU: A ORIGEM VOLTA A SER
      *>   ATIVA E NENHUM CONTADOR FOI MEXIDO AINDA.
               MOVE CPF                TO MATR-CPF.
               MOVE WS-CURSO-ESCOLHIDO TO MATR-CURSO.
               READ MATRICULA-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "A" TO MATR-SITUACAO
                       MOVE ZERO TO MATR-CURSO-DESTINO
                       MOVE ZERO TO MATR-DATA-ENCERR
                       REWRITE MATRICULA-REG
                       END-REWRITE
               END-READ.
               DISPLAY "ERRO AO GRAVAR O DESTINO - TRANSFERENCIA "
                   "DESFEITA" AT 1501.

       MARCA-FATURA-TRANSF-PARAGRAFO.
      *>   FATURA DA COMPETENCIA CORRENTE AINDA ABERTA NO CURSO DE
      *>   ORIGEM FICA COM PENDENCIA "T" PARA A SECRETARIA AJUSTAR -
      *>   A DO DESTINO SAI NO PROXIMO FATURAMENTO (O RERUN DA
      *>   COMPETENCIA SO GERA A QUE FALTA).
               IF NOT FATURA-DISPONIVEL
                   GO TO FIM-MARCA-FATURA-TRANSF-PARAGRAFO
               END-IF.
               MOVE FUNCTION CURRENT-DATE (5:2) TO WS-TRF-COMP-MM.
               MOVE FUNCTION CURRENT-DATE (1:4) TO WS-TRF-COMP-AAAA.
               MOVE WS-TRF-COMPETENCIA-NUM TO FAT-COMP.
               MOVE CPF                    TO FAT-CPF.
               MOVE WS-CURSO-ESCOLHIDO     TO FAT-CURSO.
               READ FATURA-FILE
                   INVALID KEY
                       GO TO FIM-MARCA-FATURA-TRANSF-PARAGRAFO
                   NOT INVALID KEY
                       CONTINUE
               END-READ.
               IF NOT FAT-ABERTA AND NOT FAT-VENCIDA
                   GO TO FIM-MARCA-FATURA-TRANSF-PARAGRAFO
               END-IF.
               MOVE "T" TO FAT-PENDENCIA.
               REWRITE FATURA-REG
                   INVALID KEY
                       DISPLAY "ERRO AO MARCAR A FATURA DA ORIGEM"
                           AT 1601
                   NOT INVALID KEY
                       DISPLAY "FATURA DO MES NA ORIGEM MARCADA PARA "
                           "AJUSTE DA SECRETARIA" AT 1601
               END-REWRITE.

       FIM-MARCA-FATURA-TRANSF-PARAGRAFO.
               EXIT.

       ENTRA-ESPERA-PARAGRAFO.
      *>   COLOCA O CPF DA TELA NA FILA DO CURSO ESCOLHIDO: VARRE AS
      *>   POSICOES JA GRAVADAS DO CURSO PARA ACHAR A PROXIMA LIVRE
               MOVE WS-CURSO-ESCOLHIDO TO MATR-CURSO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA.
               MOVE "A" TO MATR-SITUACAO.
               MOVE ZERO TO MATR-CURSO-DESTINO.
               MOVE ZERO TO MATR-DATA-ENCERR.
               MOVE ZERO TO MATR-DATA-CERTIF.
               MOVE 1 TO MATR-TENTATIVAS.
               MOVE ZERO TO MATR-REPROVACOES.
               MOVE ZERO TO MATR-DATA-REPROV.
               WRITE MATRICULA-REG
                   INVALID KEY
                       READ MATRICULA-FILE
                       END-IF
                       MOVE "A" TO MATR-SITUACAO
                       MOVE FUNCTION CURRENT-DATE (1:8) TO MATR-DATA
                       MOVE ZERO TO MATR-CURSO-DESTINO
                       MOVE ZERO TO MATR-DATA-ENCERR
                       ADD 1 TO MATR-TENTATIVAS
                       REWRITE MATRICULA-REG
                           INVALID KEY
                               GO TO FIM-EFETIVA-PROMO-PARAGRAFO
       FIM-RESET-SENHA-OPER-PARAGRAFO.
               EXIT.

       DEPENDENTES-PARAGRAFO.
      *>   CADASTRO DE DEPENDENTES DO ALUNO PARA A DEDUCAO DO IRRF:
      *>   MOSTRA OS DEPENDENTES JA GRAVADOS EM DEPENDE.DAT E PERMITE
      *>   INCLUIR OU EXCLUIR UM. TODA MUDANCA RECALCULA O LIQUIDO DO
      *>   ALUNO NO MESTRE COM O MESMO CALCULA-FOLHA-PARAGRAFO E VAI
      *>   PARA A TRILHA E PARA O JOURNAL COMO UMA ALTERACAO.
               DISPLAY " " AT 0101 ERASE EOS.
               DISPLAY "DEPENDENTES DO ALUNO (DEDUCAO DO IRRF)" AT 0301.
               DISPLAY "DIGITE O CPF DO ALUNO" AT 0501.
               ACCEPT CPF AT 0601.
               MOVE CPF TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO" AT 0701
                       GO TO PAUSA-DEPENDENTES-PARAGRAFO
                   NOT INVALID KEY
                       MOVE ALUNO-REG TO WS-JRN-ANTES
                       PERFORM MOVE-REG-TO-ALUNO-PARAGRAFO
                       DISPLAY NOME-ALUNO AT 0701
               END-READ.
               PERFORM LISTA-DEPENDENTES-PARAGRAFO.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               DISPLAY "DEPENDENTES CADASTRADOS: " AT 1501.
               DISPLAY WS-QTD-DEPENDENTES AT 1526.
               DISPLAY "I-INCLUIR  E-EXCLUIR  V-VOLTAR: " AT 1601.
               ACCEPT WS-OPCAO-DEPEND AT 1634.
               EVALUATE WS-OPCAO-DEPEND
                   WHEN "I"
                   WHEN "i"
                       PERFORM INCLUI-DEPENDENTE-PARAGRAFO
                           THRU FIM-INCLUI-DEPENDENTE-PARAGRAFO
                   WHEN "E"
                   WHEN "e"
                       PERFORM EXCLUI-DEPENDENTE-PARAGRAFO
                           THRU FIM-EXCLUI-DEPENDENTE-PARAGRAFO
                   WHEN "V"
                   WHEN "v"
                       GO TO FIM-DEPENDENTES-PARAGRAFO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA" AT 2201
               END-EVALUATE.

       PAUSA-DEPENDENTES-PARAGRAFO.
               DISPLAY "TECLE ENTER PARA VOLTAR" AT 2401.
               ACCEPT WS-PAUSA AT 2401.

       FIM-DEPENDENTES-PARAGRAFO.
               EXIT.

       LISTA-DEPENDENTES-PARAGRAFO.
      *>   UMA LINHA POR DEPENDENTE DO CPF DA TELA (ATE 6 NA TELA -
      *>   O TOTAL CADASTRADO SAI LOGO ABAIXO DA LISTA).
               DISPLAY "SQ NOME                           P NASCIMENTO"
                   AT 0801.
               DISPLAY " CPF" AT 0846.
               MOVE ZERO TO WS-DEP-LINHAS.
               MOVE "N"  TO WS-FIM-DEPENDE.
               MOVE CPF  TO DEP-CPF-TITULAR.
               MOVE ZERO TO DEP-SEQ.
               START DEPENDE-FILE KEY NOT LESS DEP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-DEPENDE
               END-START.
               PERFORM UNTIL FIM-DEPENDE OR WS-DEP-LINHAS >= 6
                   READ DEPENDE-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-DEPENDE
                       NOT AT END
                           IF DEP-CPF-TITULAR NOT = CPF
                               MOVE "S" TO WS-FIM-DEPENDE
                           ELSE
                               ADD 1 TO WS-DEP-LINHAS
                               PERFORM MOSTRA-DEPENDENTE-PARAGRAFO
                           END-IF
                   END-READ
               END-PERFORM.

       MOSTRA-DEPENDENTE-PARAGRAFO.
               MOVE DEP-DATANASC TO WS-DEP-DATA-EDIT.
               MOVE SPACES TO WS-LINHA-DEP.
               STRING DEP-SEQ " " DEP-NOME (1:30) " " DEP-PARENTESCO
                      " " WS-DEP-DATA-EDIT " " DEP-CPF
                   DELIMITED BY SIZE INTO WS-LINHA-DEP.
               COMPUTE WS-POS-DEP = 801 + WS-DEP-LINHAS * 100.
               DISPLAY WS-LINHA-DEP AT WS-POS-DEP.

       INCLUI-DEPENDENTE-PARAGRAFO.
      *>   O DEPENDENTE ENTRA COM O PROXIMO SEQUENCIAL DO TITULAR. A
      *>   DATA E O CPF PASSAM PELAS MESMAS VALIDACOES DO ALUNO
      *>   (VALDATA/VALCPF), QUE OPERAM NA AREA DO ALUNO - POR ISSO
      *>   A AREA E RECARREGADA DO REGISTRO LIDO ANTES DE GRAVAR.
      *>   O MESMO CPF NAO ENTRA DUAS VEZES PARA O MESMO TITULAR
      *>   (SERIA DEDUCAO EM DOBRO).
               IF WS-DEP-ULT-SEQ >= 99
                   DISPLAY "LIMITE DE DEPENDENTES DO ALUNO ATINGIDO"
                       AT 2201
                   GO TO FIM-INCLUI-DEPENDENTE-PARAGRAFO
               END-IF.
               MOVE CPF TO WS-DEP-TITULAR.
               DISPLAY "NOME:" AT 1701.
               MOVE SPACES TO WS-DEP-NOME-DIG.
               ACCEPT WS-DEP-NOME-DIG AT 1707.
               IF WS-DEP-NOME-DIG = SPACES
                   DISPLAY "NOME EM BRANCO - NAO GRAVADO" AT 2201
                   GO TO FIM-INCLUI-DEPENDENTE-PARAGRAFO
               END-IF.
               PERFORM WITH TEST AFTER UNTIL DATA-VALIDA
                   DISPLAY "NASCIMENTO (DDMMAAAA):" AT 1801
                   ACCEPT DATANASC AT 1824
                   PERFORM VALIDA-DATA-PARAGRAFO
                       THRU FIM-VALIDA-DATA-PARAGRAFO
                   IF NOT DATA-VALIDA
                       DISPLAY "DATA INVALIDA - REDIGITE" AT 1851
                   ELSE
                       DISPLAY "                        " AT 1851
                   END-IF
               END-PERFORM.
               MOVE DATANASC-NUM TO WS-DEP-DATA-DIG.
               PERFORM WITH TEST AFTER UNTIL PARENTESCO-VALIDO
                   DISPLAY "PARENTESCO (F=FILHO C=CONJUGE E=ENTEADO "
                       "P=PAI/MAE O=OUTRO):" AT 1901
                   ACCEPT WS-DEP-PARENT-DIG AT 1961
               END-PERFORM.
               PERFORM WITH TEST AFTER
                       UNTIL CPF-VALIDO AND CPF NOT = WS-DEP-TITULAR
                   DISPLAY "CPF DO DEPENDENTE (11 DIGITOS):" AT 2001
                   ACCEPT CPF AT 2033
                   PERFORM VALIDA-CPF-PARAGRAFO
                   IF NOT CPF-VALIDO OR CPF = WS-DEP-TITULAR
                       MOVE "N" TO WS-CPF-VALIDO
                       DISPLAY "CPF INVALIDO - REDIGITE" AT 2051
                   ELSE
                       DISPLAY "                       " AT 2051
                   END-IF
               END-PERFORM.
               MOVE CPF TO WS-DEP-CPF-DIG.
               PERFORM MOVE-REG-TO-ALUNO-PARAGRAFO.
               PERFORM PROCURA-CPF-DEPEND-PARAGRAFO.
               IF DEP-REPETIDO
                   DISPLAY "CPF JA CADASTRADO COMO DEPENDENTE DESTE "
                       "ALUNO - NAO GRAVADO" AT 2201
                   GO TO FIM-INCLUI-DEPENDENTE-PARAGRAFO
               END-IF.
               MOVE WS-DEP-TITULAR  TO DEP-CPF-TITULAR.
               ADD 1 WS-DEP-ULT-SEQ GIVING DEP-SEQ.
               MOVE WS-DEP-NOME-DIG   TO DEP-NOME.
               MOVE WS-DEP-DATA-DIG   TO DEP-DATANASC.
               MOVE WS-DEP-PARENT-DIG TO DEP-PARENTESCO.
               MOVE WS-DEP-CPF-DIG    TO DEP-CPF.
               WRITE DEPENDE-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR DEPENDENTE" AT 2201
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE GRAVADO" AT 2201
                       MOVE "INCDEPEND" TO WS-OPERACAO-ATUAL
                       PERFORM GRAVA-AUDITORIA-PARAGRAFO
                       PERFORM RECALCULA-LIQ-DEPEND-PARAGRAFO
               END-WRITE.

       FIM-INCLUI-DEPENDENTE-PARAGRAFO.
               EXIT.

       PROCURA-CPF-DEPEND-PARAGRAFO.
      *>   VARRE OS DEPENDENTES DO TITULAR PROCURANDO O CPF DIGITADO.
               MOVE "N"  TO WS-DEP-REPETIDO.
               MOVE "N"  TO WS-FIM-DEPENDE.
               MOVE WS-DEP-TITULAR TO DEP-CPF-TITULAR.
               MOVE ZERO TO DEP-SEQ.
               START DEPENDE-FILE KEY NOT LESS DEP-CHAVE
                   INVALID KEY
                       MOVE "S" TO WS-FIM-DEPENDE
               END-START.
               PERFORM UNTIL FIM-DEPENDE OR DEP-REPETIDO
                   READ DEPENDE-FILE NEXT RECORD
                       AT END
                           MOVE "S" TO WS-FIM-DEPENDE
                       NOT AT END
                           IF DEP-CPF-TITULAR NOT = WS-DEP-TITULAR
                               MOVE "S" TO WS-FIM-DEPENDE
                           ELSE
                               IF DEP-CPF = WS-DEP-CPF-DIG
                                   MOVE "S" TO WS-DEP-REPETIDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM.

       EXCLUI-DEPENDENTE-PARAGRAFO.
      *>   DEPENDENTE QUE DEIXOU DE SER DEPENDENTE (MAIORIDADE,
      *>   SEPARACAO...) SAI DO CADASTRO - A DEDUCAO JA APLICADA NAS
      *>   COMPETENCIAS FECHADAS CONTINUA GRAVADA NO HISTFOL.DAT.
               DISPLAY "SEQUENCIA (SQ) DO DEPENDENTE:" AT 1701.
               ACCEPT WS-DEP-SEQ-ESCOLHIDA AT 1731.
               MOVE CPF                  TO DEP-CPF-TITULAR.
               MOVE WS-DEP-SEQ-ESCOLHIDA TO DEP-SEQ.
               READ DEPENDE-FILE
                   INVALID KEY
                       DISPLAY "DEPENDENTE NAO ENCONTRADO" AT 2201
                       GO TO FIM-EXCLUI-DEPENDENTE-PARAGRAFO
                   NOT INVALID KEY
                       DISPLAY DEP-NOME AT 1801
               END-READ.
               DISPLAY "CONFIRMA EXCLUSAO (S/N)?" AT 1901.
               ACCEPT WS-CONFIRMA-EXCLUSAO AT 1925.
               IF WS-CONFIRMA-EXCLUSAO NOT = "S"
                  AND WS-CONFIRMA-EXCLUSAO NOT = "s"
                   GO TO FIM-EXCLUI-DEPENDENTE-PARAGRAFO
               END-IF.
               DELETE DEPENDE-FILE
                   INVALID KEY
                       DISPLAY "ERRO AO EXCLUIR DEPENDENTE" AT 2201
                   NOT INVALID KEY
                       DISPLAY "DEPENDENTE EXCLUIDO" AT 2201
                       MOVE "EXCDEPEND" TO WS-OPERACAO-ATUAL
                       PERFORM GRAVA-AUDITORIA-PARAGRAFO
                       PERFORM RECALCULA-LIQ-DEPEND-PARAGRAFO
               END-DELETE.

       FIM-EXCLUI-DEPENDENTE-PARAGRAFO.
               EXIT.

       RECALCULA-LIQ-DEPEND-PARAGRAFO.
      *>   A QUANTIDADE DE DEPENDENTES MUDOU: RECALCULA O LIQUIDO DO
      *>   ALUNO E REGRAVA O MESTRE. A IMAGEM DE ANTES FOI GUARDADA
      *>   NA LEITURA DO CPF, NO INICIO DA TELA.
               PERFORM CONTA-DEPENDENTES-PARAGRAFO.
               PERFORM CALCULA-FOLHA-PARAGRAFO.
               PERFORM MOVE-ALUNO-TO-REG-PARAGRAFO.
               REWRITE ALUNO-REG
                   INVALID KEY
                       DISPLAY "ERRO AO RECALCULAR O LIQUIDO" AT 2301
                   NOT INVALID KEY
                       DISPLAY "NOVO SALARIO LIQUIDO:" AT 2301
                       DISPLAY SALARIO-LIQ-EDIT AT 2323
                       MOVE "ALTERACAO" TO WS-OPERACAO-ATUAL
                       PERFORM GRAVA-AUDITORIA-PARAGRAFO
                       MOVE ALUNO-REG TO WS-JRN-DEPOIS
                       PERFORM GRAVA-JOURNAL-PARAGRAFO
               END-REWRITE.

       DESCONTO-FOLHA-PARAGRAFO.
      *>   AUTORIZACAO DO ALUNO PARA O DESCONTO DAS MENSALIDADES NA
      *>   FOLHA (APLICADO PELO FECHA-FOLHA NO FECHAMENTO). O TERMO
      *>   ASSINADO FICA NA SECRETARIA; AQUI SE REGISTRA A SITUACAO,
      *>   A DATA E O OPERADOR. REVOGAR NAO APAGA O REGISTRO.
               DISPLAY " " AT 0101 ERASE EOS.
               DISPLAY "DESCONTO DE MENSALIDADE EM FOLHA" AT 0301.
               DISPLAY "DIGITE O CPF DO ALUNO" AT 0501.
               ACCEPT CPF AT 0601.
               MOVE CPF TO CPF-REG.
               READ ALUNOS-FILE
                   INVALID KEY
                       DISPLAY "ALUNO NAO ENCONTRADO" AT 0701
                       GO TO PAUSA-DESCONTO-FOLHA-PARAGRAFO
                   NOT INVALID KEY
                       PERFORM MOVE-REG-TO-ALUNO-PARAGRAFO
                       DISPLAY NOME-ALUNO AT 0701
               END-READ.
               MOVE CPF TO AUTD-CPF.
               READ AUTDESC-FILE
                   INVALID KEY
                       MOVE "N" TO WS-AUTD-EXISTE
                       DISPLAY "SITUACAO ATUAL: SEM AUTORIZACAO"
                           AT 0901
                   NOT INVALID KEY
                       MOVE "S" TO WS-AUTD-EXISTE
                       IF AUTD-VIGENTE
                           MOVE AUTD-DATA-AUTORIZ TO WS-AUTD-DATA-EDIT
                           DISPLAY "SITUACAO ATUAL: AUTORIZADO EM "
                               AT 0901
                       ELSE
                           MOVE AUTD-DATA-REVOG TO WS-AUTD-DATA-EDIT
                           DISPLAY "SITUACAO ATUAL: REVOGADO EM "
                               AT 0901
                       END-IF
                       DISPLAY WS-AUTD-DATA-EDIT AT 0932
               END-READ.
               DISPLAY "A-AUTORIZAR  R-REVOGAR  V-VOLTAR: " AT 1101.
               ACCEPT WS-OPCAO-DESCONTO AT 1136.
               EVALUATE WS-OPCAO-DESCONTO
                   WHEN "A"
                   WHEN "a"
                       PERFORM AUTORIZA-DESCONTO-PARAGRAFO
                           THRU FIM-AUTORIZA-DESCONTO-PARAGRAFO
                   WHEN "R"
                   WHEN "r"
                       PERFORM REVOGA-DESCONTO-PARAGRAFO
                           THRU FIM-REVOGA-DESCONTO-PARAGRAFO
                   WHEN "V"
                   WHEN "v"
                       GO TO FIM-DESCONTO-FOLHA-PARAGRAFO
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA" AT 1301
               END-EVALUATE.

       PAUSA-DESCONTO-FOLHA-PARAGRAFO.
               DISPLAY "TECLE ENTER PARA VOLTAR" AT 1501.
               ACCEPT WS-PAUSA AT 1501.

       FIM-DESCONTO-FOLHA-PARAGRAFO.
               EXIT.

       AUTORIZA-DESCONTO-PARAGRAFO.
               IF AUTD-EXISTE AND AUTD-VIGENTE
                   DISPLAY "DESCONTO JA AUTORIZADO" AT 1301
                   GO TO FIM-AUTORIZA-DESCONTO-PARAGRAFO
               END-IF.
               MOVE CPF TO AUTD-CPF.
               MOVE "S" TO AUTD-SITUACAO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO AUTD-DATA-AUTORIZ.
               MOVE ZERO TO AUTD-DATA-REVOG.
               MOVE WS-OPERADOR-ID TO AUTD-OPERADOR.
               IF AUTD-EXISTE
                   REWRITE AUTDESC-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR AUTORIZACAO" AT 1301
                           GO TO FIM-AUTORIZA-DESCONTO-PARAGRAFO
                   END-REWRITE
               ELSE
                   WRITE AUTDESC-REG
                       INVALID KEY
                           DISPLAY "ERRO AO GRAVAR AUTORIZACAO" AT 1301
                           GO TO FIM-AUTORIZA-DESCONTO-PARAGRAFO
                   END-WRITE
               END-IF.
               DISPLAY "DESCONTO EM FOLHA AUTORIZADO" AT 1301.
               MOVE "AUTDESCFL" TO WS-OPERACAO-ATUAL.
               PERFORM GRAVA-AUDITORIA-PARAGRAFO.

       FIM-AUTORIZA-DESCONTO-PARAGRAFO.
               EXIT.

       REVOGA-DESCONTO-PARAGRAFO.
      *>   VALE A PARTIR DO PROXIMO FECHAMENTO - FATURA JA BAIXADA
      *>   POR FOLHA FECHADA NAO VOLTA.
               IF NOT AUTD-EXISTE OR NOT AUTD-VIGENTE
                   DISPLAY "NAO HA AUTORIZACAO VIGENTE" AT 1301
                   GO TO FIM-REVOGA-DESCONTO-PARAGRAFO
               END-IF.
               MOVE "N" TO AUTD-SITUACAO.
               MOVE FUNCTION CURRENT-DATE (1:8) TO AUTD-DATA-REVOG.
               MOVE WS-OPERADOR-ID TO AUTD-OPERADOR.
               REWRITE AUTDESC-REG
                   INVALID KEY
                       DISPLAY "ERRO AO GRAVAR REVOGACAO" AT 1301
                       GO TO FIM-REVOGA-DESCONTO-PARAGRAFO
               END-REWRITE.
               DISPLAY "DESCONTO EM FOLHA REVOGADO" AT 1301.
               MOVE "REVDESCFL" TO WS-OPERACAO-ATUAL.
               PERFORM GRAVA-AUDITORIA-PARAGRAFO.

       FIM-REVOGA-DESCONTO-PARAGRAFO.
               EXIT.

           COPY MOVEALUN.

       MOVE-REG-TO-ALUNO-PARAGRAFO.
               STRING "( - ) INSS........: " WS-INSS-EDIT
                   DELIMITED BY SIZE INTO REG-CONTRACHEQUE.
               WRITE REG-CONTRACHEQUE.
               IF WS-QTD-DEPENDENTES > ZERO
                   MOVE SPACES TO REG-CONTRACHEQUE
                   STRING "DEPENDENTES (IR)..: " WS-QTD-DEPENDENTES
                          " - DEDUCAO NA BASE: " WS-DEDUCAO-DEP-EDIT
                       DELIMITED BY SIZE INTO REG-CONTRACHEQUE
                   WRITE REG-CONTRACHEQUE
               END-IF.
               MOVE SPACES TO REG-CONTRACHEQUE.
               STRING "( - ) IRRF........: " WS-IRRF-EDIT
                   DELIMITED BY SIZE INTO REG-CONTRACHEQUE.

           COPY GRAVAUDT.
           COPY GRAVAJRN.
           COPY CONTADEP.

      *----------------------------------------------------------------*
      *    PARAGRAFOS DE VALIDACAO (COPIADOS DAS PROC COPYBOOKS)
