      *    REPROVADA ("R"). A "R" PODE SER REATIVADA POR UMA NOVA
      *    MATRICULA, COMO A CANCELADA - E O CAMINHO DA SEGUNDA
      *    CHAMADA; A "F" NAO REATIVA (O CERTIFICADO JA SAIU).
      *    A TRANSFERENCIA DE TURMA DO PRIMEIRO-PROGRAMA ENCERRA A
      *    MATRICULA DE ORIGEM COMO TRANSFERIDA ("T"), COM O CURSO DE
      *    DESTINO EM MATR-CURSO-DESTINO (ZERO NAS DEMAIS SITUACOES);
      *    A "T" DEVOLVEU A VAGA E REATIVA COMO A CANCELADA.
      *    PARA O HISTORICO ESCOLAR A MATRICULA GUARDA TAMBEM A DATA
      *    DE ENCERRAMENTO (CANCELAMENTO, TRANSFERENCIA OU FECHAMENTO
      *    DO CURSO - ZERO ENQUANTO ATIVA), A DATA DO CERTIFICADO
      *    (SO NA "F", GRAVADA PELO FECHA-CURSO AO EMITI-LO) E A
      *    QUANTIDADE DE TENTATIVAS (1 NA PRIMEIRA MATRICULA, MAIS 1
      *    A CADA REATIVACAO). MATR-DATA E SEMPRE A DA TENTATIVA
      *    CORRENTE.
      *    COMO A REATIVACAO REGRAVA SITUACAO E DATAS, AS REPROVACOES
      *    FICAM GUARDADAS A PARTE: MATR-REPROVACOES CONTA AS
      *    TENTATIVAS ENCERRADAS COMO "R" (INCLUSIVE A CORRENTE, SE
      *    FOR "R") E MATR-DATA-REPROV E A DATA DA ULTIMA DELAS. O
      *    FECHA-CURSO SOMA AO ENCERRAR COM "R"; A REATIVACAO NAO
      *    MEXE NOS DOIS.
      *    MATRICULA.DAT GRAVADO ANTES DO CURSO DE DESTINO, DAS
      *    DATAS DE ENCERRAMENTO/CERTIFICADO OU DAS REPROVACOES
      *    PRECISA SER RECRIADO.
      *    USO:  FD MATRICULA-FILE.
      *          COPY MATRFD.
      *================================================================*
                   88 MATR-CANCELADA VALUE "C".
                   88 MATR-CONCLUIDA VALUE "F".
                   88 MATR-REPROVADA VALUE "R".
                   88 MATR-TRANSFERIDA VALUE "T".
               03 MATR-CURSO-DESTINO PIC 9(04).
               03 MATR-DATA-ENCERR   PIC 9(08).
               03 MATR-DATA-CERTIF   PIC 9(08).
               03 MATR-TENTATIVAS    PIC 9(02).
               03 MATR-REPROVACOES   PIC 9(02).
               03 MATR-DATA-REPROV   PIC 9(08).
