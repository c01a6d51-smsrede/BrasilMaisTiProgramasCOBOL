      *================================================================*
      *    COPY AUTDSEL
      *    ENTRADA DE FILE-CONTROL PARA O CADASTRO DE AUTORIZACOES DE
      *    DESCONTO DE MENSALIDADE EM FOLHA AUTDESC.DAT. ARQUIVO
      *    INDEXADO, CHAVE PRIMARIA CPF DO ALUNO - UMA AUTORIZACAO
      *    (VIGENTE OU REVOGADA) POR ALUNO. MANTIDO PELA OPCAO F DO
      *    MENU DO PRIMEIRO-PROGRAMA E LIDO PELO FECHA-FOLHA E PELA
      *    REMESSA-COBRANCA (QUE NAO GERA BOLETO PARA QUEM TEM
      *    AUTORIZACAO VIGENTE).
      *================================================================*
           SELECT AUTDESC-FILE ASSIGN TO "AUTDESC.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUTD-CPF
               FILE STATUS IS WS-AUTDESC-STATUS.
