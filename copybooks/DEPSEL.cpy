      *================================================================*
      *    COPY DEPSEL
      *    ENTRADA DE FILE-CONTROL PARA O CADASTRO DE DEPENDENTES
      *    DEPENDE.DAT. ARQUIVO INDEXADO, CHAVE PRIMARIA COMPOSTA
      *    CPF DO ALUNO TITULAR + SEQUENCIAL DO DEPENDENTE - OS
      *    DEPENDENTES DE UM ALUNO FICAM CONTIGUOS NO INDICE, ENTAO
      *    CONTAR OS DEPENDENTES PARA O IRRF E SO POSICIONAR EM
      *    (CPF, 0) E LER PARA FRENTE, COMO NA LISTA DE ESPERA.
      *================================================================*
           SELECT DEPENDE-FILE ASSIGN TO "DEPENDE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WS-DEPENDE-STATUS.
