      *================================================================*
      *    COPY PLCTSEL
      *    ENTRADA DE FILE-CONTROL PARA O ARQUIVO DE PARAMETROS DO
      *    PLANO DE CONTAS DA INTERFACE CONTABIL (PLCONTAS.DAT) -
      *    CONTA DO RAZAO DE CADA EVENTO, COM DATA DE VIGENCIA,
      *    MANTIDA PELA CONTABILIDADE SEM RECOMPILACAO (VER COPY
      *    PLCTREC), NO MESMO ESQUEMA DO TABFOLHA.DAT.
      *================================================================*
           SELECT PLCONTAS-FILE ASSIGN TO "PLCONTAS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLCONTAS-STATUS.
