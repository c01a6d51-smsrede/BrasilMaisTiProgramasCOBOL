      *================================================================*
      *    COPY AUTDFD
      *    REGISTRO DO CADASTRO DE AUTORIZACOES DE DESCONTO DE
      *    MENSALIDADE EM FOLHA AUTDESC.DAT (FILE SECTION). SO ALUNO
      *    COM AUTORIZACAO VIGENTE ("S") TEM AS FATURAS ABERTAS E
      *    VENCIDAS DESCONTADAS NO FECHAMENTO DA FOLHA. A REVOGACAO
      *    NAO APAGA O REGISTRO: FICA "N" COM A DATA, PARA A
      *    SECRETARIA SABER DESDE QUANDO O DESCONTO PAROU. DATAS EM
      *    AAAAMMDD.
      *    USO:  FD AUTDESC-FILE.
      *          COPY AUTDFD.
      *================================================================*
       01 AUTDESC-REG.
               03 AUTD-CPF               PIC 9(11).
               03 AUTD-SITUACAO          PIC X(01).
                   88 AUTD-VIGENTE       VALUE "S".
                   88 AUTD-REVOGADA      VALUE "N".
               03 AUTD-DATA-AUTORIZ      PIC 9(08).
               03 AUTD-DATA-REVOG        PIC 9(08).
               03 AUTD-OPERADOR          PIC X(08).
