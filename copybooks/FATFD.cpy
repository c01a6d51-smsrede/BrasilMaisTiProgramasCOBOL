      *      P = PAGA    - BAIXADA PELO RETORNO BANCARIO
      *      V = VENCIDA - ABERTA COM VENCIMENTO PASSADO (MARCADA
      *                    PELO RELATORIO-INADIMPL)
      *    A BAIXA ("P") GUARDA A ORIGEM: "B" = RETORNO BANCARIO
      *    (BAIXA-PAGAMENTOS), "F" = DESCONTO EM FOLHA (FECHA-FOLHA,
      *    COM A COMPETENCIA AAAAMM DA FOLHA QUE DESCONTOU EM
      *    FAT-COMP-FOLHA - E POR ELA QUE O RERUN DO FECHAMENTO
      *    RECONHECE AS FATURAS QUE JA DESCONTOU). FATURA.DAT GRAVADO
      *    ANTES DESSES CAMPOS PRECISA SER RECRIADO.
      *    COBRANCA BANCARIA: A REMESSA-COBRANCA DA A CADA FATURA
      *    REMETIDA UM NOSSO NUMERO SEQUENCIAL (CHAVE ALTERNADA, E
      *    POR ELE QUE O BAIXA-PAGAMENTOS LOCALIZA O RETORNO) E A
      *    SITUACAO DO BOLETO NO BANCO:
      *      BRANCO = AINDA NAO REMETIDA
      *      E = ENVIADA NA REMESSA (DATA EM FAT-DATA-REMESSA)
      *      C = ENTRADA CONFIRMADA PELO BANCO
      *      R = ENTRADA REJEITADA PELO BANCO - VOLTA NA PROXIMA
      *          REMESSA COM O MESMO NOSSO NUMERO
      *    FATURA COM BOLETO VIVO NO BANCO ("E" OU "C") NAO E
      *    DESCONTADA EM FOLHA PELO FECHA-FOLHA - SO SAI PELO RETORNO
      *    BANCARIO, PARA NAO SER COBRADA DUAS VEZES. BRANCO E "R"
      *    PODEM SER DESCONTADAS; A BAIXA ("P") TIRA A FATURA DA
      *    PROXIMA REMESSA. EM COMPENSACAO A REMESSA NAO GERA BOLETO
      *    PARA ALUNO COM AUTORIZACAO VIGENTE DE DESCONTO EM FOLHA
      *    (AUTDESC.DAT): A FATURA FICA EM BRANCO (OU "R") PARA O
      *    FECHA-FOLHA DESCONTAR.
      *    FAT-PENDENCIA "T" = FATURA ABERTA DE UM CURSO DO QUAL O
      *    ALUNO FOI TRANSFERIDO NA PROPRIA COMPETENCIA (MARCADA PELA
      *    TRANSFERENCIA DO PRIMEIRO-PROGRAMA) - FICA PARA A
      *    SECRETARIA AJUSTAR E, ATE LA, NAO VAI PARA A REMESSA DE
      *    COBRANCA NEM E DESCONTADA EM FOLHA.
      *    USO:  FD FATURA-FILE.
      *          COPY FATFD.
      *================================================================*
                   88 FAT-PAGA       VALUE "P".
                   88 FAT-VENCIDA    VALUE "V".
               03 FAT-DATA-PAGTO     PIC 9(08).
               03 FAT-ORIGEM-BAIXA   PIC X(01).
                   88 FAT-BAIXA-BANCO VALUE "B".
                   88 FAT-BAIXA-FOLHA VALUE "F".
               03 FAT-COMP-FOLHA     PIC 9(06).
               03 FAT-NOSSO-NUMERO   PIC 9(10).
               03 FAT-SIT-COBRANCA   PIC X(01).
                   88 FAT-COB-NAO-REMETIDA VALUE SPACE.
                   88 FAT-COB-REMETIDA     VALUE "E".
                   88 FAT-COB-CONFIRMADA   VALUE "C".
                   88 FAT-COB-REJEITADA    VALUE "R".
               03 FAT-DATA-REMESSA   PIC 9(08).
               03 FAT-PENDENCIA      PIC X(01).
                   88 FAT-SEM-PENDENCIA      VALUE SPACE.
                   88 FAT-PEND-TRANSFERENCIA VALUE "T".
