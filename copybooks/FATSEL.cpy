      *    COMPOSTA COMPETENCIA + CPF + CURSO - UMA FATURA POR
      *    MATRICULA ATIVA POR COMPETENCIA, GERADA PELO FATURAMENTO
      *    MENSAL (FATURA-MENSAL) E BAIXADA PELO RETORNO BANCARIO
      *    (BAIXA-PAGAMENTOS). CHAVE ALTERNADA (COM DUPLICATAS - AS
      *    AINDA NAO REMETIDAS TEM NOSSO NUMERO ZERO) = NOSSO NUMERO
      *    DA COBRANCA BANCARIA, PELA QUAL O RETORNO DO BANCO CHEGA.
      *================================================================*
           SELECT FATURA-FILE ASSIGN TO "FATURA.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FAT-CHAVE
               ALTERNATE RECORD KEY IS FAT-NOSSO-NUMERO
                   WITH DUPLICATES
               FILE STATUS IS WS-FATURA-STATUS.
