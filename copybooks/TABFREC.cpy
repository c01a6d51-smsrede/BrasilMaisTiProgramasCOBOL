      *    COPY TABFREC
      *    LINHA DO ARQUIVO DE PARAMETROS TABFOLHA.DAT (FILE SECTION).
      *    UMA LINHA POR FAIXA, CAMPOS SEPARADOS POR UM ESPACO:
      *      TIPO     X(04) - "INSS", "IRRF", "DEPE" OU "CONS"
      *      VIGENCIA 9(08) - AAAAMMDD A PARTIR DO QUAL A VERSAO VALE
      *      FAIXA    9(01) - 1 A 4 (INSS), 1 A 5 (IRRF) OU 1 (DEPE
      *               E CONS)
      *      TETO     12 DIGITOS (2 DECIMAIS IMPLICITOS)
      *      ALIQUOTA  5 DIGITOS (2 DECIMAIS IMPLICITOS)
      *      DEDUCAO  12 DIGITOS (2 DECIMAIS IMPLICITOS - SO IRRF E
      *               DEPE USAM)
      *    O TIPO "DEPE" TEM UMA LINHA SO POR VIGENCIA (FAIXA 1, TETO
      *    E ALIQUOTA ZERADOS) E A DEDUCAO E O VALOR ABATIDO DA BASE
      *    DO IRRF POR DEPENDENTE.
      *    O TIPO "CONS" TAMBEM TEM UMA LINHA SO POR VIGENCIA (FAIXA
      *    1): A ALIQUOTA E A MARGEM CONSIGNAVEL - PERCENTUAL MAXIMO
      *    DO LIQUIDO QUE O DESCONTO DE MENSALIDADE EM FOLHA PODE
      *    COMPROMETER.
      *    LINHAS COMECADAS POR "*" SAO COMENTARIO. UMA VERSAO DE
      *    TABELA = O CONJUNTO DE LINHAS DE MESMO TIPO E VIGENCIA;
      *    VERSOES FUTURAS PODEM SER PREPARADAS COM ANTECEDENCIA -
               03 TABF-TIPO          PIC X(04).
                   88 TABF-TIPO-INSS VALUE "INSS".
                   88 TABF-TIPO-IRRF VALUE "IRRF".
                   88 TABF-TIPO-DEPE VALUE "DEPE".
                   88 TABF-TIPO-CONS VALUE "CONS".
               03 FILLER             PIC X(01).
               03 TABF-VIGENCIA      PIC 9(08).
               03 FILLER             PIC X(01).
