      *================================================================*
      *    COPY PLCTREC
      *    LINHA DO ARQUIVO DE PARAMETROS PLCONTAS.DAT (FILE SECTION).
      *    UMA LINHA POR EVENTO CONTABIL, CAMPOS SEPARADOS POR UM
      *    ESPACO:
      *      EVENTO    X(04) - SALB DESPESA COM SALARIOS (BRUTO)
      *                        INSS INSS A RECOLHER
      *                        IRRF IRRF A RECOLHER
      *                        SLIQ SALARIOS LIQUIDOS A PAGAR
      *                        MREC MENSALIDADES A RECEBER
      *                        RECM RECEITA DE MENSALIDADES
      *                        CAIX BANCO (RECEBIMENTO DAS FATURAS)
      *      VIGENCIA  9(08) - AAAAMMDD A PARTIR DO QUAL A CONTA VALE
      *      CONTA     X(20) - CODIGO DA CONTA NO RAZAO CORPORATIVO
      *      DESCRICAO X(30) - NOME DA CONTA (SO PARA O RELATORIO)
      *    LINHAS COMECADAS POR "*" SAO COMENTARIO. A NATUREZA
      *    (DEBITO OU CREDITO) DE CADA EVENTO E FIXA NO PROGRAMA;
      *    AQUI SO MUDA A CONTA. COMO NO TABFOLHA.DAT, UMA TROCA DE
      *    CONTA PODE SER PREPARADA COM VIGENCIA FUTURA - VALE A
      *    LINHA DE MAIOR VIGENCIA QUE NAO PASSA DO ULTIMO DIA DA
      *    COMPETENCIA EXPORTADA.
      *    USO:  FD PLCONTAS-FILE.
      *          COPY PLCTREC.
      *================================================================*
       01 PLCT-REG.
               03 PLCT-EVENTO        PIC X(04).
               03 FILLER             PIC X(01).
               03 PLCT-VIGENCIA      PIC 9(08).
               03 FILLER             PIC X(01).
               03 PLCT-CONTA         PIC X(20).
               03 FILLER             PIC X(01).
               03 PLCT-DESCRICAO     PIC X(30).
