      *================================================================*
      *    COPY DEPFD
      *    REGISTRO DO CADASTRO DE DEPENDENTES DEPENDE.DAT (FILE
      *    SECTION). UM REGISTRO POR DEPENDENTE DO ALUNO TITULAR,
      *    MANTIDO PELA OPCAO D DO MENU DO PRIMEIRO-PROGRAMA. CADA
      *    DEPENDENTE GRAVADO DA DIREITO A UMA DEDUCAO NA BASE DO
      *    IRRF (VALOR POR DEPENDENTE EM TABFOLHA.DAT, TIPO "DEPE").
      *    DATA DE NASCIMENTO EM DDMMAAAA, COMO NO MESTRE DE ALUNOS.
      *    PARENTESCO:
      *      F = FILHO(A)          C = CONJUGE/COMPANHEIRO(A)
      *      E = ENTEADO(A)        P = PAI/MAE
      *      O = OUTRO DEPENDENTE LEGAL
      *    USO:  FD DEPENDE-FILE.
      *          COPY DEPFD.
      *================================================================*
       01 DEPENDE-REG.
               03 DEP-CHAVE.
                   05 DEP-CPF-TITULAR    PIC 9(11).
                   05 DEP-SEQ            PIC 9(02).
               03 DEP-NOME               PIC X(60).
               03 DEP-DATANASC           PIC 9(08).
               03 DEP-PARENTESCO         PIC X(01).
                   88 DEP-FILHO          VALUE "F".
                   88 DEP-CONJUGE        VALUE "C".
                   88 DEP-ENTEADO        VALUE "E".
                   88 DEP-PAI-MAE        VALUE "P".
                   88 DEP-OUTRO          VALUE "O".
                   88 DEP-PARENTESCO-OK  VALUE "F" "C" "E" "P" "O".
               03 DEP-CPF                PIC 9(11).
