      *          PARA QUE UM CPF TENHA QUANTOS DEPENDENTES PRECISAR.
      *          DEP-IRRF = 'S' MARCA O DEPENDENTE QUE ENTRA NA
      *          DEDUCAO LEGAL DO IRRF (CONTADO PELO DEPLOOK E
      *          ABATIDO DA BASE PELO DEDCALC). DEP-PLANO-SAUDE = 'S'
      *          MARCA O DEPENDENTE INSCRITO NO PLANO DE SAUDE DA
      *          EMPRESA (CONFERIDO CONTRA A FATURA DA OPERADORA PELO
      *          PLANOREC); BRANCO OU 'N' = FORA DO PLANO.
      ******************************************************************
       01  DEPENDENT-RECORD.
           02 DEP-CHAVE.
           02 DEP-NASCIMENTO          PIC 9(08).
           02 DEP-IRRF                PIC X(01).
               88 DEP-DEDUZ-IRRF                VALUE 'S'.
           02 DEP-PLANO-SAUDE         PIC X(01).
               88 DEP-NO-PLANO-SAUDE            VALUE 'S'.
           02 FILLER                  PIC X(07).
