      ******************************************************************
      * RATEIO - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO RATEIO,
      *          RATEIO DO CUSTO DO FUNCIONARIO ENTRE CENTROS DE CUSTO
      *          (DEPARTAMENTOS DO DEPTMSTR). CHAVE PRIMARIA:
      *          RAT-CHAVE (CPF + DATA DE VIGENCIA), UM REGISTRO POR
      *          RATEIO - VALE PARA A COMPETENCIA DA VIGENCIA EM DIANTE,
      *          ATE O PROXIMO REGISTRO DO MESMO CPF. ATE CINCO
      *          DEPARTAMENTOS POR RATEIO, PREENCHIDOS DO PRIMEIRO EM
      *          DIANTE, COM PERCENTUAIS QUE SOMAM 100,00. FUNCIONARIO
      *          SEM RATEIO VIGENTE E CUSTO INTEGRAL DO EMP-DEPTO.
      *          MANTIDO PELO RATMANT, CONFERIDO PELO RATVALID E
      *          APLICADO PELO RATCALC.
      ******************************************************************
       01  RATEIO-REC.
           02 RAT-CHAVE.
               03 RAT-CPF              PIC X(11).
               03 RAT-DATA-VIGENCIA    PIC 9(08).
           02 RAT-DATA-VIGENCIA-R REDEFINES RAT-CHAVE.
               03 FILLER               PIC X(11).
               03 RAT-ANOMES-VIGENCIA  PIC 9(06).
               03 FILLER               PIC 9(02).
           02 RAT-ITEM OCCURS 5 TIMES.
               03 RAT-DEPTO            PIC X(04).
               03 RAT-PERCENTUAL       PIC 9(03)V99.
           02 FILLER                  PIC X(16).
