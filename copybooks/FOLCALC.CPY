      ******************************************************************
      * FOLCALC - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO FOLCALC,
      *           FOLHA CALCULADA DA COMPETENCIA. CHAVE PRIMARIA:
      *           FCL-CHAVE (COMPETENCIA + CPF), UM REGISTRO POR
      *           FUNCIONARIO PAGO NO MES COM O CALCULO COMPLETO -
      *           DIAS PAGOS, VERBAS, BRUTO, DEPENDENTES, INSS, IRRF,
      *           PENSAO, ADIANTAMENTO ABATIDO, LIQUIDO, FGTS, A
      *           CONVERSAO DE MOEDA E A VIGENCIA DO DEDPARM APLICADA.
      *           GRAVADO SO PELO FOLCALC; PAYREG, PAYSLIP, BANKPAY,
      *           SALACUM, GLPOST, FGTSGUIA, ENCGUIA, PROVMENS,
      *           CONCILIA E ESOCIAL LEEM DAQUI EM VEZ DE RECALCULAR.
      *           O REGISTRO DE CPF ZERADO DA COMPETENCIA E O CONTROLE
      *           DO RUN (VISAO FCL-CONTROLE): DATA/HORA DO CALCULO,
      *           QUANTIDADE E TOTAIS - CADA PROGRAMA QUE LE O ARQUIVO
      *           CONFERE O QUE LEU CONTRA ELE E IMPRIME A DATA/HORA,
      *           PROVANDO QUE TODOS USARAM O MESMO CALCULO. TODO
      *           REGISTRO DE DETALHE LEVA A MESMA DATA/HORA DO
      *           CONTROLE.
      *           FCL-DIAS-PAGOS ZERO = SO FGTS NO MES (AFASTAMENTO
      *           COM DEPOSITO, SEM SALARIO PAGO PELA EMPRESA).
      *           FCL-SALARIO-FAMILIA E A VERBA 'SFA' DO MES: PAGA NO
      *           LIQUIDO MAS FORA DO BRUTO (BASE DE INSS, IRRF, FGTS
      *           E ENCARGOS) - E COMPENSADA NA GPS DO ESTABELECIMENTO.
      ******************************************************************
       01  CALC-FOLHA-REC.
           02 FCL-CHAVE.
               03 FCL-ANO              PIC 9(04).
               03 FCL-MES              PIC 9(02).
               03 FCL-CPF              PIC X(11).
                   88 FCL-REGISTRO-CONTROLE        VALUE "00000000000".
           02 FCL-DADOS.
               03 FCL-NOME             PIC X(20).
               03 FCL-DEPTO            PIC X(04).
               03 FCL-ESTABELECIMENTO  PIC X(01).
               03 FCL-MOEDA            PIC X(03).
               03 FCL-SALARIO-BASE     PIC 9(06)V99.
               03 FCL-DIAS-PAGOS       PIC 9(02).
               03 FCL-DIAS-AFASTADO    PIC 9(02).
               03 FCL-MOTIVO-AFASTAMENTO PIC X(02).
               03 FCL-DIAS-FGTS        PIC 9(02).
               03 FCL-SALARIO-PROPORCIONAL PIC 9(06)V99.
               03 FCL-TOTAL-VENCIMENTOS PIC 9(07)V99.
               03 FCL-TOTAL-DESCONTOS  PIC 9(07)V99.
               03 FCL-BRUTO            PIC 9(06)V99.
               03 FCL-QTDE-VERBAS      PIC 9(02).
               03 FCL-VERBA-ITEM OCCURS 15 TIMES.
                   04 FCL-VB-CODIGO     PIC X(03).
                   04 FCL-VB-DESCRICAO  PIC X(20).
                   04 FCL-VB-VALOR      PIC 9(06)V99.
                   04 FCL-VB-TIPO       PIC X(01).
               03 FCL-QTDE-DEPENDENTES PIC 9(02).
               03 FCL-INSS             PIC 9(06)V99.
               03 FCL-IRRF             PIC 9(06)V99.
               03 FCL-PENSAO           PIC 9(06)V99.
               03 FCL-ORDENS-PENSAO.
                   04 FCL-QTDE-ORDENS   PIC 9(02).
                   04 FCL-ORDEM-ITEM OCCURS 5 TIMES.
                       05 FCL-OR-SEQ    PIC 9(02).
                       05 FCL-OR-VALOR  PIC 9(06)V99.
               03 FCL-LIQUIDO          PIC 9(06)V99.
               03 FCL-ADIANTAMENTO     PIC 9(06)V99.
               03 FCL-ADIANT-NAO-ABATIDO PIC 9(06)V99.
               03 FCL-LIQUIDO-FINAL    PIC 9(06)V99.
               03 FCL-BASE-FGTS        PIC 9(06)V99.
               03 FCL-FGTS             PIC 9(06)V99.
               03 FCL-SALARIO-BRL      PIC 9(08)V99.
               03 FCL-DATA-CAMBIO      PIC 9(08).
               03 FCL-CAMBIO-ACHADO    PIC X(01).
                   88 FCL-CAMBIO-OK                VALUE 'S'.
               03 FCL-VIGENCIA-DEDPARM PIC 9(08).
               03 FCL-DATA-CALCULO     PIC 9(08).
               03 FCL-HORA-CALCULO     PIC 9(06).
               03 FCL-SALARIO-FAMILIA  PIC 9(06)V99.
               03 FILLER               PIC X(12).
           02 FCL-CONTROLE REDEFINES FCL-DADOS.
               03 FCL-CT-DATA-CALCULO  PIC 9(08).
               03 FCL-CT-HORA-CALCULO  PIC 9(06).
               03 FCL-CT-VIGENCIA-DEDPARM PIC 9(08).
               03 FCL-CT-QTDE          PIC 9(06).
               03 FCL-CT-QTDE-PAGOS    PIC 9(06).
               03 FCL-CT-TOTAL-BRUTO   PIC 9(11)V99.
               03 FCL-CT-TOTAL-INSS    PIC 9(11)V99.
               03 FCL-CT-TOTAL-IRRF    PIC 9(11)V99.
               03 FCL-CT-TOTAL-PENSAO  PIC 9(11)V99.
               03 FCL-CT-TOTAL-ADIANTAMENTO PIC 9(11)V99.
               03 FCL-CT-TOTAL-LIQUIDO PIC 9(11)V99.
               03 FCL-CT-TOTAL-FGTS    PIC 9(11)V99.
               03 FCL-CT-TOTAL-SALARIO-BRL PIC 9(11)V99.
               03 FCL-CT-TOTAL-SALFAM  PIC 9(11)V99.
               03 FILLER               PIC X(35).
