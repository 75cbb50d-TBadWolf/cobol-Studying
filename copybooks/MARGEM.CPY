      ******************************************************************
      * MARGEM - AREA DE RETORNO DO MARGCALC, MARGEM CONSIGNAVEL DE UM
      *          FUNCIONARIO APURADA SOBRE A FOLHA CALCULADA MAIS
      *          RECENTE (FOLCALC) ATE A COMPETENCIA DE REFERENCIA.
      *          MRG-BASE E O LIQUIDO DA FOLHA (DEPOIS DE INSS, IRRF,
      *          PENSAO E DEMAIS DESCONTOS) SOMADO DE VOLTA AS
      *          PARCELAS DE CONSIGNADO E CARTAO BENEFICIO DESCONTADAS
      *          NELA (MRG-CONSIGNADOS-FOLHA). MRG-LIMITE-EMPRESTIMO E
      *          35% DA BASE E MRG-LIMITE-CARTAO OS 5% EXTRAS DO
      *          CARTAO BENEFICIO. MRG-ACHADO = 'N' QUANDO NAO HA FOLHA
      *          CALCULADA DO CPF NOS 12 MESES ATE A REFERENCIA.
      *          USADA NA WORKING-STORAGE DE QUEM CHAMA E NA LINKAGE
      *          DO MARGCALC.
      ******************************************************************
       01  MRG-MARGEM.
           02 MRG-ACHADO              PIC X(01).
               88 MRG-ACHADO-SIM                VALUE 'S'.
           02 MRG-ANO                 PIC 9(04).
           02 MRG-MES                 PIC 9(02).
           02 MRG-LIQUIDO             PIC 9(06)V99.
           02 MRG-CONSIGNADOS-FOLHA   PIC 9(06)V99.
           02 MRG-BASE                PIC 9(07)V99.
           02 MRG-LIMITE-EMPRESTIMO   PIC 9(06)V99.
           02 MRG-LIMITE-CARTAO       PIC 9(06)V99.
