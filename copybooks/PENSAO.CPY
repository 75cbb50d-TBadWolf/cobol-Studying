      ******************************************************************
      * PENSAO - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO PENSAO,
      *          CADASTRO DE PENSAO ALIMENTICIA POR ORDEM JUDICIAL.
      *          CHAVE PRIMARIA: PEN-CHAVE (CPF DO FUNCIONARIO +
      *          SEQUENCIA), UM REGISTRO POR PROCESSO/BENEFICIARIO -
      *          O MESMO FUNCIONARIO PODE TER MAIS DE UMA ORDEM.
      *          PEN-REGRA DIZ COMO O VALOR E APURADO: 'L' = PERCENTUAL
      *          DO LIQUIDO (BRUTO MENOS INSS), 'B' = PERCENTUAL DO
      *          BRUTO, 'F' = VALOR FIXO MENSAL. PEN-INCIDE-13 E
      *          PEN-INCIDE-FERIAS = 'S' ESTENDEM O DESCONTO AO DECIMO
      *          TERCEIRO E AS FERIAS. OS DADOS BANCARIOS SAO DO
      *          BENEFICIARIO, CREDITADO NA MESMA REMESSA DO BANKPAY.
      *          MANTIDO PELO PENSMANT E LIDO PELO PENSCALC E PELO
      *          BANKPAY.
      ******************************************************************
       01  PENSAO-ALIMENTICIA-REC.
           02 PEN-CHAVE.
               03 PEN-CPF              PIC X(11).
               03 PEN-SEQ              PIC 9(02).
           02 PEN-PROCESSO            PIC X(25).
           02 PEN-BENEF-NOME          PIC X(30).
           02 PEN-BENEF-CPF           PIC X(11).
           02 PEN-BANCO               PIC 9(03).
           02 PEN-AGENCIA             PIC 9(04).
           02 PEN-CONTA               PIC 9(08).
           02 PEN-DIGITO              PIC X(01).
           02 PEN-TIPO-CONTA          PIC X(01).
               88 PEN-CONTA-CORRENTE            VALUE 'C'.
               88 PEN-CONTA-POUPANCA            VALUE 'P'.
           02 PEN-REGRA               PIC X(01).
               88 PEN-REGRA-LIQUIDO             VALUE 'L'.
               88 PEN-REGRA-BRUTO               VALUE 'B'.
               88 PEN-REGRA-FIXO                VALUE 'F'.
           02 PEN-PERCENTUAL          PIC 9(03)V99.
           02 PEN-VALOR-FIXO          PIC 9(06)V99.
           02 PEN-INCIDE-13           PIC X(01).
               88 PEN-INCIDE-13-SIM             VALUE 'S'.
           02 PEN-INCIDE-FERIAS       PIC X(01).
               88 PEN-INCIDE-FERIAS-SIM         VALUE 'S'.
           02 FILLER                  PIC X(10).
