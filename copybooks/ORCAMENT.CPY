      ******************************************************************
      * ORCAMENT - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO ORCAMENT,
      *            ORCAMENTO DE PESSOAL POR CENTRO DE CUSTO E MES.
      *            CHAVE PRIMARIA: ORC-CHAVE (ANO + ESTABELECIMENTO +
      *            DEPARTAMENTO + MES), UM REGISTRO POR CENTRO DE CUSTO
      *            E MES DO ANO ORCADO. ORC-QUADRO E O QUADRO PREVISTO
      *            E ORC-CUSTO O CUSTO TOTAL PREVISTO DO MES (BRUTO MAIS
      *            FGTS, INSS PATRONAL E AS PROVISOES DE FERIAS E 13O -
      *            A MESMA COMPOSICAO DO REALIZADO NO ORCREAL).
      *            ESTABELECIMENTO EM BRANCO VALE '1', COMO NO MESTRE.
      *            MANTIDO PELO ORCMANT (TRANSACOES ORCTRANS) E
      *            CONFRONTADO COM O REALIZADO PELO ORCREAL.
      ******************************************************************
       01  ORCAMENTO-REC.
           02 ORC-CHAVE.
               03 ORC-ANO              PIC 9(04).
               03 ORC-ESTABELECIMENTO  PIC X(01).
               03 ORC-DEPTO            PIC X(04).
               03 ORC-MES              PIC 9(02).
           02 ORC-QUADRO              PIC 9(05).
           02 ORC-CUSTO               PIC 9(09)V99.
           02 ORC-DATA-ATUALIZACAO    PIC 9(08).
           02 FILLER                  PIC X(10).
