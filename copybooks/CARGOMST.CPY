      ******************************************************************
      * CARGOMST - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO CARGOMST,
      *            MESTRE DE CARGOS. CHAVE PRIMARIA: CRG-CODIGO.
      *            CRG-CBO: CODIGO DA OCUPACAO NA CLASSIFICACAO
      *            BRASILEIRA DE OCUPACOES. CRG-FAIXA-MINIMA/MAXIMA:
      *            FAIXA SALARIAL DO CARGO. CRG-PISO-SINDICAL: PISO
      *            DA CONVENCAO COLETIVA (ZERO = CARGO SEM PISO).
      *            MANTIDO PELO CARGMANT E CONSULTADO VIA CARGLOOK.
      ******************************************************************
       01  CARGO-REC.
           02 CRG-CODIGO              PIC X(05).
           02 CRG-TITULO              PIC X(30).
           02 CRG-CBO                 PIC X(06).
           02 CRG-FAIXA-MINIMA        PIC 9(06)V99.
           02 CRG-FAIXA-MAXIMA        PIC 9(06)V99.
           02 CRG-PISO-SINDICAL       PIC 9(06)V99.
           02 FILLER                  PIC X(10).
