      ******************************************************************
      * CARGOFUN - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO CARGOFUN,
      *            CARGO DE CADA FUNCIONARIO. CHAVE PRIMARIA: CFU-CPF.
      *            FICA FORA DO EMPLOYEE-RECORD PORQUE AS IMAGENS DE
      *            64 POSICOES DO EMPJRNL/EMPRECOV SAO O TAMANHO DO
      *            MESTRE. GRAVADO PELO EMPMAINT E PELO SALFMT JUNTO
      *            COM O MESTRE (CFU-DATA-ATUALIZACAO = DATA DA
      *            GRAVACAO); CFU-CARGO E UM CRG-CODIGO DO CARGOMST.
      ******************************************************************
       01  CARGO-FUNCIONARIO-REC.
           02 CFU-CPF                 PIC X(11).
           02 CFU-CARGO               PIC X(05).
           02 CFU-DATA-ATUALIZACAO    PIC 9(08).
           02 FILLER                  PIC X(06).
