      ******************************************************************
      * TRANSF - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO TRANSF,
      *          HISTORICO DE TRANSFERENCIAS DE DEPARTAMENTO E/OU
      *          ESTABELECIMENTO DO FUNCIONARIO. CHAVE PRIMARIA:
      *          TRF-CHAVE (CPF + DATA EFETIVA), UM REGISTRO POR
      *          TRANSFERENCIA, COM O DEPARTAMENTO/ESTABELECIMENTO DE
      *          ANTES E DE DEPOIS. GRAVADO PELO EMPMAINT (ACAO 'T'),
      *          LIDO PELO TRFCALC (DIVISAO DO MES POR DIAS) E PELO
      *          TRFREL. ESTABELECIMENTO SEMPRE GRAVADO PREENCHIDO
      *          (BRANCO NO MESTRE VIRA '1').
      ******************************************************************
       01  TRANSFERENCIA-REC.
           02 TRF-CHAVE.
               03 TRF-CPF              PIC X(11).
               03 TRF-DATA-EFETIVA     PIC 9(08).
           02 TRF-DATA-R REDEFINES TRF-CHAVE.
               03 FILLER               PIC X(11).
               03 TRF-ANO              PIC 9(04).
               03 TRF-MES              PIC 9(02).
               03 TRF-DIA              PIC 9(02).
           02 TRF-DEPTO-ANTERIOR      PIC X(04).
           02 TRF-ESTAB-ANTERIOR      PIC X(01).
           02 TRF-DEPTO-NOVO          PIC X(04).
           02 TRF-ESTAB-NOVO          PIC X(01).
           02 TRF-OPERADOR            PIC X(08).
           02 TRF-DATA-REGISTRO       PIC 9(08).
           02 FILLER                  PIC X(14).
