      ******************************************************************
      * VALETRAN - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO VALETRAN,
      *            CADASTRO DE VALE-TRANSPORTE POR FUNCIONARIO. CHAVE
      *            PRIMARIA: VTR-CPF. VTR-TARIFA E O VALOR DE UMA
      *            PASSAGEM E VTR-VIAGENS A QUANTIDADE DE PASSAGENS POR
      *            DIA DE TRABALHO (IDA E VOLTA = 2, COM BALDEACAO
      *            MAIS). VTR-RECUSA = 'S' MARCA O FUNCIONARIO QUE ABRIU
      *            MAO DO BENEFICIO POR ESCRITO - NAO COMPRA PASSE NEM
      *            DESCONTA.
      *            MANTIDO PELO VTMANT E LIDO PELO VTMES.
      ******************************************************************
       01  VALE-TRANSPORTE-REC.
           02 VTR-CPF                 PIC X(11).
           02 VTR-TARIFA              PIC 9(04)V99.
           02 VTR-VIAGENS             PIC 9(02).
           02 VTR-RECUSA              PIC X(01).
               88 VTR-RECUSOU                   VALUE 'S'.
           02 FILLER                  PIC X(10).
