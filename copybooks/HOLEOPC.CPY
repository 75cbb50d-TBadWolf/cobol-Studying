      ******************************************************************
      * HOLEOPC - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO HOLEOPC,
      *           OPCAO DE ENTREGA DO HOLERITE POR FUNCIONARIO. CHAVE
      *           PRIMARIA: OPC-CPF. SEM REGISTRO (OU COM OPC-ENTREGA
      *           'E') O HOLERITE VAI SO PELO PORTAL DE RH (HOLEPORT);
      *           OPC-ENTREGA 'P' MARCA QUEM RECUSOU A ENTREGA
      *           ELETRONICA POR ESCRITO - O HOLERITE SAI IMPRESSO NO
      *           PAYSLIPR E NAO VAI AO PORTAL. MANTIDO PELO OPCMANT.
      ******************************************************************
       01  OPCAO-ENTREGA-REC.
           02 OPC-CPF                 PIC X(11).
           02 OPC-ENTREGA             PIC X(01).
               88 OPC-ELETRONICO                VALUE 'E'.
               88 OPC-IMPRESSO                  VALUE 'P'.
           02 OPC-DATA-OPCAO          PIC 9(08).
           02 OPC-OPERADOR            PIC X(08).
           02 FILLER                  PIC X(12).
