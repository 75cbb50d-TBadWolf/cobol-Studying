      ******************************************************************
      * CIENCIA - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO CIENCIA,
      *           ACOMPANHAMENTO DA ENTREGA DE CADA HOLERITE GUARDADO NO
      *           HOLEREPO. CHAVE PRIMARIA: CIE-CHAVE, IGUAL A HOL-CHAVE
      *           (CPF + COMPETENCIA + TIPO DE FOLHA + SEQUENCIA).
      *           GRAVADO PELO HOLEPORT NA EXTRACAO PARA O PORTAL DE RH
      *           ('E' = ENVIADO, COM A DATA DO ENVIO, OU 'P' = QUEM
      *           OPTOU PELO PAPEL, IMPRESSO NO PAYSLIPR) E ATUALIZADO
      *           PELO CIENCARG COM A CIENCIA DEVOLVIDA PELO PORTAL
      *           ('C', COM DATA E HORA DA CIENCIA DO FUNCIONARIO). E A
      *           PROVA DE ENTREGA QUE O HOLECONS MOSTRA E QUE O
      *           CIENPEND COBRA DE QUEM NAO DEU CIENCIA.
      ******************************************************************
       01  CIENCIA-REC.
           02 CIE-CHAVE.
               03 CIE-CPF              PIC X(11).
               03 CIE-ANO              PIC 9(04).
               03 CIE-MES              PIC 9(02).
               03 CIE-FOLHA            PIC X(01).
               03 CIE-SEQ              PIC 9(02).
           02 CIE-SITUACAO            PIC X(01).
               88 CIE-ENVIADO                   VALUE 'E'.
               88 CIE-IMPRESSO                  VALUE 'P'.
               88 CIE-CIENTE                    VALUE 'C'.
           02 CIE-ESTABELECIMENTO     PIC X(01).
           02 CIE-DATA-ENVIO          PIC 9(08).
           02 CIE-DATA-CIENCIA        PIC 9(08).
           02 CIE-HORA-CIENCIA        PIC 9(06).
           02 FILLER                  PIC X(16).
