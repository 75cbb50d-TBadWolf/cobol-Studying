      ******************************************************************
      * PLRHIST - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO PLRHIST,
      *           PARCELAS DE PARTICIPACAO NOS LUCROS (PLR) PAGAS NO
      *           ANO. CHAVE PRIMARIA: PLH-CHAVE (CPF + ANO DO
      *           PAGAMENTO), UM REGISTRO POR CPF E ANO COM ATE QUATRO
      *           PARCELAS (MES, VALOR, IRRF RETIDO E DATA DO RUN) E OS
      *           TOTAIS DO ANO. GRAVADO PELO PLRPAGTO - O IRRF DA PLR
      *           E CALCULADO PELA TABELA EXCLUSIVA SOBRE O TOTAL PAGO
      *           NO ANO, ABATENDO O QUE JA FOI RETIDO NAS PARCELAS
      *           ANTERIORES - E LIDO PELO INFORMRD (TRIBUTACAO
      *           EXCLUSIVA DO INFORME DE RENDIMENTOS).
      ******************************************************************
       01  PLR-HIST-REC.
           02 PLH-CHAVE.
               03 PLH-CPF              PIC X(11).
               03 PLH-ANO              PIC 9(04).
           02 PLH-QTDE-PARCELAS       PIC 9(01).
           02 PLH-PARCELA-ITEM OCCURS 4 TIMES.
               03 PLH-PC-MES           PIC 9(02).
               03 PLH-PC-VALOR         PIC 9(06)V99.
               03 PLH-PC-IRRF          PIC 9(06)V99.
               03 PLH-PC-DATA          PIC 9(08).
           02 PLH-TOTAL-VALOR         PIC 9(07)V99.
           02 PLH-TOTAL-IRRF          PIC 9(07)V99.
           02 FILLER                  PIC X(10).
