      *            PRIMARIA: CTA-CPF (UMA CONTA DE CREDITO DE SALARIO
      *            POR CPF). MANTIDO PELO CTAMAINT E LIDO PELO BANKPAY
      *            PARA COMPLETAR O SEGMENTO DE DETALHE DA REMESSA.
      *            CTA-DATA/HORA-ALTERACAO E CTA-OPERADOR GUARDAM A
      *            ULTIMA INCLUSAO/ALTERACAO DA CONTA (O BANKPAY RETEM
      *            O CREDITO DE CONTA MUDADA DENTRO DA QUARENTENA) E
      *            CTA-CONTA-ANTERIOR A CONTA QUE VALIA ANTES DA ULTIMA
      *            ALTERACAO (ZERADA NA INCLUSAO) - E PARA ELA QUE A
      *            TESOURARIA PAGA O CREDITO RETIDO SE A ALTERACAO FOI
      *            INDEVIDA.
      ******************************************************************
       01  CONTA-BANCARIA-REC.
           02 CTA-CPF                 PIC X(11).
           02 CTA-TIPO                PIC X(01).
               88 CTA-CONTA-CORRENTE            VALUE 'C'.
               88 CTA-CONTA-POUPANCA            VALUE 'P'.
           02 CTA-DATA-ALTERACAO      PIC 9(08).
           02 CTA-HORA-ALTERACAO      PIC 9(06).
           02 CTA-OPERADOR            PIC X(08).
           02 CTA-CONTA-ANTERIOR.
               03 CTA-ANT-BANCO        PIC 9(03).
               03 CTA-ANT-AGENCIA      PIC 9(04).
               03 CTA-ANT-CONTA        PIC 9(08).
               03 CTA-ANT-DIGITO       PIC X(01).
               03 CTA-ANT-TIPO         PIC X(01).
           02 FILLER                  PIC X(10).
