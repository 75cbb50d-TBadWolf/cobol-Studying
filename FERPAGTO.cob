      *     FERGOZO COMO NO MODO INDIVIDUAL - ACABA A DIGITACAO UM A
      *     UM NO CONSOLE A CADA VIRADA DE MES. CPF NA PRIMEIRA LINHA
      *     CONTINUA PAGANDO UM SO, COMO SEMPRE.
      *   - PENSAO ALIMENTICIA: AS ORDENS DO CADASTRO PENSAO MARCADAS
      *     PARA FERIAS (PENSCALC, FOLHA 'F') SAO DESCONTADAS DO
      *     RECIBO E DA BASE DO IRRF (DEDCALCP), COM LINHA PROPRIA
      *     ANTES DO LIQUIDO QUANDO HOUVER DESCONTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-BRUTO-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TERCO-ED             PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PENSAO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIPO-FOLHA           PIC X(01) VALUE 'F'.
       01 WRK-ORDENS-PENSAO.
           02 WRK-QTDE-ORDENS       PIC 9(02).
           02 WRK-ORDEM-ITEM OCCURS 5 TIMES.
               03 WRK-OR-SEQ            PIC 9(02).
               03 WRK-OR-VALOR          PIC 9(06)V99.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(34) VALUE
               "HOLERITE DE FERIAS - EMITIDO EM ".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(06) VALUE "IRRF: ".
           02 WRK-V-IRRF            PIC $ZZZ.ZZ9,99.
       01 WRK-LINHA-PENSAO.
           02 FILLER                PIC X(20) VALUE
               "PENSAO ALIMENTICIA: ".
           02 WRK-PN-VALOR          PIC $ZZZ.ZZ9,99.
       01 WRK-LINHA-LIQUIDO.
           02 FILLER                PIC X(09) VALUE "LIQUIDO: ".
           02 WRK-L-LIQUIDO         PIC $ZZZ.ZZ9,99.
           CALL "DEPLOOK" USING WRK-CPF WRK-QTDE-DEPENDENTES.
           CALL "DEDCALC" USING WRK-BRUTO-FERIAS WRK-INSS WRK-IRRF
               WRK-LIQUIDO WRK-QTDE-DEPENDENTES.
           CALL "PENSCALC" USING WRK-CPF WRK-BRUTO-FERIAS WRK-INSS
               WRK-TIPO-FOLHA WRK-VALOR-PENSAO WRK-ORDENS-PENSAO.
           IF WRK-VALOR-PENSAO > ZEROS
               CALL "DEDCALCP" USING WRK-BRUTO-FERIAS WRK-INSS WRK-IRRF
                   WRK-LIQUIDO WRK-QTDE-DEPENDENTES WRK-VALOR-PENSAO
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************************
           MOVE WRK-IRRF TO WRK-IRRF-ED.
           MOVE WRK-IRRF-ED TO WRK-V-IRRF.
           WRITE VOUCHER-REPORT-REC FROM WRK-LINHA-VALORES.
           IF WRK-VALOR-PENSAO > ZEROS
               MOVE WRK-VALOR-PENSAO TO WRK-PN-VALOR
               WRITE VOUCHER-REPORT-REC FROM WRK-LINHA-PENSAO
           END-IF.
           MOVE WRK-LIQUIDO TO WRK-LIQUIDO-ED.
           MOVE WRK-LIQUIDO-ED TO WRK-L-LIQUIDO.
           WRITE VOUCHER-REPORT-REC FROM WRK-LINHA-LIQUIDO.
