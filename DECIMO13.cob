      *     OU QUALQUER OUTRO VALOR, O RUN CALCULA AS DUAS PARCELAS DE
      *     UMA VEZ COMO SEMPRE FEZ. O MODO SAI NO CABECALHO DO
      *     REGISTRO.
      *   - PENSAO ALIMENTICIA: NOS MODOS QUE DESCONTAM (DEZEMBRO E
      *     PARCELA UNICA) AS ORDENS DO CADASTRO PENSAO MARCADAS PARA
      *     O DECIMO (PENSCALC, FOLHA 'T') SAEM DA SEGUNDA PARCELA E
      *     DA BASE DO IRRF (DEDCALCP). NOVA COLUNA PENSAO NO REGISTRO.
      *   - AFASTAMENTOS: MES DO HISTORICO EM QUE O FUNCIONARIO FICOU
      *     AFASTADO MAIS DE 15 DIAS POR CONTA DO INSS OU EM LICENCA
      *     NAO REMUNERADA (CADASTRO AFASTA, VIA AFACALC) NAO CONTA
      *     AVO DO DECIMO E SAI DA MEDIA - SO CONTA O MES COM PELO
      *     MENOS 15 DIAS TRABALHADOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 SRT-PARCELA2             PIC S9(06)V99.
           02 SRT-INSS                 PIC 9(06)V99.
           02 SRT-IRRF                 PIC 9(06)V99.
           02 SRT-PENSAO               PIC 9(06)V99.
       FD  THIRTEENTH-REPORT.
       01  THIRTEENTH-REPORT-REC       PIC X(122).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
       77 WRK-INDICE-MES           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MESES-TRABALHADOS    PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-MESES           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MES-AFASTAMENTO      PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-AFASTADO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FGTS            PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-AFASTAMENTO   PIC X(02) VALUE SPACES.
       77 WRK-MEDIA                PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DECIMO               PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PARCELA1             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-SEM-MESTRE      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PENSAO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIPO-FOLHA           PIC X(01) VALUE 'T'.
       01 WRK-ORDENS-PENSAO.
           02 WRK-QTDE-ORDENS       PIC 9(02).
           02 WRK-ORDEM-ITEM OCCURS 5 TIMES.
               03 WRK-OR-SEQ            PIC 9(02).
               03 WRK-OR-VALOR          PIC 9(06)V99.
       77 WRK-MODO                 PIC X(01) VALUE SPACE.
           88 WRK-MODO-NOVEMBRO             VALUE 'N'.
           88 WRK-MODO-DEZEMBRO             VALUE 'D'.
           02 FILLER                PIC X(12) VALUE "PARCELA 1".
           02 FILLER                PIC X(12) VALUE "INSS".
           02 FILLER                PIC X(12) VALUE "IRRF".
           02 FILLER                PIC X(12) VALUE "PENSAO".
           02 FILLER                PIC X(12) VALUE "PARCELA 2".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-DEPTO           PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-IRRF            PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PENSAO          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PARCELA2        PIC -ZZZ.ZZ9,99.
       01 WRK-LINHA-SUBTOTAL.
           02 FILLER                PIC X(15) VALUE "SUBTOTAL DEPTO ".
               MOVE ZEROS TO WRK-INSS
               MOVE ZEROS TO WRK-IRRF
               MOVE ZEROS TO WRK-PARCELA2
               MOVE ZEROS TO WRK-VALOR-PENSAO
               PERFORM 1350-REGISTRA-ADIANTAMENTO THRU 1350-EXIT
           ELSE
               IF WRK-MODO-DEZEMBRO
               CALL "DEPLOOK" USING EMP-CPF WRK-QTDE-DEPENDENTES
               CALL "DEDCALC" USING WRK-DECIMO WRK-INSS WRK-IRRF
                   WRK-LIQUIDO WRK-QTDE-DEPENDENTES
               CALL "PENSCALC" USING EMP-CPF WRK-DECIMO WRK-INSS
                   WRK-TIPO-FOLHA WRK-VALOR-PENSAO WRK-ORDENS-PENSAO
               IF WRK-VALOR-PENSAO > ZEROS
                   CALL "DEDCALCP" USING WRK-DECIMO WRK-INSS WRK-IRRF
                       WRK-LIQUIDO WRK-QTDE-DEPENDENTES
                       WRK-VALOR-PENSAO
               END-IF
               COMPUTE WRK-PARCELA2 = WRK-DECIMO - WRK-PARCELA1
                   - WRK-INSS - WRK-IRRF - WRK-VALOR-PENSAO
           END-IF.
           MOVE EMP-DEPTO TO SRT-DEPTO.
           MOVE HIST-CPF TO SRT-CPF.
           MOVE WRK-PARCELA2 TO SRT-PARCELA2.
           MOVE WRK-INSS TO SRT-INSS.
           MOVE WRK-IRRF TO SRT-IRRF.
           MOVE WRK-VALOR-PENSAO TO SRT-PENSAO.
           RELEASE SORT-RECORD.
       1300-EXIT.
           EXIT.
           END-READ.
       1360-EXIT.
           EXIT.
      *****************************************************************
      * SOMA UM MES COM SALARIO NO HISTORICO. MES COM MENOS DE 15 DIAS
      * TRABALHADOS POR AFASTAMENTO (AFACALC) NAO CONTA AVO NEM ENTRA
      * NA MEDIA.
      *****************************************************************
       1310-SOMA-MES.
           IF HIST-SAL(WRK-INDICE-MES) = ZEROS
               GO TO 1310-EXIT
           END-IF.
           MOVE WRK-INDICE-MES TO WRK-MES-AFASTAMENTO.
           CALL "AFACALC" USING HIST-CPF WRK-ANO-PEDIDO
               WRK-MES-AFASTAMENTO WRK-DIAS-AFASTADO WRK-DIAS-FGTS
               WRK-MOTIVO-AFASTAMENTO.
           IF WRK-DIAS-AFASTADO > 15
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WRK-MESES-TRABALHADOS.
           ADD HIST-SAL(WRK-INDICE-MES) TO WRK-SOMA-MESES.
       1310-EXIT.
           EXIT.
      *****************************************************************
           MOVE SRT-PARCELA1 TO WRK-D-PARCELA1.
           MOVE SRT-INSS TO WRK-D-INSS.
           MOVE SRT-IRRF TO WRK-D-IRRF.
           MOVE SRT-PENSAO TO WRK-D-PENSAO.
           MOVE SRT-PARCELA2 TO WRK-D-PARCELA2.
           WRITE THIRTEENTH-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD SRT-DECIMO TO WRK-SUBTOTAL-DEPTO.
