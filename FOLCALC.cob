       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: CALCULO UNICO DA FOLHA DA COMPETENCIA - PERCORRE O
      *          EMPLOYEE-MASTER EM ORDEM DE CHAVE E GRAVA NO ARQUIVO
      *          INDEXADO FOLCALC (CHAVE COMPETENCIA + CPF) O CALCULO
      *          COMPLETO DE CADA FUNCIONARIO PAGO NO MES, QUE ATE AQUI
      *          CADA PROGRAMA DA JANELA REFAZIA POR CONTA PROPRIA:
      *          - DIAS PAGOS E SALARIO PROPORCIONAL (MES DE ADMISSAO
      *            E DE DESLIGAMENTO SOBRE 30 DIAS, MENOS OS DIAS DE
      *            AFASTAMENTO DO AFACALC; DESLIGADO EM MES ANTERIOR
      *            OU ADMITIDO DEPOIS DA COMPETENCIA FICA FORA);
      *          - AS VERBAS DO MES VALIDADAS PELO VENCVAL (VENCOK),
      *            VENCIMENTO SOMANDO E DESCONTO ('D') SUBTRAINDO SEM
      *            DEIXAR O BRUTO NEGATIVO;
      *          - DEPENDENTES (DEPLOOK), INSS E IRRF (DEDCALC), PENSAO
      *            ALIMENTICIA (PENSCALC + DEDCALCP) COM AS ORDENS DO
      *            MES, E O ADIANTAMENTO QUINZENAL DO ADIANCTL ABATIDO
      *            DO LIQUIDO QUANDO CABE INTEIRO NELE;
      *          - A BASE DO FGTS (OS DIAS DE LICENCA MATERNIDADE E
      *            ACIDENTE DE TRABALHO CONTINUAM NA BASE) E O DEPOSITO
      *            (FGTSCALC) - QUEM TEM SO DEPOSITO NO MES ENTRA COM
      *            DIAS PAGOS ZERO;
      *          - O SALARIO PROPORCIONAL EM BRL (CAMBCONV) COM A DATA
      *            DA TABELA DE CAMBIO, E A VIGENCIA DO DEDPARM USADA.
      *          NO FIM GRAVA O REGISTRO DE CONTROLE DA COMPETENCIA
      *          (CPF ZERADO) COM A DATA/HORA DO CALCULO, A QUANTIDADE
      *          E OS TOTAIS, CONTRA O QUAL CADA PROGRAMA QUE LE O
      *          FOLCALC CONFERE O QUE LEU. RODAR DE NOVO A MESMA
      *          COMPETENCIA APAGA O CALCULO ANTERIOR DELA INTEIRO
      *          (DETALHE E CONTROLE) ANTES DE GRAVAR O NOVO - OS
      *          PROGRAMAS SEGUINTES TEM DE SER RERODADOS DEPOIS.
      *          SYSIN: ANO E MES DA COMPETENCIA (OBRIGATORIOS).
      *          RELATORIO DE CONFERENCIA EM FOLCALCR, PAGINADO PELO
      *          RPTPAGE.
      * Mod Log:
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *   - SALARIO-FAMILIA: A VERBA 'SFA' LANCADA PELO SALFAMIL DEIXOU
      *     DE SOMAR NO BRUTO E NA BASE DO FGTS - O BENEFICIO NAO E
      *     SALARIO, NAO SOFRE INSS NEM IRRF E NAO GERA ENCARGO.
      *     CONTINUA ITEMIZADA E NOS VENCIMENTOS DO REGISTRO, E PAGA NO
      *     LIQUIDO E GUARDADA EM FCL-SALARIO-FAMILIA (TOTAL NO
      *     CONTROLE), QUE A ENCGUIA DEDUZ DA GPS E O GLPOST DEBITA NO
      *     INSSRC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT EARNINGS-VALID ASSIGN TO "VENCOK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-VERBAS.
           SELECT ADVANCE-CONTROL ASSIGN TO "ADIANCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADQ-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT CALC-REPORT ASSIGN TO "FOLCALCR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  EARNINGS-VALID.
       01  EARNINGS-VALID-REC.
           02 VEN-OK-CPF              PIC X(11).
           02 FILLER                  PIC X(01).
           02 VEN-OK-CODIGO           PIC X(03).
           02 FILLER                  PIC X(01).
           02 VEN-OK-DESCRICAO        PIC X(20).
           02 FILLER                  PIC X(01).
           02 VEN-OK-VALOR            PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 VEN-OK-TIPO             PIC X(01).
       FD  ADVANCE-CONTROL.
       COPY "ADIANCTL.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  CALC-REPORT.
       01  CALC-REPORT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-VERBAS            PIC X(02) VALUE SPACES.
           88 WRK-FS-VERBAS-NAO-ABERTO       VALUE "35".
       77 WRK-FS-ADIANTAMENTO      PIC X(02) VALUE SPACES.
           88 WRK-FS-ADI-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-VERBAS           PIC X(01) VALUE 'N'.
           88 WRK-FIM-VERBAS-SW             VALUE 'S'.
       77 WRK-FIM-CALCULO          PIC X(01) VALUE 'N'.
           88 WRK-FIM-CALCULO-SW            VALUE 'S'.
       77 WRK-ADIANTAMENTO-ABERTO  PIC X(01) VALUE 'N'.
           88 WRK-ADI-ABERTO-SW             VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-CALCULO         PIC 9(08) VALUE ZEROS.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-CALCULO      PIC 9(06).
           02 FILLER                PIC 9(02).
       77 WRK-VIGENCIA-DEDPARM     PIC 9(08) VALUE ZEROS.
      *****************************************************************
      * PROPORCAO DO MES - MESMA REGRA QUE PAYREG, PAYSLIP, BANKPAY,
      * SALACUM, GLPOST E FGTSGUIA APLICAVAM CADA UM NA SUA COPIA.
      *****************************************************************
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-DEPOSITA-NO-MES      PIC X(01) VALUE 'S'.
           88 WRK-DEPOSITA-SW               VALUE 'S'.
       77 WRK-DIAS-CONTRATO        PIC S9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-TRABALHADOS     PIC S9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-BASE-FGTS       PIC S9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-AFASTADO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FGTS            PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-AFASTAMENTO   PIC X(02) VALUE SPACES.
       77 WRK-SALARIO-PROPORCIONAL PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-FGTS         PIC 9(06)V99 VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R.
           02 WRK-ADM-ANO           PIC 9(04).
           02 WRK-ADM-MES           PIC 9(02).
           02 WRK-ADM-DIA           PIC 9(02).
       01 WRK-DATA-DESLIG-R.
           02 WRK-DSL-ANO           PIC 9(04).
           02 WRK-DSL-MES           PIC 9(02).
           02 WRK-DSL-DIA           PIC 9(02).
      *****************************************************************
      * TABELA DAS VERBAS VALIDADAS DO MES, CARREGADA DO VENCOK UMA
      * UNICA VEZ NO INICIO DO RUN.
      *****************************************************************
       77 WRK-MAX-VERBAS           PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-VERBAS          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VERBA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MAX-VERBAS-CALC      PIC 9(02) COMP VALUE 15.
       01 WRK-TABELA-VERBAS.
           02 WRK-VERBA-ITEM OCCURS 500 TIMES.
               03 WRK-TV-CPF            PIC X(11).
               03 WRK-TV-CODIGO         PIC X(03).
               03 WRK-TV-DESCRICAO      PIC X(20).
               03 WRK-TV-VALOR          PIC 9(06)V99.
               03 WRK-TV-TIPO           PIC X(01).
      *****************************************************************
      * VALORES DO FUNCIONARIO CORRENTE.
      *****************************************************************
       77 WRK-BRUTO                PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-FGTS            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PENSAO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIPO-FOLHA           PIC X(01) VALUE 'M'.
       77 WRK-SALARIO-FAMILIA      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CODIGO-SALFAM        PIC X(03) VALUE "SFA".
       01 WRK-ORDENS-PENSAO.
           02 WRK-QTDE-ORDENS       PIC 9(02).
           02 WRK-ORDEM-ITEM OCCURS 5 TIMES.
               03 WRK-OR-SEQ            PIC 9(02).
               03 WRK-OR-VALOR          PIC 9(06)V99.
       77 WRK-SALARIO-BRL          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DATA-TAXA            PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-TAXA-USADA      PIC 9(08) VALUE ZEROS.
       77 WRK-CAMBIO-ACHADO        PIC X(01) VALUE 'N'.
           88 WRK-CAMBIO-ACHADO-SIM         VALUE 'S'.
      *****************************************************************
      * CONTADORES E TOTAIS DO RUN (VAO PARA O REGISTRO DE CONTROLE).
      *****************************************************************
       77 WRK-QTDE-GRAVADOS        PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-PAGOS           PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-SO-FGTS         PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-FORA            PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-APAGADOS        PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-TAXA        PIC 9(06) COMP VALUE ZEROS.
       77 WRK-QTDE-ADI-PENDENTE    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-TOTAL-BRUTO          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-ADIANTAMENTO   PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALARIO-BRL    PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALFAM         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CALCULO-ANTERIOR     PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-ANTERIOR-SW       VALUE 'S'.
       77 WRK-DATA-ANTERIOR        PIC 9(08) VALUE ZEROS.
       77 WRK-HORA-ANTERIOR        PIC 9(06) VALUE ZEROS.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "FOLCALC".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "FOLCALC".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-ENTRADA-INICIO.
           02 FILLER                PIC X(07) VALUE "INICIO ".
           02 WRK-EI-ANO            PIC 9(04).
           02 WRK-EI-MES            PIC 9(02).
           02 FILLER                PIC X(17) VALUE SPACES.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE           PIC 9(07).
           02 FILLER                PIC X(11) VALUE SPACES.
      *****************************************************************
      * RELATORIO DE CONFERENCIA DO CALCULO (FOLCALCR).
      *****************************************************************
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA - COMPETENCIA".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-MES-COMP       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-COMP       PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(10) VALUE " - CALCULO".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-DATA-CALCULO   PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-CB-HORA-CALCULO   PIC 9(06).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(04) VALUE "DIAS".
           02 FILLER                PIC X(12) VALUE "       BRUTO".
           02 FILLER                PIC X(12) VALUE "        INSS".
           02 FILLER                PIC X(12) VALUE "        IRRF".
           02 FILLER                PIC X(12) VALUE "      PENSAO".
           02 FILLER                PIC X(12) VALUE "  ADIANTAM.".
           02 FILLER                PIC X(12) VALUE "     LIQUIDO".
           02 FILLER                PIC X(12) VALUE "        FGTS".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIAS            PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-BRUTO           PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-INSS            PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-IRRF            PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PENSAO          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ADIANTAMENTO    PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-LIQUIDO         PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-FGTS            PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-QTDE.
           02 FILLER                PIC X(19) VALUE
               "REGISTROS GRAVADOS:".
           02 WRK-LQ-GRAVADOS-ED    PIC ZZZZZ9.
           02 FILLER                PIC X(09) VALUE "  PAGOS: ".
           02 WRK-LQ-PAGOS-ED       PIC ZZZZZ9.
           02 FILLER                PIC X(12) VALUE "  SO FGTS: ".
           02 WRK-LQ-SO-FGTS-ED     PIC ZZZZZ9.
           02 FILLER                PIC X(20) VALUE
               "  FORA DA COMPET.: ".
           02 WRK-LQ-FORA-ED        PIC ZZZZZ9.
       01 WRK-LINHA-TOTAIS-1.
           02 FILLER                PIC X(07) VALUE "BRUTO: ".
           02 WRK-LT-BRUTO-ED       PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(08) VALUE "  INSS: ".
           02 WRK-LT-INSS-ED        PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(08) VALUE "  IRRF: ".
           02 WRK-LT-IRRF-ED        PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(10) VALUE "  PENSAO: ".
           02 WRK-LT-PENSAO-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAIS-2.
           02 FILLER                PIC X(14) VALUE "ADIANTAMENTO: ".
           02 WRK-LT-ADIANT-ED      PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(11) VALUE "  LIQUIDO: ".
           02 WRK-LT-LIQUIDO-ED     PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(08) VALUE "  FGTS: ".
           02 WRK-LT-FGTS-ED        PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(15) VALUE "  SALARIO BRL: ".
           02 WRK-LT-BRL-ED         PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAIS-3.
           02 FILLER                PIC X(36) VALUE
               "SALARIO-FAMILIA (LIQUIDO, FORA DO ".
           02 FILLER                PIC X(08) VALUE "BRUTO): ".
           02 WRK-LT-SALFAM-ED      PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-VERSOES.
           02 FILLER                PIC X(24) VALUE
               "TABELA DEDPARM VIGENCIA ".
           02 WRK-LV-DEDPARM        PIC X(08).
           02 FILLER                PIC X(27) VALUE
               " - TABELA DE CAMBIO DE ".
           02 WRK-LV-CAMBIO         PIC X(08).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-CALCULO.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           MOVE WRK-ANO-COMPETENCIA TO WRK-EI-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-EI-MES.
           MOVE WRK-ENTRADA-INICIO TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 1500-APAGA-ANTERIOR THRU 1500-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-GRAVADOS TO WRK-RF-QTDE.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-QTDE-SEM-TAXA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           PERFORM 0950-TERMINA-ETAPA THRU 0950-EXIT.
           STOP RUN.
      *****************************************************************
      * REGISTRA O INICIO DA ETAPA NO CONTROLE DO FECHAMENTO MENSAL.
      * O FECHETAP RECUSA A EXECUCAO (LIBERADA = N) SE A COMPETENCIA
      * ESTA FECHADA OU SE ALGUM PRE-REQUISITO NAO ESTA CONCLUIDO.
      *****************************************************************
       0900-INICIA-ETAPA.
           MOVE 'I' TO WRK-FECH-OPERACAO.
           MOVE ZEROS TO WRK-FECH-RC.
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
       0900-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA O FIM DA ETAPA COM O RETURN-CODE FINAL DO PROGRAMA,
      * PRESERVADO EM VOLTA DO CALL.
      *****************************************************************
       0950-TERMINA-ETAPA.
           IF NOT WRK-FECH-LIBERADA-SIM
               GO TO 0950-EXIT
           END-IF.
           MOVE RETURN-CODE TO WRK-FECH-RC.
           MOVE 'F' TO WRK-FECH-OPERACAO.
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
           MOVE WRK-FECH-RC TO RETURN-CODE.
       0950-EXIT.
           EXIT.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO O FOLCALC NA PRIMEIRA EXECUCAO),
      * CARREGA AS VERBAS DO MES, GUARDA A VIGENCIA DO DEDPARM QUE O
      * DEDCALC VAI APLICAR E LE O PRIMEIRO FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O CALC-FILE.
           IF WRK-FS-CALC-NAO-ENCONTRADO
               OPEN OUTPUT CALC-FILE
               CLOSE CALC-FILE
               OPEN I-O CALC-FILE
           END-IF.
           OPEN INPUT ADVANCE-CONTROL.
           IF WRK-FS-ADI-NAO-ENCONTRADO
               CONTINUE
           ELSE
               SET WRK-ADI-ABERTO-SW TO TRUE
           END-IF.
           OPEN OUTPUT CALC-REPORT.
           PERFORM 1100-CARREGA-VERBAS THRU 1100-EXIT.
           CALL "DEDCALCQ" USING WRK-VIGENCIA-DEDPARM.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES-COMP.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO-COMP.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-DATA-CALCULO TO WRK-CB-DATA-CALCULO.
           MOVE WRK-HORA-CALCULO TO WRK-CB-HORA-CALCULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA A TABELA DE VERBAS DO MES - SE O VENCOK NAO EXISTIR,
      * O MES NAO TEM VERBA VARIAVEL E A TABELA FICA VAZIA.
      *****************************************************************
       1100-CARREGA-VERBAS.
           OPEN INPUT EARNINGS-VALID.
           IF WRK-FS-VERBAS-NAO-ABERTO
               SET WRK-FIM-VERBAS-SW TO TRUE
               GO TO 1100-EXIT
           END-IF.
           READ EARNINGS-VALID
               AT END SET WRK-FIM-VERBAS-SW TO TRUE
           END-READ.
           PERFORM 1110-GUARDA-VERBA THRU 1110-EXIT
               UNTIL WRK-FIM-VERBAS-SW.
           CLOSE EARNINGS-VALID.
       1100-EXIT.
           EXIT.
       1110-GUARDA-VERBA.
           IF WRK-QTDE-VERBAS < WRK-MAX-VERBAS
               ADD 1 TO WRK-QTDE-VERBAS
               MOVE VEN-OK-CPF TO WRK-TV-CPF (WRK-QTDE-VERBAS)
               MOVE VEN-OK-CODIGO TO WRK-TV-CODIGO (WRK-QTDE-VERBAS)
               MOVE VEN-OK-DESCRICAO
                   TO WRK-TV-DESCRICAO (WRK-QTDE-VERBAS)
               MOVE VEN-OK-VALOR TO WRK-TV-VALOR (WRK-QTDE-VERBAS)
               IF VEN-OK-TIPO = 'D'
                   MOVE 'D' TO WRK-TV-TIPO (WRK-QTDE-VERBAS)
               ELSE
                   MOVE 'V' TO WRK-TV-TIPO (WRK-QTDE-VERBAS)
               END-IF
           ELSE
               DISPLAY 'AVISO: TABELA DE VERBAS CHEIA - VERBA DE '
                       VEN-OK-CPF ' DESCARTADA'
           END-IF.
           READ EARNINGS-VALID
               AT END SET WRK-FIM-VERBAS-SW TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * RECALCULO DA MESMA COMPETENCIA: APAGA TODOS OS REGISTROS DELA
      * (CONTROLE E DETALHE) ANTES DE GRAVAR O CALCULO NOVO, PARA NAO
      * SOBRAR FUNCIONARIO QUE SAIU DA FOLHA ENTRE UM RUN E OUTRO. A
      * DATA/HORA DO CALCULO SUBSTITUIDO SAI NO CONSOLE.
      *****************************************************************
       1500-APAGA-ANTERIOR.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE LOW-VALUES TO FCL-CPF.
           START CALC-FILE KEY IS NOT LESS THAN FCL-CHAVE
               INVALID KEY SET WRK-FIM-CALCULO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-CALCULO-SW
               READ CALC-FILE NEXT RECORD
                   AT END SET WRK-FIM-CALCULO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 1510-APAGA-REGISTRO THRU 1510-EXIT
               UNTIL WRK-FIM-CALCULO-SW.
           IF WRK-QTDE-APAGADOS > ZEROS
               DISPLAY 'AVISO: CALCULO ANTERIOR DA COMPETENCIA '
                       WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
                       ' SUBSTITUIDO - ' WRK-QTDE-APAGADOS
                       ' REGISTRO(S) APAGADO(S)'
               IF WRK-CALCULO-ANTERIOR-SW
                   DISPLAY '       CALCULO SUBSTITUIDO: '
                           WRK-DATA-ANTERIOR '-' WRK-HORA-ANTERIOR
               END-IF
               DISPLAY '       RERODAR OS PROGRAMAS QUE LEEM O '
                       'FOLCALC DESTA COMPETENCIA'
           END-IF.
       1500-EXIT.
           EXIT.
       1510-APAGA-REGISTRO.
           IF FCL-ANO NOT = WRK-ANO-COMPETENCIA
               OR FCL-MES NOT = WRK-MES-COMPETENCIA
               SET WRK-FIM-CALCULO-SW TO TRUE
               GO TO 1510-EXIT
           END-IF.
           IF FCL-REGISTRO-CONTROLE
               SET WRK-CALCULO-ANTERIOR-SW TO TRUE
               MOVE FCL-CT-DATA-CALCULO TO WRK-DATA-ANTERIOR
               MOVE FCL-CT-HORA-CALCULO TO WRK-HORA-ANTERIOR
           END-IF.
           DELETE CALC-FILE RECORD.
           ADD 1 TO WRK-QTDE-APAGADOS.
           READ CALC-FILE NEXT RECORD
               AT END SET WRK-FIM-CALCULO-SW TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
      *****************************************************************
      * CALCULA E GRAVA O FUNCIONARIO CORRENTE QUANDO ELE RECEBE OU
      * TEM DEPOSITO DE FGTS NA COMPETENCIA, E AVANCA PARA O PROXIMO.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-CALCULA-PROPORCAO THRU 2050-EXIT.
           IF WRK-PAGA-SW OR WRK-DEPOSITA-SW
               PERFORM 2100-CALCULA-FUNCIONARIO THRU 2100-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-FORA
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * DIAS DO MES: MES DE ADMISSAO E MES DE DESLIGAMENTO PAGAM
      * PROPORCIONAL (DIAS SOBRE 30); DESLIGADO EM MES ANTERIOR OU
      * ADMITIDO DEPOIS DA COMPETENCIA FICA FORA. OS DIAS DE
      * AFASTAMENTO QUE A EMPRESA NAO PAGA (AFACALC) SAEM DOS DIAS
      * PAGOS; NA BASE DO FGTS VOLTAM OS DE LICENCA MATERNIDADE E
      * ACIDENTE DE TRABALHO, EM QUE O DEPOSITO CONTINUA.
      *****************************************************************
       2050-CALCULA-PROPORCAO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE 'S' TO WRK-DEPOSITA-NO-MES.
           MOVE 30 TO WRK-DIAS-CONTRATO.
           MOVE ZEROS TO WRK-DIAS-AFASTADO.
           MOVE ZEROS TO WRK-DIAS-FGTS.
           MOVE SPACES TO WRK-MOTIVO-AFASTAMENTO.
           IF EMP-DESLIGADO
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-R
               ELSE
                   MOVE ZEROS TO WRK-DATA-DESLIG-R
               END-IF
               IF WRK-DSL-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-DSL-MES = WRK-MES-COMPETENCIA
                   IF WRK-DSL-DIA < 30
                       MOVE WRK-DSL-DIA TO WRK-DIAS-CONTRATO
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   MOVE 'N' TO WRK-DEPOSITA-NO-MES
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           IF EMP-DATA-ADMISSAO NUMERIC
               AND EMP-DATA-ADMISSAO > ZEROS
               MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-R
               IF WRK-ADM-ANO > WRK-ANO-COMPETENCIA
                   OR (WRK-ADM-ANO = WRK-ANO-COMPETENCIA
                       AND WRK-ADM-MES > WRK-MES-COMPETENCIA)
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   MOVE 'N' TO WRK-DEPOSITA-NO-MES
                   GO TO 2050-EXIT
               END-IF
               IF WRK-ADM-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-ADM-MES = WRK-MES-COMPETENCIA
                   COMPUTE WRK-DIAS-CONTRATO =
                       WRK-DIAS-CONTRATO - WRK-ADM-DIA + 1
               END-IF
           END-IF.
           CALL "AFACALC" USING EMP-CPF WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-DIAS-AFASTADO WRK-DIAS-FGTS
               WRK-MOTIVO-AFASTAMENTO.
           COMPUTE WRK-DIAS-TRABALHADOS =
               WRK-DIAS-CONTRATO - WRK-DIAS-AFASTADO.
           COMPUTE WRK-DIAS-BASE-FGTS =
               WRK-DIAS-TRABALHADOS + WRK-DIAS-FGTS.
           IF WRK-DIAS-TRABALHADOS <= ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
               MOVE ZEROS TO WRK-DIAS-TRABALHADOS
           END-IF.
           IF WRK-DIAS-BASE-FGTS <= ZEROS
               MOVE 'N' TO WRK-DEPOSITA-NO-MES
               MOVE ZEROS TO WRK-DIAS-BASE-FGTS
           END-IF.
           IF WRK-DIAS-TRABALHADOS > 30
               MOVE 30 TO WRK-DIAS-TRABALHADOS
           END-IF.
           IF WRK-DIAS-BASE-FGTS > 30
               MOVE 30 TO WRK-DIAS-BASE-FGTS
           END-IF.
           MOVE EMP-SALARIO TO WRK-SALARIO-PROPORCIONAL.
           IF WRK-DIAS-TRABALHADOS < 30
               COMPUTE WRK-SALARIO-PROPORCIONAL ROUNDED =
                   EMP-SALARIO * WRK-DIAS-TRABALHADOS / 30
           END-IF.
           MOVE EMP-SALARIO TO WRK-SALARIO-FGTS.
           IF WRK-DIAS-BASE-FGTS < 30
               COMPUTE WRK-SALARIO-FGTS ROUNDED =
                   EMP-SALARIO * WRK-DIAS-BASE-FGTS / 30
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * MONTA O REGISTRO DO FUNCIONARIO: VERBAS, BRUTO, DESCONTOS,
      * PENSAO, ADIANTAMENTO, FGTS E CAMBIO, E GRAVA NO FOLCALC.
      *****************************************************************
       2100-CALCULA-FUNCIONARIO.
           MOVE SPACES TO CALC-FOLHA-REC.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           MOVE EMP-NOME TO FCL-NOME.
           MOVE EMP-DEPTO TO FCL-DEPTO.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO FCL-ESTABELECIMENTO
           ELSE
               MOVE EMP-ESTABELECIMENTO TO FCL-ESTABELECIMENTO
           END-IF.
           MOVE EMP-MOEDA TO FCL-MOEDA.
           MOVE EMP-SALARIO TO FCL-SALARIO-BASE.
           MOVE WRK-DIAS-TRABALHADOS TO FCL-DIAS-PAGOS.
           MOVE WRK-DIAS-AFASTADO TO FCL-DIAS-AFASTADO.
           MOVE WRK-MOTIVO-AFASTAMENTO TO FCL-MOTIVO-AFASTAMENTO.
           MOVE WRK-DIAS-FGTS TO FCL-DIAS-FGTS.
           MOVE ZEROS TO FCL-TOTAL-VENCIMENTOS.
           MOVE ZEROS TO FCL-TOTAL-DESCONTOS.
           MOVE ZEROS TO FCL-QTDE-VERBAS.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE ZEROS TO WRK-LIQUIDO.
           MOVE ZEROS TO WRK-QTDE-DEPENDENTES.
           MOVE ZEROS TO WRK-VALOR-PENSAO.
           MOVE ZEROS TO WRK-ORDENS-PENSAO.
           MOVE ZEROS TO WRK-SALARIO-FAMILIA.
           IF WRK-PAGA-SW
               MOVE WRK-SALARIO-PROPORCIONAL TO WRK-BRUTO
           ELSE
               MOVE ZEROS TO WRK-SALARIO-PROPORCIONAL
               MOVE ZEROS TO WRK-BRUTO
           END-IF.
           MOVE WRK-SALARIO-FGTS TO WRK-BASE-FGTS.
           PERFORM 2150-APLICA-VERBA THRU 2150-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > WRK-QTDE-VERBAS.
           IF WRK-PAGA-SW
               CALL "DEPLOOK" USING EMP-CPF WRK-QTDE-DEPENDENTES
               CALL "DEDCALC" USING WRK-BRUTO WRK-INSS WRK-IRRF
                   WRK-LIQUIDO WRK-QTDE-DEPENDENTES
               CALL "PENSCALC" USING EMP-CPF WRK-BRUTO WRK-INSS
                   WRK-TIPO-FOLHA WRK-VALOR-PENSAO WRK-ORDENS-PENSAO
               IF WRK-VALOR-PENSAO > ZEROS
                   CALL "DEDCALCP" USING WRK-BRUTO WRK-INSS WRK-IRRF
                       WRK-LIQUIDO WRK-QTDE-DEPENDENTES
                       WRK-VALOR-PENSAO
               END-IF
           END-IF.
           ADD WRK-SALARIO-FAMILIA TO WRK-LIQUIDO.
           MOVE WRK-SALARIO-FAMILIA TO FCL-SALARIO-FAMILIA.
           MOVE WRK-SALARIO-PROPORCIONAL TO FCL-SALARIO-PROPORCIONAL.
           MOVE WRK-BRUTO TO FCL-BRUTO.
           MOVE WRK-QTDE-DEPENDENTES TO FCL-QTDE-DEPENDENTES.
           MOVE WRK-INSS TO FCL-INSS.
           MOVE WRK-IRRF TO FCL-IRRF.
           MOVE WRK-VALOR-PENSAO TO FCL-PENSAO.
           MOVE WRK-ORDENS-PENSAO TO FCL-ORDENS-PENSAO.
           MOVE WRK-LIQUIDO TO FCL-LIQUIDO.
           MOVE WRK-LIQUIDO TO FCL-LIQUIDO-FINAL.
           PERFORM 2170-ABATE-ADIANTAMENTO THRU 2170-EXIT.
           MOVE WRK-BASE-FGTS TO FCL-BASE-FGTS.
           MOVE ZEROS TO WRK-FGTS.
           IF WRK-DEPOSITA-SW
               CALL "FGTSCALC" USING WRK-BASE-FGTS WRK-FGTS
           END-IF.
           MOVE WRK-FGTS TO FCL-FGTS.
           PERFORM 2180-CONVERTE-BRL THRU 2180-EXIT.
           MOVE WRK-VIGENCIA-DEDPARM TO FCL-VIGENCIA-DEDPARM.
           MOVE WRK-DATA-CALCULO TO FCL-DATA-CALCULO.
           MOVE WRK-HORA-CALCULO TO FCL-HORA-CALCULO.
           WRITE CALC-FOLHA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR FOLCALC DO CPF ' EMP-CPF
                           ' - STATUS ' WRK-FS-CALCULO
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-WRITE.
           ADD 1 TO WRK-QTDE-GRAVADOS.
           IF WRK-PAGA-SW
               ADD 1 TO WRK-QTDE-PAGOS
           ELSE
               ADD 1 TO WRK-QTDE-SO-FGTS
           END-IF.
           ADD FCL-BRUTO TO WRK-TOTAL-BRUTO.
           ADD FCL-INSS TO WRK-TOTAL-INSS.
           ADD FCL-IRRF TO WRK-TOTAL-IRRF.
           ADD FCL-PENSAO TO WRK-TOTAL-PENSAO.
           ADD FCL-ADIANTAMENTO TO WRK-TOTAL-ADIANTAMENTO.
           ADD FCL-LIQUIDO-FINAL TO WRK-TOTAL-LIQUIDO.
           ADD FCL-FGTS TO WRK-TOTAL-FGTS.
           ADD FCL-SALARIO-BRL TO WRK-TOTAL-SALARIO-BRL.
           ADD FCL-SALARIO-FAMILIA TO WRK-TOTAL-SALFAM.
           PERFORM 2200-IMPRIME-DETALHE THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * APLICA UMA VERBA DO FUNCIONARIO CORRENTE AO BRUTO E A BASE DO
      * FGTS (DESCONTO SUBTRAI SEM DEIXAR NEGATIVO) E A GUARDA NO
      * REGISTRO - ATE O LIMITE DO LAYOUT; O EXCEDENTE ENTRA NOS
      * VALORES MAS SAI AVISADO NO CONSOLE. SEM DIA PAGO A VERBA SO
      * ENTRA NA BASE DO FGTS. O SALARIO-FAMILIA ('SFA') NAO ENTRA NO
      * BRUTO NEM NA BASE DO FGTS - E SOMADO A PARTE, PARA O LIQUIDO.
      *****************************************************************
       2150-APLICA-VERBA.
           IF WRK-TV-CPF (WRK-IDX-VERBA) NOT = EMP-CPF
               GO TO 2150-EXIT
           END-IF.
           IF WRK-TV-CODIGO (WRK-IDX-VERBA) = WRK-CODIGO-SALFAM
               AND WRK-TV-TIPO (WRK-IDX-VERBA) NOT = 'D'
               ADD WRK-TV-VALOR (WRK-IDX-VERBA)
                   TO FCL-TOTAL-VENCIMENTOS
               ADD WRK-TV-VALOR (WRK-IDX-VERBA) TO WRK-SALARIO-FAMILIA
               GO TO 2150-ITEMIZA
           END-IF.
           IF WRK-TV-TIPO (WRK-IDX-VERBA) = 'D'
               ADD WRK-TV-VALOR (WRK-IDX-VERBA) TO FCL-TOTAL-DESCONTOS
               IF WRK-TV-VALOR (WRK-IDX-VERBA) > WRK-BRUTO
                   MOVE ZEROS TO WRK-BRUTO
               ELSE
                   SUBTRACT WRK-TV-VALOR (WRK-IDX-VERBA) FROM WRK-BRUTO
               END-IF
               IF WRK-TV-VALOR (WRK-IDX-VERBA) > WRK-BASE-FGTS
                   MOVE ZEROS TO WRK-BASE-FGTS
               ELSE
                   SUBTRACT WRK-TV-VALOR (WRK-IDX-VERBA)
                       FROM WRK-BASE-FGTS
               END-IF
           ELSE
               ADD WRK-TV-VALOR (WRK-IDX-VERBA)
                   TO FCL-TOTAL-VENCIMENTOS
               IF WRK-PAGA-SW
                   ADD WRK-TV-VALOR (WRK-IDX-VERBA) TO WRK-BRUTO
               END-IF
               ADD WRK-TV-VALOR (WRK-IDX-VERBA) TO WRK-BASE-FGTS
           END-IF.
       2150-ITEMIZA.
           IF FCL-QTDE-VERBAS < WRK-MAX-VERBAS-CALC
               ADD 1 TO FCL-QTDE-VERBAS
               MOVE WRK-TV-CODIGO (WRK-IDX-VERBA)
                   TO FCL-VB-CODIGO (FCL-QTDE-VERBAS)
               MOVE WRK-TV-DESCRICAO (WRK-IDX-VERBA)
                   TO FCL-VB-DESCRICAO (FCL-QTDE-VERBAS)
               MOVE WRK-TV-VALOR (WRK-IDX-VERBA)
                   TO FCL-VB-VALOR (FCL-QTDE-VERBAS)
               MOVE WRK-TV-TIPO (WRK-IDX-VERBA)
                   TO FCL-VB-TIPO (FCL-QTDE-VERBAS)
           ELSE
               DISPLAY 'AVISO: FOLCALC COMPORTA 15 VERBAS - VERBA '
                       WRK-TV-CODIGO (WRK-IDX-VERBA) ' DE ' EMP-CPF
                       ' SOMADA MAS NAO ITEMIZADA'
           END-IF.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * ABATE DO LIQUIDO O ADIANTAMENTO QUINZENAL DO ADIANCTL DA
      * COMPETENCIA QUANDO O VALOR INTEIRO CABE NELE; MAIOR QUE O
      * LIQUIDO NAO E ABATIDO (AVISO NO CONSOLE) E FICA EM
      * FCL-ADIANT-NAO-ABATIDO PARA A RESCISAO/PROXIMA COBRANCA.
      *****************************************************************
       2170-ABATE-ADIANTAMENTO.
           MOVE ZEROS TO FCL-ADIANTAMENTO.
           MOVE ZEROS TO FCL-ADIANT-NAO-ABATIDO.
           IF NOT WRK-ADI-ABERTO-SW
               GO TO 2170-EXIT
           END-IF.
           MOVE EMP-CPF TO ADQ-CPF.
           MOVE WRK-ANO-COMPETENCIA TO ADQ-ANO.
           MOVE WRK-MES-COMPETENCIA TO ADQ-MES.
           READ ADVANCE-CONTROL
               INVALID KEY
                   GO TO 2170-EXIT
           END-READ.
           IF ADQ-VALOR > WRK-LIQUIDO
               DISPLAY 'AVISO: ADIANTAMENTO DE ' EMP-CPF ' MAIOR QUE '
                       'O LIQUIDO DO MES - NAO ABATIDO'
               MOVE ADQ-VALOR TO FCL-ADIANT-NAO-ABATIDO
               ADD 1 TO WRK-QTDE-ADI-PENDENTE
               GO TO 2170-EXIT
           END-IF.
           MOVE ADQ-VALOR TO FCL-ADIANTAMENTO.
           SUBTRACT ADQ-VALOR FROM FCL-LIQUIDO-FINAL.
       2170-EXIT.
           EXIT.
      *****************************************************************
      * CONVERTE O SALARIO PROPORCIONAL PARA BRL VIA CAMBCONV (O
      * NUMERO QUE O PAYREG TOTALIZA E O BANKPAY AMARRA), GUARDANDO A
      * DATA DA TABELA DE CAMBIO. MOEDA SEM TAXA ENTRA PELO VALOR DE
      * FACE, COM AVISO.
      *****************************************************************
       2180-CONVERTE-BRL.
           CALL "CAMBCONV" USING EMP-MOEDA WRK-SALARIO-PROPORCIONAL
               WRK-SALARIO-BRL WRK-DATA-TAXA WRK-CAMBIO-ACHADO.
           IF NOT WRK-CAMBIO-ACHADO-SIM
               DISPLAY 'AVISO: MOEDA ' EMP-MOEDA ' SEM TAXA NA '
                       'TABELA DE CAMBIO - CPF ' EMP-CPF
                       ' CONVERTIDO PELO VALOR DE FACE'
               ADD 1 TO WRK-QTDE-SEM-TAXA
           END-IF.
           IF WRK-DATA-TAXA > WRK-DATA-TAXA-USADA
               MOVE WRK-DATA-TAXA TO WRK-DATA-TAXA-USADA
           END-IF.
           MOVE WRK-SALARIO-BRL TO FCL-SALARIO-BRL.
           MOVE WRK-DATA-TAXA TO FCL-DATA-CAMBIO.
           MOVE WRK-CAMBIO-ACHADO TO FCL-CAMBIO-ACHADO.
       2180-EXIT.
           EXIT.
       2200-IMPRIME-DETALHE.
           MOVE FCL-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE FCL-NOME TO WRK-D-NOME.
           MOVE FCL-DIAS-PAGOS TO WRK-D-DIAS.
           MOVE FCL-BRUTO TO WRK-D-BRUTO.
           MOVE FCL-INSS TO WRK-D-INSS.
           MOVE FCL-IRRF TO WRK-D-IRRF.
           MOVE FCL-PENSAO TO WRK-D-PENSAO.
           MOVE FCL-ADIANTAMENTO TO WRK-D-ADIANTAMENTO.
           MOVE FCL-LIQUIDO-FINAL TO WRK-D-LIQUIDO.
           MOVE FCL-FGTS TO WRK-D-FGTS.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O REGISTRO DE CONTROLE DA COMPETENCIA (CPF ZERADO) COM A
      * DATA/HORA DO CALCULO, A QUANTIDADE E OS TOTAIS, IMPRIME OS
      * TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE SPACES TO CALC-FOLHA-REC.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           MOVE WRK-DATA-CALCULO TO FCL-CT-DATA-CALCULO.
           MOVE WRK-HORA-CALCULO TO FCL-CT-HORA-CALCULO.
           MOVE WRK-VIGENCIA-DEDPARM TO FCL-CT-VIGENCIA-DEDPARM.
           MOVE WRK-QTDE-GRAVADOS TO FCL-CT-QTDE.
           MOVE WRK-QTDE-PAGOS TO FCL-CT-QTDE-PAGOS.
           MOVE WRK-TOTAL-BRUTO TO FCL-CT-TOTAL-BRUTO.
           MOVE WRK-TOTAL-INSS TO FCL-CT-TOTAL-INSS.
           MOVE WRK-TOTAL-IRRF TO FCL-CT-TOTAL-IRRF.
           MOVE WRK-TOTAL-PENSAO TO FCL-CT-TOTAL-PENSAO.
           MOVE WRK-TOTAL-ADIANTAMENTO TO FCL-CT-TOTAL-ADIANTAMENTO.
           MOVE WRK-TOTAL-LIQUIDO TO FCL-CT-TOTAL-LIQUIDO.
           MOVE WRK-TOTAL-FGTS TO FCL-CT-TOTAL-FGTS.
           MOVE WRK-TOTAL-SALARIO-BRL TO FCL-CT-TOTAL-SALARIO-BRL.
           MOVE WRK-TOTAL-SALFAM TO FCL-CT-TOTAL-SALFAM.
           WRITE CALC-FOLHA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO GRAVAR O CONTROLE DO FOLCALC - '
                           'STATUS ' WRK-FS-CALCULO
                   MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-QTDE-GRAVADOS TO WRK-LQ-GRAVADOS-ED.
           MOVE WRK-QTDE-PAGOS TO WRK-LQ-PAGOS-ED.
           MOVE WRK-QTDE-SO-FGTS TO WRK-LQ-SO-FGTS-ED.
           MOVE WRK-QTDE-FORA TO WRK-LQ-FORA-ED.
           MOVE WRK-LINHA-QTDE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOTAL-BRUTO TO WRK-LT-BRUTO-ED.
           MOVE WRK-TOTAL-INSS TO WRK-LT-INSS-ED.
           MOVE WRK-TOTAL-IRRF TO WRK-LT-IRRF-ED.
           MOVE WRK-TOTAL-PENSAO TO WRK-LT-PENSAO-ED.
           MOVE WRK-LINHA-TOTAIS-1 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOTAL-ADIANTAMENTO TO WRK-LT-ADIANT-ED.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-LT-LIQUIDO-ED.
           MOVE WRK-TOTAL-FGTS TO WRK-LT-FGTS-ED.
           MOVE WRK-TOTAL-SALARIO-BRL TO WRK-LT-BRL-ED.
           MOVE WRK-LINHA-TOTAIS-2 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-TOTAL-SALFAM > ZEROS
               MOVE WRK-TOTAL-SALFAM TO WRK-LT-SALFAM-ED
               MOVE WRK-LINHA-TOTAIS-3 TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           IF WRK-VIGENCIA-DEDPARM > ZEROS
               MOVE WRK-VIGENCIA-DEDPARM TO WRK-LV-DEDPARM
           ELSE
               MOVE "INTERNA" TO WRK-LV-DEDPARM
           END-IF.
           IF WRK-DATA-TAXA-USADA > ZEROS
               MOVE WRK-DATA-TAXA-USADA TO WRK-LV-CAMBIO
           ELSE
               MOVE "SO BRL" TO WRK-LV-CAMBIO
           END-IF.
           MOVE WRK-LINHA-VERSOES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-ADI-PENDENTE > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-ADI-PENDENTE
                   ' ADIANTAMENTO(S) MAIOR(ES) QUE O LIQUIDO - NAO '
                   'ABATIDO(S)'
           END-IF.
           DISPLAY 'FOLCALC: COMPETENCIA ' WRK-MES-COMPETENCIA '/'
                   WRK-ANO-COMPETENCIA ' CALCULADA EM '
                   WRK-DATA-CALCULO '-' WRK-HORA-CALCULO ' - '
                   WRK-QTDE-GRAVADOS ' REGISTRO(S)'.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           CLOSE CALC-REPORT.
           IF WRK-ADI-ABERTO-SW
               CLOSE ADVANCE-CONTROL
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO RELATORIO SAI
      * POR AQUI - QUANDO A PAGINA ENCHE, IMPRIME O TITULO COM A
      * COMPETENCIA, A DATA/HORA DO CALCULO E O NUMERO DA PAGINA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE CALC-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE CALC-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE CALC-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE CALC-REPORT-REC FROM WRK-LINHA-TITULO.
           MOVE 3 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM FOLCALC.
