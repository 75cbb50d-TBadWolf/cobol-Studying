      *     SEM O CAMPO CONTINUA VALENDO, COM A CONSTANTE). CONTAGEM
      *     NAO NUMERICA VALE ZERO, PARA UM CHAMADOR SEM CADASTRO NAO
      *     DERRUBAR O CALCULO.
      *   - PENSAO ALIMENTICIA: ENTRADA SECUNDARIA DEDCALCP, COM UM
      *     SEXTO PARAMETRO TRAZENDO O VALOR DA PENSAO JUDICIAL DO
      *     FUNCIONARIO (CALCULADO PELO PENSCALC DEPOIS DO INSS). A
      *     PENSAO E DEDUZIDA DA BASE DO IRRF, COMO MANDA A LEI, E O
      *     LIQUIDO DEVOLVIDO JA SAI SEM ELA. A ENTRADA PRINCIPAL NAO
      *     MUDOU - QUEM NAO TEM PENSAO CONTINUA CHAMANDO O DEDCALC
      *     COM OS CINCO PARAMETROS DE SEMPRE.
      *   - ENTRADA DEDCALCV (DATA DE REFERENCIA): CHAMADA UMA VEZ
      *     ANTES DO PRIMEIRO CALCULO, CARREGA O JOGO DE FAIXAS QUE
      *     VIGIA NA DATA INFORMADA EM VEZ DO QUE VIGE NA DATA DO RUN -
      *     A FOLHA COMPLEMENTAR (FOLHACOM) RECALCULA UMA COMPETENCIA
      *     JA FECHADA COM A TABELA DAQUELE MES SEM O OPERADOR TER DE
      *     TROCAR O DD DEDPARM. DATA NAO NUMERICA OU ZERADA MANTEM A
      *     DATA DO RUN.
      *   - ENTRADA DEDCALCQ (CONSULTA DA VIGENCIA): DEVOLVE NO UNICO
      *     PARAMETRO A DATA DE VIGENCIA DA LINHA DO DEDPARM EM USO NO
      *     RUN (ZEROS = TABELA INTERNA), CARREGANDO A TABELA SE AINDA
      *     NAO FOI CARREGADA - O FOLCALC GRAVA ESSA VERSAO NO CALCULO
      *     DA FOLHA PARA OS PROGRAMAS SEGUINTES SABEREM QUAL TABELA
      *     FOI APLICADA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-BASE-CALC      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-CALC      PIC S9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-DEP       PIC 9(02) VALUE ZEROS.
       77 WRK-DEDUCAO-PENSAO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CALC   PIC S9(07)V99 VALUE ZEROS.
      *****************************************************************
      * CONTROLE DA CARGA DO DEDPARM - FEITA UMA UNICA VEZ POR RUN, NA
      * PRIMEIRA CHAMADA (O ESTADO DO SUBPROGRAMA PERSISTE ENTRE
           88 WRK-FIM-PARM-SW              VALUE 'S'.
       77 WRK-DATA-RUN       PIC 9(08) VALUE ZEROS.
       77 WRK-VIGENCIA-USADA PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIXADA    PIC X(01) VALUE 'N'.
           88 WRK-DATA-FIXADA-SW           VALUE 'S'.
       LINKAGE SECTION.
       01 WRK-SALARIO-LK     PIC 9(06)V99.
       01 WRK-INSS-LK        PIC 9(06)V99.
       01 WRK-IRRF-LK        PIC 9(06)V99.
       01 WRK-LIQUIDO-LK     PIC 9(06)V99.
       01 WRK-DEPENDENTES-LK PIC 9(02).
       01 WRK-PENSAO-LK      PIC 9(06)V99.
       01 WRK-DATA-REF-LK    PIC 9(08).
       PROCEDURE DIVISION USING WRK-SALARIO-LK WRK-INSS-LK
               WRK-IRRF-LK WRK-LIQUIDO-LK WRK-DEPENDENTES-LK.
       0000-MAINLINE.
           MOVE ZEROS TO WRK-DEDUCAO-PENSAO.
           PERFORM 0500-CALCULA-DESCONTOS THRU 0500-EXIT.
           GOBACK.
      *****************************************************************
      * ENTRADA COM PENSAO ALIMENTICIA: O SEXTO PARAMETRO E DEDUZIDO
      * DA BASE DO IRRF E DO LIQUIDO. VALOR NAO NUMERICO VALE ZERO.
      *****************************************************************
       0200-ENTRADA-PENSAO.
           ENTRY "DEDCALCP" USING WRK-SALARIO-LK WRK-INSS-LK
               WRK-IRRF-LK WRK-LIQUIDO-LK WRK-DEPENDENTES-LK
               WRK-PENSAO-LK.
           IF WRK-PENSAO-LK NUMERIC
               MOVE WRK-PENSAO-LK TO WRK-DEDUCAO-PENSAO
           ELSE
               MOVE ZEROS TO WRK-DEDUCAO-PENSAO
           END-IF.
           PERFORM 0500-CALCULA-DESCONTOS THRU 0500-EXIT.
           GOBACK.
      *****************************************************************
      * ENTRADA DE DATA DE REFERENCIA: RECARREGA O DEDPARM PELA
      * VIGENCIA DA DATA INFORMADA (NAO CALCULA NADA).
      *****************************************************************
       0300-ENTRADA-REFERENCIA.
           ENTRY "DEDCALCV" USING WRK-DATA-REF-LK.
           IF WRK-DATA-REF-LK NUMERIC
               AND WRK-DATA-REF-LK > ZEROS
               MOVE WRK-DATA-REF-LK TO WRK-DATA-RUN
               SET WRK-DATA-FIXADA-SW TO TRUE
           END-IF.
           MOVE ZEROS TO WRK-VIGENCIA-USADA.
           MOVE 'N' TO WRK-FIM-PARAMETROS.
           PERFORM 0100-CARREGA-TABELA THRU 0100-EXIT.
           GOBACK.
      *****************************************************************
      * ENTRADA DE CONSULTA: DEVOLVE A VIGENCIA DA TABELA EM USO (ZEROS
      * = TABELA INTERNA), SEM CALCULAR NADA.
      *****************************************************************
       0400-ENTRADA-CONSULTA.
           ENTRY "DEDCALCQ" USING WRK-DATA-REF-LK.
           IF NOT WRK-CARREGADA-SW
               PERFORM 0100-CARREGA-TABELA THRU 0100-EXIT
           END-IF.
           MOVE WRK-VIGENCIA-USADA TO WRK-DATA-REF-LK.
           GOBACK.
      *****************************************************************
      * CALCULO COMUM AS DUAS ENTRADAS. LIQUIDO NEGATIVO (PENSAO MAIOR
      * QUE O QUE SOBRA DEPOIS DOS IMPOSTOS) VALE ZERO.
      *****************************************************************
       0500-CALCULA-DESCONTOS.
           IF NOT WRK-CARREGADA-SW
               PERFORM 0100-CARREGA-TABELA THRU 0100-EXIT
           END-IF.
           END-IF.
           PERFORM 1000-CALCULA-INSS THRU 1000-EXIT.
           PERFORM 2000-CALCULA-IRRF THRU 2000-EXIT.
           COMPUTE WRK-LIQUIDO-CALC = WRK-SALARIO-LK - WRK-INSS-LK
               - WRK-IRRF-LK - WRK-DEDUCAO-PENSAO.
           IF WRK-LIQUIDO-CALC < ZEROS
               MOVE ZEROS TO WRK-LIQUIDO-LK
           ELSE
               MOVE WRK-LIQUIDO-CALC TO WRK-LIQUIDO-LK
           END-IF.
       0500-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA DO DEDPARM O JOGO DE FAIXAS DE VIGENCIA MAIS RECENTE
      * QUE NAO ULTRAPASSA A DATA DO RUN, SOBREPONDO AS CONSTANTES.
      *****************************************************************
       0100-CARREGA-TABELA.
           SET WRK-CARREGADA-SW TO TRUE.
           IF NOT WRK-DATA-FIXADA-SW
               ACCEPT WRK-DATA-RUN FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT PARAMETER-FILE.
           IF WRK-FS-PARM-NAO-ABERTO
               DISPLAY 'DEDCALC: TABELA INTERNA (PADRAO) - DEDPARM '
           EXIT.
      *****************************************************************
      * IRRF PROGRESSIVO SOBRE A BASE (SALARIO - INSS - DEDUCAO LEGAL
      * POR DEPENDENTE - PENSAO ALIMENTICIA). BASE NEGATIVA VALE ZERO.
      *****************************************************************
       2000-CALCULA-IRRF.
           COMPUTE WRK-BASE-CALC = WRK-SALARIO-LK - WRK-INSS-LK
               - (WRK-QTDE-DEP * WRK-IRRF-DEDUZ-DEP)
               - WRK-DEDUCAO-PENSAO.
           IF WRK-BASE-CALC < ZEROS
               MOVE ZEROS TO WRK-BASE-IRRF
           ELSE
