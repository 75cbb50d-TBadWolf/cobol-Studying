      *     FACE. O RODAPE INFORMA A DATA DA TABELA DE CAMBIO USADA;
      *     MOEDA SEM TAXA NA TABELA ENTRA PELO VALOR DE FACE COM
      *     AVISO NO CONSOLE.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. MES
      *     INTEIRO AFASTADO NAO PAGA SALARIO.
      *   - RATEIO DE CENTROS DE CUSTO: O SALARIO DE QUEM TEM RATEIO
      *     VIGENTE NA COMPETENCIA (CADASTRO RATEIO, VIA RATCALC) E
      *     LIBERADO PARA O SORT EM UMA PARTE POR DEPARTAMENTO DO
      *     RATEIO - O FUNCIONARIO APARECE NO DETALHE DE CADA
      *     DEPARTAMENTO COM A SUA PARTE E O PERCENTUAL, E OS
      *     SUBTOTAIS POR DEPARTAMENTO BATEM COM OS DEBITOS DO GLPOST.
      *     O TOTAL GERAL E O DO ESTABELECIMENTO NAO MUDAM. SEM
      *     RATEIO (OU RATEIO INVALIDO, COM AVISO), CONTINUA INTEIRO NO
      *     EMP-DEPTO.
      *   - TRANSFERENCIA NO MEIO DO MES: O SALARIO DE QUEM MUDOU DE
      *     DEPARTAMENTO/ESTABELECIMENTO NA COMPETENCIA (HISTORICO
      *     TRANSF, VIA TRFCALC) E DIVIDIDO POR DIAS ENTRE O LOCAL
      *     ANTIGO E O NOVO ANTES DO RATEIO - CADA TRECHO SAI NO
      *     ESTABELECIMENTO E NO DEPARTAMENTO EM QUE O FUNCIONARIO
      *     ESTAVA, COM OS DIAS DO TRECHO NO DETALHE. O RATEIO, QUANDO
      *     HOUVER, CONTINUA VALENDO SOBRE CADA TRECHO. O DETALHE
      *     PASSOU A MOSTRAR O PERCENTUAL COMO 'RAT' PARA CABER OS DIAS.
      *   - REGISTROS 'A' DO RUNCTL (FOLHA COMPLEMENTAR DE COMPETENCIA
      *     JA FECHADA) NAO CONTAM COMO COMPETENCIA POSTADA - O
      *     CABECALHO CONTINUA COM A ULTIMA POSTAGEM DO SALACUM.
      *   - CALCULO UNICO DA FOLHA: O SALARIO PROPORCIONAL (DIAS DE
      *     ADMISSAO, DESLIGAMENTO E AFASTAMENTO) E O VALOR EM BRL
      *     DEIXARAM DE SER CALCULADOS AQUI E PASSARAM A SER LIDOS DO
      *     FOLCALC DA COMPETENCIA, GRAVADO PELO PASSO FOLCALC - QUEM
      *     TEM DIAS PAGOS NO CALCULO ENTRA NO REGISTRO. A COMPETENCIA
      *     NO SYSIN PASSOU A SER OBRIGATORIA E, SEM O CALCULO DELA, A
      *     EXECUCAO E CANCELADA. O VALOR EM BRL DO CALCULO E
      *     REPARTIDO ENTRE OS TRECHOS/PARTES DO RATEIO NA PROPORCAO DO
      *     VALOR DE FACE, COM A SOBRA NA ULTIMA PARTE, DE MODO QUE O
      *     TOTAL GERAL E O DO FOLCALC. O CABECALHO IMPRIME A DATA/HORA
      *     DO CALCULO USADO E, NUM RUN SEM RESTART, O FIM CONFERE A
      *     QUANTIDADE E O TOTAL EM BRL LIDOS CONTRA O REGISTRO DE
      *     CONTROLE DO FOLCALC (RC 4 SE NAO BATER).
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     MESTRE AUSENTE PASSOU A TERMINAR COM RC=8, PARA O
      *     CONTROLE NAO REGISTRAR A ETAPA COMO CONCLUIDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           02 SRT-NOME                 PIC X(20).
           02 SRT-SALARIO              PIC 9(06)V99.
           02 SRT-MOEDA                PIC X(03).
           02 SRT-PERCENTUAL           PIC 9(03)V99.
           02 SRT-DIA-INICIO           PIC 9(02).
           02 SRT-DIA-FIM              PIC 9(02).
           02 SRT-SALARIO-BRL          PIC 9(08)V99.
       FD  PAYROLL-REGISTER.
       01  PAYROLL-REGISTER-REC        PIC X(80).
       FD  CHECKPOINT-FILE.
           02 CTL-TIPO                PIC X(01).
           02 FILLER                  PIC X(01).
           02 CTL-OPERADOR            PIC X(08).
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
           88 WRK-TEM-COMPETENCIA-SW        VALUE 'S'.
       77 WRK-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.
       77 WRK-SALARIO-BRL          PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BRL-REPARTIDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-DATA-TAXA-USADA      PIC 9(08) VALUE ZEROS.
       77 WRK-QTDE-SEM-TAXA        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
           88 WRK-TRANSFERIDO               VALUE 'S'.
       01 WRK-TRECHOS-SALARIO.
           02 WRK-TS-QTDE           PIC 9(01).
           02 WRK-TS-ITEM OCCURS 5 TIMES.
               03 WRK-TS-DEPTO          PIC X(04).
               03 WRK-TS-ESTAB          PIC X(01).
               03 WRK-TS-DIA-INICIO     PIC 9(02).
               03 WRK-TS-DIA-FIM        PIC 9(02).
               03 WRK-TS-DIAS           PIC 9(02).
               03 WRK-TS-VALOR          PIC 9(08)V99.
       01 WRK-PARTES-SALARIO.
           02 WRK-PS-QTDE           PIC 9(01).
           02 WRK-PS-ITEM OCCURS 5 TIMES.
               03 WRK-PS-DEPTO          PIC X(04).
               03 WRK-PS-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PS-VALOR          PIC 9(08)V99.
       01 WRK-LINHA-TOTAL-ESTAB.
           02 FILLER                PIC X(12) VALUE "TOTAL ESTAB ".
           02 WRK-TE-CODIGO         PIC X(01).
       77 WRK-QTDE-PROCESSADOS     PIC 9(07) VALUE ZEROS.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-CALCULO-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN LEU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
           02 WRK-CC-QTDE-PAGOS     PIC 9(06).
           02 WRK-CC-TOTAL-SALARIO-BRL PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-SALARIO-BRL     PIC 9(11)V99 VALUE ZEROS.
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "PAYREG".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "PAYREG".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE           PIC 9(07).
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SALARIO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-OBSERVACAO.
               03 WRK-D-RAT-TEXTO       PIC X(04).
               03 WRK-D-RAT-PERCENTUAL  PIC ZZ9,99.
               03 WRK-D-RAT-SINAL       PIC X(01).
               03 FILLER                PIC X(01).
               03 WRK-D-TRF-TEXTO       PIC X(03).
               03 WRK-D-TRF-INICIO      PIC 9(02).
               03 WRK-D-TRF-HIFEN       PIC X(01).
               03 WRK-D-TRF-FIM         PIC 9(02).
       01 WRK-LINHA-SUBTOTAL.
           02 FILLER                PIC X(15) VALUE "SUBTOTAL DEPTO ".
           02 WRK-ST-DEPTO          PIC X(04).
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "INICIO" TO WRK-AUD-ENTRADA.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0050-VERIFICA-MESTRE THRU 0050-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0060-LE-CONTROLE-CALCULO THRU 0060-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           SORT SORT-WORK
                   THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-IMPRIME-RELATORIO
                   THRU 2000-EXIT.
           PERFORM 0070-CONFERE-CALCULO THRU 0070-EXIT.
       0000-FIM.
           PERFORM 0950-TERMINA-ETAPA THRU 0950-EXIT.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-PROCESSADOS TO WRK-RF-QTDE.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
               WRK-AUD-RESULTADO.
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
      * CONFIRMA QUE O EMPLOYEE-MASTER EXISTE E PODE SER ABERTO ANTES
      * DE COMECAR O SORT - FECHA O ARQUIVO EM SEGUIDA, JA QUE QUEM O
      * REABRE DE FATO E O 1000-CARREGA-ORDENACAO (FASE DE ENTRADA DO
       0050-EXIT.
           EXIT.
      *****************************************************************
      * ABRE O FOLCALC (FICA ABERTO ATE O FIM, PARA A FASE DE ENTRADA
      * DO SORT LER O CALCULO DE CADA FUNCIONARIO) E LE O REGISTRO DE
      * CONTROLE DA COMPETENCIA. SEM O ARQUIVO OU SEM O CALCULO DA
      * COMPETENCIA, O REGISTRO NAO SAI.
      *****************************************************************
       0060-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           OPEN INPUT CALC-FILE.
           IF WRK-FS-CALC-NAO-ENCONTRADO
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 0060-EXIT
           END-IF.
           SET WRK-CALC-ABERTO-SW TO TRUE.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
                           ' - EXECUCAO CANCELADA'
                   CLOSE CALC-FILE
                   GO TO 0060-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-SALARIO-BRL TO WRK-CC-TOTAL-SALARIO-BRL.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       0060-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE O QUE O REGISTRO LEU DO FOLCALC CONTRA O CONTROLE DO
      * CALCULO. UM RESTART PULA OS FUNCIONARIOS JA COBERTOS PELO
      * CHECKPOINT, ENTAO SO O RUN COMPLETO E CONFERIDO.
      *****************************************************************
       0070-CONFERE-CALCULO.
           IF WRK-RESTART-CPF = SPACES
               AND (WRK-CONF-QTDE NOT = WRK-CC-QTDE-PAGOS
                    OR WRK-CONF-SALARIO-BRL
                       NOT = WRK-CC-TOTAL-SALARIO-BRL)
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                       ' PAGOS, BRL ' WRK-CC-TOTAL-SALARIO-BRL
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' PAGOS, BRL ' WRK-CONF-SALARIO-BRL
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE CALC-FILE.
       0070-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LE O MESTRE E LIBERA CADA REGISTRO.
      *****************************************************************
       1000-CARREGA-ORDENACAO.
               PERFORM 1100-LE-MESTRE THRU 1100-EXIT
               GO TO 1200-EXIT
           END-IF.
           PERFORM 1220-LE-CALCULO THRU 1220-EXIT.
           IF NOT WRK-PAGA-SW
               PERFORM 1100-LE-MESTRE THRU 1100-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE EMP-CPF TO SRT-CPF.
           MOVE EMP-NOME TO SRT-NOME.
           MOVE EMP-MOEDA TO SRT-MOEDA.
           MOVE FCL-SALARIO-PROPORCIONAL TO WRK-VALOR-TRECHO.
           MOVE ZEROS TO WRK-BRL-REPARTIDO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-SALARIO WRK-SITUACAO-TRANSF.
           PERFORM 1205-RELEASE-TRECHO THRU 1205-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TS-QTDE.
           ADD 1 TO WRK-QTDE-PROCESSADOS.
           ADD 1 TO WRK-CONF-QTDE.
           PERFORM 1250-CONVERTE-BRL THRU 1250-EXIT.
           ADD WRK-SALARIO-BRL TO WRK-CONF-SALARIO-BRL.
           ADD WRK-SALARIO-BRL TO WRK-CKPT-TOTAL-RUN.
           ADD 1 TO WRK-CKPT-CONTADOR.
           IF WRK-CKPT-CONTADOR = WRK-CKPT-INTERVALO
       1200-EXIT.
           EXIT.
      *****************************************************************
      * LIBERA UM TRECHO DO MES (UM SO PARA QUEM NAO FOI TRANSFERIDO)
      * NO SEU ESTABELECIMENTO, REPARTIDO PELO RATEIO COM O
      * DEPARTAMENTO DO TRECHO COMO PADRAO.
      *****************************************************************
       1205-RELEASE-TRECHO.
           MOVE WRK-TS-ESTAB (WRK-IDX-TRECHO) TO SRT-ESTAB.
           IF WRK-TRANSFERIDO
               MOVE WRK-TS-DIA-INICIO (WRK-IDX-TRECHO) TO SRT-DIA-INICIO
               MOVE WRK-TS-DIA-FIM (WRK-IDX-TRECHO) TO SRT-DIA-FIM
           ELSE
               MOVE ZEROS TO SRT-DIA-INICIO
               MOVE ZEROS TO SRT-DIA-FIM
           END-IF.
           MOVE WRK-TS-VALOR (WRK-IDX-TRECHO) TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF WRK-TS-DEPTO (WRK-IDX-TRECHO)
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-RATEIO
               WRK-PARTES-SALARIO WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' - SALARIO INTEIRO NO DEPTO '
                       WRK-TS-DEPTO (WRK-IDX-TRECHO)
           END-IF.
           PERFORM 1210-RELEASE-PARTE THRU 1210-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PS-QTDE.
       1205-EXIT.
           EXIT.
      *****************************************************************
      * LIBERA UMA PARTE DO SALARIO (UMA SO PARA QUEM NAO E RATEADO)
      * COM A SUA FATIA DO VALOR EM BRL DO CALCULO, NA PROPORCAO DO
      * VALOR DE FACE; A ULTIMA PARTE DO ULTIMO TRECHO LEVA A SOBRA,
      * PARA AS PARTES SOMAREM EXATAMENTE O FCL-SALARIO-BRL.
      *****************************************************************
       1210-RELEASE-PARTE.
           MOVE WRK-PS-DEPTO (WRK-IDX-PARTE) TO SRT-DEPTO.
           MOVE WRK-PS-VALOR (WRK-IDX-PARTE) TO SRT-SALARIO.
           MOVE WRK-PS-PERCENTUAL (WRK-IDX-PARTE) TO SRT-PERCENTUAL.
           IF WRK-IDX-TRECHO = WRK-TS-QTDE
               AND WRK-IDX-PARTE = WRK-PS-QTDE
               COMPUTE SRT-SALARIO-BRL =
                   FCL-SALARIO-BRL - WRK-BRL-REPARTIDO
           ELSE
               COMPUTE SRT-SALARIO-BRL ROUNDED =
                   FCL-SALARIO-BRL * WRK-PS-VALOR (WRK-IDX-PARTE)
                   / FCL-SALARIO-PROPORCIONAL
               ADD SRT-SALARIO-BRL TO WRK-BRL-REPARTIDO
           END-IF.
           RELEASE SORT-RECORD.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O CPF DO ULTIMO REGISTRO LIBERADO COMO CHECKPOINT.
      * O ARQUIVO E REABERTO EM OUTPUT A CADA CHAMADA, OU SEJA, SO A
      * CHAVE MAIS RECENTE FICA GRAVADA - NAO E UM LOG CRESCENTE.
      *****************************************************************
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA. ENTRA NA FOLHA QUEM
      * TEM DIAS PAGOS NO FOLCALC - ADMISSAO, DESLIGAMENTO E
      * AFASTAMENTO JA FORAM APLICADOS PELO CALCULO. SEM REGISTRO (OU
      * SO COM DEPOSITO DE FGTS), FICA FORA.
      *****************************************************************
       1220-LE-CALCULO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 1220-EXIT
           END-READ.
           IF FCL-DIAS-PAGOS = ZEROS
               OR FCL-SALARIO-PROPORCIONAL = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       1220-EXIT.
           EXIT.
      *****************************************************************
      * TOMA O SALARIO EM BRL DO CALCULO, GUARDANDO A DATA DA TABELA DE
      * CAMBIO USADA PARA O RODAPE. MOEDA SEM TAXA ENTROU NO CALCULO
      * PELO VALOR DE FACE, COM AVISO.
      *****************************************************************
       1250-CONVERTE-BRL.
           MOVE FCL-SALARIO-BRL TO WRK-SALARIO-BRL.
           IF NOT FCL-CAMBIO-OK
               DISPLAY 'AVISO: MOEDA ' FCL-MOEDA ' SEM TAXA NA '
                       'TABELA DE CAMBIO - CPF ' EMP-CPF
                       ' SOMADO PELO VALOR DE FACE'
               ADD 1 TO WRK-QTDE-SEM-TAXA
           END-IF.
           IF FCL-DATA-CAMBIO > WRK-DATA-TAXA-USADA
               MOVE FCL-DATA-CAMBIO TO WRK-DATA-TAXA-USADA
           END-IF.
       1250-EXIT.
           EXIT.
       2050-EXIT.
           EXIT.
       2060-GUARDA-COMPETENCIA.
           IF CTL-TIPO NOT = 'A'
               MOVE CTL-MES TO WRK-CP-MES
               MOVE CTL-ANO TO WRK-CP-ANO
               SET WRK-TEM-COMPETENCIA-SW TO TRUE
           END-IF.
           READ RUN-CONTROL
               AT END SET WRK-FIM-CONTROLE-SW TO TRUE
           END-READ.
           MOVE SRT-CPF TO WRK-D-CPF.
           MOVE SRT-NOME TO WRK-D-NOME.
           MOVE SRT-SALARIO TO WRK-D-SALARIO.
           MOVE SPACES TO WRK-D-OBSERVACAO.
           IF SRT-PERCENTUAL < 100
               MOVE "RAT " TO WRK-D-RAT-TEXTO
               MOVE SRT-PERCENTUAL TO WRK-D-RAT-PERCENTUAL
               MOVE "%" TO WRK-D-RAT-SINAL
           END-IF.
           IF SRT-DIA-INICIO > ZEROS
               MOVE "DIA" TO WRK-D-TRF-TEXTO
               MOVE SRT-DIA-INICIO TO WRK-D-TRF-INICIO
               MOVE "-" TO WRK-D-TRF-HIFEN
               MOVE SRT-DIA-FIM TO WRK-D-TRF-FIM
           END-IF.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           ADD SRT-SALARIO-BRL TO WRK-SUBTOTAL-DEPTO.
           ADD SRT-SALARIO-BRL TO WRK-SUBTOTAL-ESTAB.
           ADD SRT-SALARIO-BRL TO WRK-TOTAL-GERAL.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE PAYROLL-REGISTER-REC FROM WRK-LINHA-CABECALHO.
           WRITE PAYROLL-REGISTER-REC FROM WRK-LINHA-PAGINA.
           WRITE PAYROLL-REGISTER-REC FROM WRK-LINHA-CALCULO.
           IF WRK-TEM-COMPETENCIA-SW
               WRITE PAYROLL-REGISTER-REC FROM WRK-LINHA-COMPETENCIA
               MOVE 5 TO WRK-LINHA-CORRENTE
           ELSE
               MOVE 4 TO WRK-LINHA-CORRENTE
           END-IF.
           WRITE PAYROLL-REGISTER-REC FROM WRK-LINHA-TITULO.
       8100-EXIT.
