      *          DEBITOS = CREDITOS. IMPRIME O REGISTRO POR
      *          DEPARTAMENTO (COM A DESCRICAO DO DEPTLOOK) PARA A
      *          CONTADORA CONFERIR.
      * Mod Log:
      *   - RATEIO DE CENTROS DE CUSTO: AS PROVISOES DE QUEM TEM
      *     RATEIO VIGENTE NA COMPETENCIA (CADASTRO RATEIO, VIA
      *     RATCALC) SAO DEBITADAS EM CADA DEPARTAMENTO DO RATEIO, NA
      *     PROPORCAO CADASTRADA - O MESMO RATEIO QUE O GLPOST APLICA
      *     AO BRUTO. SEM RATEIO, O DEBITO CONTINUA INTEGRAL NO
      *     EMP-DEPTO; RATEIO INVALIDO CAI PARA O EMP-DEPTO COM AVISO.
      *     O FUNCIONARIO CUJO RATEIO NAO CABE NA TABELA DE
      *     DEPARTAMENTOS E DESCARTADO INTEIRO (DEBITOS = CREDITOS).
      *   - CALCULO UNICO DA FOLHA: A BASE DO MES DEIXOU DE SER
      *     MONTADA AQUI COM AS VERBAS DO VENCOK - VEM DO REGISTRO DO
      *     CPF NO ARQUIVO FOLCALC DA COMPETENCIA (SALARIO BASE MAIS
      *     OS VENCIMENTOS MENOS OS DESCONTOS DO CALCULO, SEM FICAR
      *     NEGATIVA). ATIVO SEM REGISTRO NO CALCULO (ADMITIDO DEPOIS
      *     DA COMPETENCIA) NAO PROVISIONA. O REGISTRO MOSTRA A
      *     DATA/HORA DO CALCULO USADO E A QUANTIDADE E O BRUTO LIDOS
      *     SAO CONFERIDOS CONTRA O REGISTRO DE CONTROLE DO CALCULO
      *     (DIVERGENCIA = AVISO E RETURN CODE 4). SEM O CALCULO DA
      *     COMPETENCIA NO FOLCALC, NADA E PROVISIONADO.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *   - A CONTA DAS TRES PROVISOES SAIU PARA O SUBPROGRAMA PROVCALC
      *     (MESMA REGRA), QUE O ORCREAL TAMBEM USA PARA CARREGAR O
      *     CUSTO REALIZADO DO ORCAMENTO DE PESSOAL.
      *   - SALARIO-FAMILIA: O 'SFA' DO MES (FCL-SALARIO-FAMILIA) SAI
      *     DA BASE DAS PROVISOES - E BENEFICIO REEMBOLSADO PELO INSS,
      *     NAO ENTRA NO 13O, NAS FERIAS NEM NOS ENCARGOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT PROVISION-DEBIT ASSIGN TO "GLDEBPRV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROVISION-CREDIT ASSIGN TO "GLCREPRV"
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  PROVISION-DEBIT.
       01  PROVISION-DEBIT-REC.
           02 DEB-CONTA               PIC X(06).
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-CALCULO-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
       77 WRK-CALCULO-ACHADO       PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-ACHADO-SW         VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-BASE-MES             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-BASE           PIC S9(08)V99 VALUE ZEROS.
       77 WRK-PROV-DECIMO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PROV-ENCARGOS        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-DECIMO         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-FERIAS         PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-ENCARGOS       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO-LOOK    PIC X(01) VALUE 'N'.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-DEPTOS-NOVOS    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEPTO-PROCURADO      PIC X(04) VALUE SPACES.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       77 WRK-QTDE-RATEIO-INVALIDO PIC 9(05) COMP VALUE ZEROS.
      *****************************************************************
      * PARTES DE CADA PROVISAO POR CENTRO DE CUSTO (RATCALC) - AS TRES
      * SAEM DO MESMO RATEIO, NA MESMA ORDEM.
      *****************************************************************
       01 WRK-PARTES-DECIMO.
           02 WRK-PD-QTDE           PIC 9(01).
           02 WRK-PD-ITEM OCCURS 5 TIMES.
               03 WRK-PD-DEPTO          PIC X(04).
               03 WRK-PD-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PD-VALOR          PIC 9(08)V99.
       01 WRK-PARTES-FERIAS.
           02 WRK-PF-QTDE           PIC 9(01).
           02 WRK-PF-ITEM OCCURS 5 TIMES.
               03 WRK-PF-DEPTO          PIC X(04).
               03 WRK-PF-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PF-VALOR          PIC 9(08)V99.
       01 WRK-PARTES-ENCARGOS.
           02 WRK-PE-QTDE           PIC 9(01).
           02 WRK-PE-ITEM OCCURS 5 TIMES.
               03 WRK-PE-DEPTO          PIC X(04).
               03 WRK-PE-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PE-VALOR          PIC 9(08)V99.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN LEU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
           02 WRK-CC-QTDE           PIC 9(06).
           02 WRK-CC-TOTAL-BRUTO    PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "PROVMENS".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
      *****************************************************************
      * ACUMULACAO POR DEPARTAMENTO - MESMO LIMITE DE 50 DO GLPOST.
      *****************************************************************
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-DEPTO.
           02 WRK-D-DEPTO           PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-GRAVA-LANCAMENTOS THRU 3000-EXIT.
                   ' FUNCIONARIO(S) FORA DA PROVISAO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-RATEIO-INVALIDO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-RATEIO-INVALIDO
                   ' FUNCIONARIO(S) COM RATEIO INVALIDO PROVISIONADOS '
                   'INTEGRAIS NO DEPARTAMENTO DO MESTRE'
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
      * ABRE O MESTRE E O FOLCALC, LE O CONTROLE DO CALCULO DA
      * COMPETENCIA E O PRIMEIRO FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE EMPLOYEE-MASTER
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES.
      *****************************************************************
       1200-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           IF NOT WRK-CALC-ABERTO-SW
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1200-EXIT
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
                           ' - EXECUCAO CANCELADA'
                   GO TO 1200-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE TO WRK-CC-QTDE.
           MOVE FCL-CT-TOTAL-BRUTO TO WRK-CC-TOTAL-BRUTO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * PROVISIONA O ATIVO CORRENTE E AVANCA - DESLIGADO NAO ACUMULA
      * PROVISAO NOVA (O QUE JA ERA DEVIDO SAIU NA RESCISAO).
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF NOT EMP-DESLIGADO AND WRK-CALCULO-ACHADO-SW
               PERFORM 2100-PROVISIONA THRU 2100-EXIT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA E ACUMULA O QUE FOI
      * LIDO PARA A CONFERENCIA.
      *****************************************************************
       2050-LE-CALCULO.
           MOVE 'S' TO WRK-CALCULO-ACHADO.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-CALCULO-ACHADO
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-BRUTO TO WRK-CONF-BRUTO.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * BASE DO MES = SALARIO BASE MAIS OS VENCIMENTOS MENOS OS
      * DESCONTOS DO CALCULO, SEM FICAR NEGATIVA, E AS PROVISOES. O
      * SALARIO-FAMILIA, QUE ESTA NOS VENCIMENTOS, NAO E BASE.
      *****************************************************************
       2100-PROVISIONA.
           COMPUTE WRK-VALOR-BASE = FCL-SALARIO-BASE
               + FCL-TOTAL-VENCIMENTOS - FCL-TOTAL-DESCONTOS.
           IF FCL-SALARIO-FAMILIA NUMERIC
               SUBTRACT FCL-SALARIO-FAMILIA FROM WRK-VALOR-BASE
           END-IF.
           IF WRK-VALOR-BASE < ZEROS
               MOVE ZEROS TO WRK-BASE-MES
           ELSE
               MOVE WRK-VALOR-BASE TO WRK-BASE-MES
           END-IF.
           CALL "PROVCALC" USING WRK-BASE-MES WRK-PROV-DECIMO
               WRK-PROV-FERIAS WRK-PROV-ENCARGOS.
           PERFORM 2200-ACUMULA-DEPTO THRU 2200-EXIT.
           ADD WRK-PROV-DECIMO TO WRK-TOTAL-DECIMO.
           ADD WRK-PROV-FERIAS TO WRK-TOTAL-FERIAS.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DIVIDE AS TRES PROVISOES DO FUNCIONARIO PELO RATEIO VIGENTE NA
      * COMPETENCIA (SEM RATEIO = UMA PARTE NO EMP-DEPTO) E ACUMULA
      * CADA PARTE NO SEU DEPARTAMENTO - SE OS DEPARTAMENTOS NOVOS DAS
      * PARTES NAO COUBEREM NA TABELA, O FUNCIONARIO SAI INTEIRO.
      *****************************************************************
       2200-ACUMULA-DEPTO.
           MOVE WRK-PROV-DECIMO TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF EMP-DEPTO WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-VALOR-RATEIO WRK-PARTES-DECIMO
               WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' - PROVISAO INTEGRAL NO DEPTO ' EMP-DEPTO
               ADD 1 TO WRK-QTDE-RATEIO-INVALIDO
           END-IF.
           MOVE WRK-PROV-FERIAS TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF EMP-DEPTO WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-VALOR-RATEIO WRK-PARTES-FERIAS
               WRK-SITUACAO-RATEIO.
           MOVE WRK-PROV-ENCARGOS TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF EMP-DEPTO WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-VALOR-RATEIO WRK-PARTES-ENCARGOS
               WRK-SITUACAO-RATEIO.
           MOVE ZEROS TO WRK-QTDE-DEPTOS-NOVOS.
           PERFORM 2220-CONFERE-PARTE THRU 2220-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PD-QTDE.
           IF WRK-QTDE-DEPTOS-TAB + WRK-QTDE-DEPTOS-NOVOS
               > WRK-MAX-DEPTOS
               ADD 1 TO WRK-QTDE-DESCARTADOS
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2230-ACUMULA-PARTE THRU 2230-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PD-QTDE.
       2200-EXIT.
           EXIT.
       2210-PROCURA-DEPTO.
           IF WRK-TD-DEPTO (WRK-IDX) = WRK-DEPTO-PROCURADO
               SET WRK-DEPTO-ACHADO-SW TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
       2220-CONFERE-PARTE.
           MOVE WRK-PD-DEPTO (WRK-IDX-PARTE) TO WRK-DEPTO-PROCURADO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM 2210-PROCURA-DEPTO THRU 2210-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB
                   OR WRK-DEPTO-ACHADO-SW.
           IF NOT WRK-DEPTO-ACHADO-SW
               ADD 1 TO WRK-QTDE-DEPTOS-NOVOS
           END-IF.
       2220-EXIT.
           EXIT.
       2230-ACUMULA-PARTE.
           MOVE WRK-PD-DEPTO (WRK-IDX-PARTE) TO WRK-DEPTO-PROCURADO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM 2210-PROCURA-DEPTO THRU 2210-EXIT
               VARYING WRK-IDX FROM 1 BY 1
           IF WRK-DEPTO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX
           ELSE
               ADD 1 TO WRK-QTDE-DEPTOS-TAB
               MOVE WRK-QTDE-DEPTOS-TAB TO WRK-IDX
               MOVE WRK-DEPTO-PROCURADO TO WRK-TD-DEPTO (WRK-IDX)
               MOVE ZEROS TO WRK-TD-DECIMO (WRK-IDX)
               MOVE ZEROS TO WRK-TD-FERIAS (WRK-IDX)
               MOVE ZEROS TO WRK-TD-ENCARGOS (WRK-IDX)
           END-IF.
           ADD WRK-PD-VALOR (WRK-IDX-PARTE) TO WRK-TD-DECIMO (WRK-IDX).
           ADD WRK-PF-VALOR (WRK-IDX-PARTE) TO WRK-TD-FERIAS (WRK-IDX).
           ADD WRK-PE-VALOR (WRK-IDX-PARTE)
               TO WRK-TD-ENCARGOS (WRK-IDX).
       2230-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS LANCAMENTOS (UM DEBITO POR DEPARTAMENTO NA CONTA 'S'
      * + DEPTO E OS TRES CREDITOS DE PASSIVO), O REGISTRO POR
      * DEPARTAMENTO, CONFERE O QUE FOI LIDO DO FOLCALC CONTRA O
      * CONTROLE DO CALCULO E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-GRAVA-LANCAMENTOS.
           OPEN OUTPUT PROVISION-DEBIT.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE PROVISION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE PROVISION-REPORT-REC FROM WRK-LINHA-CALCULO.
           PERFORM 3100-GRAVA-DEPTO THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB.
           MOVE WRK-TOTAL-FERIAS TO WRK-T-FERIAS.
           MOVE WRK-TOTAL-ENCARGOS TO WRK-T-ENCARGOS.
           WRITE PROVISION-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-CONF-QTDE NOT = WRK-CC-QTDE
               OR WRK-CONF-BRUTO NOT = WRK-CC-TOTAL-BRUTO
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE
                       ' REGISTROS, BRUTO ' WRK-CC-TOTAL-BRUTO
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' REGISTROS, BRUTO ' WRK-CONF-BRUTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           CLOSE PROVISION-DEBIT.
           CLOSE PROVISION-CREDIT.
           CLOSE PROVISION-REPORT.
