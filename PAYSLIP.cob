      *     ABATIDO (AVISO NO CONSOLE), A MESMA REGRA DO BANKPAY - O
      *     REGISTRO FICA SEM A MARCA DE RECUPERADO E A COBRANCA VAI
      *     PARA A RESCISAO.
      *   - PENSAO ALIMENTICIA: A PENSAO JUDICIAL DO CADASTRO PENSAO
      *     (APURADA PELO PENSCALC SOBRE O BRUTO, DEPOIS DO INSS) SAI
      *     ITEMIZADA NUMA LINHA PROPRIA COM SINAL, E GUARDADA NA
      *     COPIA DO REPOSITORIO, E SEGUE AO DEDCALC PELA ENTRADA
      *     DEDCALCP PARA SER DEDUZIDA DA BASE DO IRRF - O LIQUIDO
      *     IMPRESSO JA SAI SEM A PENSAO, QUE O BANKPAY CREDITA AO
      *     BENEFICIARIO NA MESMA REMESSA.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. A
      *     LINHA DO PROPORCIONAL MOSTRA O MOTIVO E OS DIAS AFASTADOS.
      *   - A CHAVE DO HOLEREPO GANHOU O TIPO DE FOLHA E A SEQUENCIA
      *     (FOLHA COMPLEMENTAR DO FOLHACOM): O HOLERITE DA FOLHA
      *     MENSAL E GUARDADO COM TIPO EM BRANCO E SEQUENCIA ZERO.
      *   - CALCULO UNICO DA FOLHA: O HOLERITE DEIXOU DE RECALCULAR
      *     PROPORCIONAL, VERBAS (VENCOK), DEPENDENTES, DEDCALC, PENSAO
      *     E ADIANTAMENTO (ADIANCTL) - LE TUDO DO REGISTRO DO CPF NO
      *     ARQUIVO FOLCALC DA COMPETENCIA, GRAVADO ANTES PELO FOLCALC,
      *     E NO FIM CONFERE A QUANTIDADE, O BRUTO E O LIQUIDO LIDOS
      *     CONTRA O REGISTRO DE CONTROLE DO CALCULO, CUJA DATA/HORA
      *     SAI NO TITULO DE CADA PAGINA (DIVERGENCIA = AVISO E RETURN
      *     CODE 4). A COMPETENCIA PASSOU A SER OBRIGATORIA: SEM ELA,
      *     OU SEM O CALCULO DELA NO FOLCALC, A EXECUCAO E CANCELADA.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     CADASTRO AUSENTE PASSOU A TERMINAR COM RC=8, PARA O
      *     CONTROLE NAO REGISTRAR A ETAPA COMO CONCLUIDA.
      *   - HOLERITE ELETRONICO: COM O CADASTRO DE OPCAO DE ENTREGA
      *     (HOLEOPC, MANTIDO PELO OPCMANT) PRESENTE, SO SAI IMPRESSO
      *     NO PAYSLIPR O HOLERITE DE QUEM OPTOU PELO PAPEL ('P') - OS
      *     DEMAIS VAO AO PORTAL DE RH PELO HOLEPORT. TODOS CONTINUAM
      *     GUARDADOS NO HOLEREPO E CONTADOS NA CONFERENCIA DO
      *     CALCULO. SEM O HOLEOPC, TODOS SAEM IMPRESSOS COMO ANTES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-MASTER.
           SELECT PAYSLIP-REPORT ASSIGN TO "PAYSLIPR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT OPTION-FILE ASSIGN TO "HOLEOPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPC-CPF
               FILE STATUS IS WRK-FS-OPCOES.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  PAYSLIP-REPORT.
       01  PAYSLIP-REPORT-REC          PIC X(90).
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  OPTION-FILE.
       COPY "HOLEOPC.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-SALARIO-MULTI-ED     PIC X(16) VALUE SPACES.
       77 WRK-INSS-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IRRF-ED              PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-LIQUIDO-ED           PIC $ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-IDX-VERBA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPO-NAO-ENCONTRADO     VALUE "23" "35".
           88 WRK-FS-REPO-DUPLICADO          VALUE "22".
       77 WRK-MAX-VERBAS-REPO      PIC 9(02) COMP VALUE 10.
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-CALCULO-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-FS-OPCOES            PIC X(02) VALUE SPACES.
           88 WRK-FS-OPC-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-OPCOES-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-OPCOES-ABERTO-SW          VALUE 'S'.
       77 WRK-IMPRIME-HOLERITE     PIC X(01) VALUE 'S'.
           88 WRK-IMPRIME-SW                VALUE 'S'.
       77 WRK-QTDE-SO-PORTAL       PIC 9(06) VALUE ZEROS.
       77 WRK-LINHAS-BLOCO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(90) VALUE SPACES.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN LEU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
           02 WRK-CC-QTDE-PAGOS     PIC 9(06).
           02 WRK-CC-TOTAL-BRUTO    PIC 9(11)V99.
           02 WRK-CC-TOTAL-LIQUIDO  PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-LIQUIDO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "PAYSLIP".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(23) VALUE
               "HOLERITE - EMITIDO EM ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(11) VALUE " - CALCULO ".
           02 WRK-CB-DATA-CALCULO   PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-CB-HORA-CALCULO   PIC 9(06).
       01 WRK-LINHA-FUNCIONARIO.
           02 FILLER                PIC X(05) VALUE "CPF: ".
           02 WRK-F-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(13) VALUE "PROPORCIONAL ".
           02 WRK-LP-DIAS           PIC Z9.
           02 FILLER                PIC X(08) VALUE "/30 DIAS".
           02 WRK-LP-AFASTAMENTO    PIC X(32) VALUE SPACES.
       01 WRK-LINHA-AFASTAMENTO.
           02 FILLER                PIC X(20) VALUE
               " - AFASTADO (MOTIVO ".
           02 WRK-LA-MOTIVO         PIC X(02).
           02 FILLER                PIC X(03) VALUE "): ".
           02 WRK-LA-DIAS           PIC Z9.
           02 FILLER                PIC X(05) VALUE " DIAS".
       01 WRK-LINHA-VERBA.
           02 FILLER                PIC X(07) VALUE "VERBA ".
           02 WRK-LV-CODIGO         PIC X(03).
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
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               PERFORM 3000-FINALIZA THRU 3000-EXIT
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3100-CONFERE-CALCULO THRU 3100-EXIT.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
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
      * ABRE OS ARQUIVOS, LE O CONTROLE DO CALCULO DA COMPETENCIA NO
      * FOLCALC, MONTA O CABECALHO (UMA SO VEZ, JA QUE VALE PARA TODOS
      * OS HOLERITES DESTE RUN) E LE O PRIMEIRO FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PAYSLIP-REPORT.
           OPEN I-O PAYSLIP-STORE.
           IF WRK-FS-REPO-NAO-ENCONTRADO
               OPEN OUTPUT PAYSLIP-STORE
               CLOSE PAYSLIP-STORE
               OPEN I-O PAYSLIP-STORE
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           OPEN INPUT OPTION-FILE.
           IF NOT WRK-FS-OPC-NAO-ENCONTRADO
               SET WRK-OPCOES-ABERTO-SW TO TRUE
           END-IF.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-CC-DATA TO WRK-CB-DATA-CALCULO.
           MOVE WRK-CC-HORA TO WRK-CB-HORA-CALCULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES E NAO HA HOLERITE A EMITIR.
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
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-BRUTO TO WRK-CC-TOTAL-BRUTO.
           MOVE FCL-CT-TOTAL-LIQUIDO TO WRK-CC-TOTAL-LIQUIDO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
           DISPLAY 'PAYSLIP: CALCULO DA FOLHA DE ' WRK-CC-DATA '-'
                   WRK-CC-HORA.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O HOLERITE DO FUNCIONARIO CORRENTE E AVANCA PARA O
      * PROXIMO.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2100-IMPRIME-HOLERITE THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) OU COM
      * ZERO DIAS PAGOS (SO DEPOSITO DE FGTS NO MES) NAO HA HOLERITE.
      *****************************************************************
       2050-LE-CALCULO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 2050-EXIT
           END-READ.
           IF FCL-DIAS-PAGOS = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * MONTA E GRAVA O BLOCO DE LINHAS DO HOLERITE: CPF/NOME, A
      * PROPORCAO DO MES QUANDO NAO E INTEGRAL, AS VERBAS DO MES, A
      * PENSAO, O ADIANTAMENTO E BRUTO/INSS/IRRF/LIQUIDO, TODOS COMO
      * O FOLCALC CALCULOU, SEGUIDO DE UMA LINHA SEPARADORA PARA O
      * PROXIMO FUNCIONARIO.
      *****************************************************************
       2100-IMPRIME-HOLERITE.
           PERFORM 2105-VERIFICA-ENTREGA THRU 2105-EXIT.
           IF WRK-IMPRIME-SW
               PERFORM 2110-CONFERE-ESPACO THRU 2110-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-SO-PORTAL
           END-IF.
           MOVE EMP-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-F-CPF.
           MOVE EMP-NOME TO WRK-F-NOME.
           MOVE WRK-LINHA-FUNCIONARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF FCL-DIAS-PAGOS < 30
               MOVE FCL-DIAS-PAGOS TO WRK-LP-DIAS
               MOVE SPACES TO WRK-LP-AFASTAMENTO
               IF FCL-DIAS-AFASTADO > ZEROS
                   MOVE FCL-MOTIVO-AFASTAMENTO TO WRK-LA-MOTIVO
                   MOVE FCL-DIAS-AFASTADO TO WRK-LA-DIAS
                   MOVE WRK-LINHA-AFASTAMENTO TO WRK-LP-AFASTAMENTO
               END-IF
               MOVE WRK-LINHA-PROPORCAO TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           PERFORM 2140-PREPARA-REPOSITORIO THRU 2140-EXIT.
           PERFORM 2150-ITEMIZA-VERBAS THRU 2150-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > FCL-QTDE-VERBAS.
           IF FCL-PENSAO > ZEROS
               PERFORM 2190-IMPRIME-PENSAO THRU 2190-EXIT
           END-IF.
           IF FCL-ADIANTAMENTO > ZEROS
               PERFORM 2175-IMPRIME-ADIANTAMENTO THRU 2175-EXIT
           END-IF.
           IF FCL-ADIANT-NAO-ABATIDO > ZEROS
               DISPLAY 'AVISO: ADIANTAMENTO DE ' EMP-CPF
                       ' MAIOR QUE O LIQUIDO DO MES - NAO '
                       'ABATIDO NO HOLERITE'
           END-IF.
           CALL "MOEDAFMT" USING FCL-BRUTO EMP-MOEDA
               WRK-SALARIO-MULTI-ED.
           MOVE WRK-SALARIO-MULTI-ED TO WRK-V-SALARIO.
           MOVE FCL-INSS TO WRK-INSS-ED.
           MOVE WRK-INSS-ED TO WRK-V-INSS.
           MOVE FCL-IRRF TO WRK-IRRF-ED.
           MOVE WRK-IRRF-ED TO WRK-V-IRRF.
           MOVE FCL-LIQUIDO-FINAL TO WRK-LIQUIDO-ED.
           MOVE WRK-LIQUIDO-ED TO WRK-V-LIQUIDO.
           MOVE WRK-LINHA-VALORES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 2160-GRAVA-REPOSITORIO THRU 2160-EXIT.
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-BRUTO TO WRK-CONF-BRUTO.
           ADD FCL-LIQUIDO-FINAL TO WRK-CONF-LIQUIDO.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DECIDE SE O HOLERITE DO FUNCIONARIO CORRENTE SAI IMPRESSO: SEM
      * O CADASTRO DE OPCAO DE ENTREGA, SEMPRE; COM ELE, SO PARA QUEM
      * OPTOU PELO PAPEL. O HOLERITE NAO IMPRESSO E MONTADO E GUARDADO
      * DO MESMO JEITO - SO AS LINHAS DEIXAM DE IR AO PAYSLIPR (8000).
      *****************************************************************
       2105-VERIFICA-ENTREGA.
           MOVE 'S' TO WRK-IMPRIME-HOLERITE.
           IF NOT WRK-OPCOES-ABERTO-SW
               GO TO 2105-EXIT
           END-IF.
           MOVE EMP-CPF TO OPC-CPF.
           READ OPTION-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-IMPRIME-HOLERITE
                   GO TO 2105-EXIT
           END-READ.
           IF NOT OPC-IMPRESSO
               MOVE 'N' TO WRK-IMPRIME-HOLERITE
           END-IF.
       2105-EXIT.
           EXIT.
      *****************************************************************
      * PREPARA O REGISTRO DO REPOSITORIO DE HOLERITES (HOLEREPO) DO
      * FUNCIONARIO CORRENTE - AS VERBAS ENTRAM NA 2150 E OS VALORES
      * FINAIS NA 2160.
      *****************************************************************
       2140-PREPARA-REPOSITORIO.
           MOVE SPACES TO PAYSLIP-STORE-REC.
           MOVE EMP-CPF TO HOL-CPF.
           MOVE WRK-ANO-COMPETENCIA TO HOL-ANO.
           MOVE WRK-MES-COMPETENCIA TO HOL-MES.
           MOVE SPACE TO HOL-FOLHA.
           MOVE ZEROS TO HOL-SEQ.
           MOVE EMP-NOME TO HOL-NOME.
           MOVE FCL-DIAS-PAGOS TO HOL-DIAS.
           MOVE EMP-MOEDA TO HOL-MOEDA.
           MOVE ZEROS TO HOL-QTDE-VERBAS.
       2140-EXIT.
      *****************************************************************
       2110-CONFERE-ESPACO.
           MOVE 3 TO WRK-LINHAS-BLOCO.
           IF FCL-DIAS-PAGOS < 30
               ADD 1 TO WRK-LINHAS-BLOCO
           END-IF.
           IF FCL-ADIANTAMENTO > ZEROS
               ADD 1 TO WRK-LINHAS-BLOCO
           END-IF.
           IF FCL-PENSAO > ZEROS
               ADD 1 TO WRK-LINHAS-BLOCO
           END-IF.
           ADD FCL-QTDE-VERBAS TO WRK-LINHAS-BLOCO.
           IF WRK-LINHA-CORRENTE + WRK-LINHAS-BLOCO
               > WRK-LINHAS-POR-PAGINA
               MOVE 99 TO WRK-LINHA-CORRENTE
           END-IF.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME UMA LINHA POR VERBA DO CALCULO DO FUNCIONARIO - VERBA
      * DE DESCONTO ('D' DO VENCVAL) SAI ITEMIZADA COM SINAL. O BRUTO
      * JA VEM SOMADO DO FOLCALC.
      *****************************************************************
       2150-ITEMIZA-VERBAS.
           IF FCL-VB-TIPO (WRK-IDX-VERBA) = 'D'
               MOVE FCL-VB-CODIGO (WRK-IDX-VERBA) TO WRK-LX-CODIGO
               MOVE FCL-VB-DESCRICAO (WRK-IDX-VERBA)
                   TO WRK-LX-DESCRICAO
               MOVE FCL-VB-VALOR (WRK-IDX-VERBA) TO WRK-LX-VALOR
               MOVE WRK-LINHA-DESCONTO TO WRK-LINHA-IMPRESSAO
           ELSE
               MOVE FCL-VB-CODIGO (WRK-IDX-VERBA) TO WRK-LV-CODIGO
               MOVE FCL-VB-DESCRICAO (WRK-IDX-VERBA)
                   TO WRK-LV-DESCRICAO
               MOVE FCL-VB-VALOR (WRK-IDX-VERBA) TO WRK-LV-VALOR
               MOVE WRK-LINHA-VERBA TO WRK-LINHA-IMPRESSAO
           END-IF.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 2155-GUARDA-VERBA-REPO THRU 2155-EXIT.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * HOLERITE IMPRESSO CONTINUA COMPLETO).
      *****************************************************************
       2155-GUARDA-VERBA-REPO.
           IF HOL-QTDE-VERBAS < WRK-MAX-VERBAS-REPO
               ADD 1 TO HOL-QTDE-VERBAS
               MOVE FCL-VB-CODIGO (WRK-IDX-VERBA)
                   TO HOL-VB-CODIGO (HOL-QTDE-VERBAS)
               MOVE FCL-VB-DESCRICAO (WRK-IDX-VERBA)
                   TO HOL-VB-DESCRICAO (HOL-QTDE-VERBAS)
               MOVE FCL-VB-VALOR (WRK-IDX-VERBA)
                   TO HOL-VB-VALOR (HOL-QTDE-VERBAS)
               MOVE FCL-VB-TIPO (WRK-IDX-VERBA)
                   TO HOL-VB-TIPO (HOL-QTDE-VERBAS)
           ELSE
               DISPLAY 'AVISO: REPOSITORIO COMPORTA 10 VERBAS - '
      * REPOSITORIO COM OS VALORES FINAIS.
      *****************************************************************
       2160-GRAVA-REPOSITORIO.
           MOVE FCL-BRUTO TO HOL-BRUTO.
           MOVE FCL-INSS TO HOL-INSS.
           MOVE FCL-IRRF TO HOL-IRRF.
           MOVE FCL-LIQUIDO-FINAL TO HOL-LIQUIDO.
           WRITE PAYSLIP-STORE-REC.
           IF WRK-FS-REPO-DUPLICADO
               REWRITE PAYSLIP-STORE-REC
       2160-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME A LINHA DO ADIANTAMENTO QUINZENAL COM SINAL E GUARDA A
      * LINHA NA COPIA DO REPOSITORIO - O FOLCALC SO ABATE QUANDO O
      * VALOR INTEIRO CABE NO LIQUIDO, A MESMA REGRA DO BANKPAY.
      *****************************************************************
       2175-IMPRIME-ADIANTAMENTO.
           MOVE FCL-ADIANTAMENTO TO WRK-LA-VALOR.
           MOVE WRK-LINHA-ADIANTAMENTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF HOL-QTDE-VERBAS < WRK-MAX-VERBAS-REPO
               ADD 1 TO HOL-QTDE-VERBAS
               MOVE "ADI" TO HOL-VB-CODIGO (HOL-QTDE-VERBAS)
               MOVE "ADIANTAMENTO QUINZ."
                   TO HOL-VB-DESCRICAO (HOL-QTDE-VERBAS)
               MOVE FCL-ADIANTAMENTO
                   TO HOL-VB-VALOR (HOL-QTDE-VERBAS)
               MOVE 'D' TO HOL-VB-TIPO (HOL-QTDE-VERBAS)
           END-IF.
       2175-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME A LINHA DA PENSAO ALIMENTICIA COM SINAL (O FOLCALC JA
      * A TIROU DO LIQUIDO PELO DEDCALCP) E GUARDA A LINHA NA COPIA DO
      * REPOSITORIO.
      *****************************************************************
       2190-IMPRIME-PENSAO.
           MOVE "PEN" TO WRK-LX-CODIGO.
           MOVE "PENSAO ALIMENTICIA" TO WRK-LX-DESCRICAO.
           MOVE FCL-PENSAO TO WRK-LX-VALOR.
           MOVE WRK-LINHA-DESCONTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF HOL-QTDE-VERBAS < WRK-MAX-VERBAS-REPO
               ADD 1 TO HOL-QTDE-VERBAS
               MOVE "PEN" TO HOL-VB-CODIGO (HOL-QTDE-VERBAS)
               MOVE "PENSAO ALIMENTICIA"
                   TO HOL-VB-DESCRICAO (HOL-QTDE-VERBAS)
               MOVE FCL-PENSAO
                   TO HOL-VB-VALOR (HOL-QTDE-VERBAS)
               MOVE 'D' TO HOL-VB-TIPO (HOL-QTDE-VERBAS)
           END-IF.
       2190-EXIT.
           EXIT.
      *****************************************************************
      * FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           CLOSE EMPLOYEE-MASTER.
           CLOSE PAYSLIP-REPORT.
           CLOSE PAYSLIP-STORE.
           IF WRK-CALC-ABERTO-SW
               CLOSE CALC-FILE
           END-IF.
           IF WRK-OPCOES-ABERTO-SW
               CLOSE OPTION-FILE
               DISPLAY 'PAYSLIP: ' WRK-QTDE-SO-PORTAL
                       ' HOLERITES SO ELETRONICOS (PORTAL DE RH) - '
                       'GUARDADOS NO HOLEREPO SEM IMPRESSAO'
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE O QUE ESTE RUN LEU DO FOLCALC CONTRA O CONTROLE DO
      * CALCULO - DIVERGENCIA (MESTRE ALTERADO DEPOIS DO CALCULO, OU
      * CALCULO REFEITO NO MEIO DA JANELA) SAI NO CONSOLE COM RETURN
      * CODE 4.
      *****************************************************************
       3100-CONFERE-CALCULO.
           IF WRK-CONF-QTDE = WRK-CC-QTDE-PAGOS
               AND WRK-CONF-BRUTO = WRK-CC-TOTAL-BRUTO
               AND WRK-CONF-LIQUIDO = WRK-CC-TOTAL-LIQUIDO
               DISPLAY 'PAYSLIP: TOTAIS CONFEREM COM O CALCULO DE '
                       WRK-CC-DATA '-' WRK-CC-HORA
               GO TO 3100-EXIT
           END-IF.
           DISPLAY 'AVISO: HOLERITES NAO CONFEREM COM O CONTROLE DO '
                   'CALCULO DE ' WRK-CC-DATA '-' WRK-CC-HORA.
           DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                   ' PAGOS, BRUTO ' WRK-CC-TOTAL-BRUTO ', LIQUIDO '
                   WRK-CC-TOTAL-LIQUIDO.
           DISPLAY '       EMITIDOS: ' WRK-CONF-QTDE ' PAGOS, BRUTO '
                   WRK-CONF-BRUTO ', LIQUIDO ' WRK-CONF-LIQUIDO.
           MOVE 4 TO RETURN-CODE.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO HOLERITE SAI
      * POR AQUI - QUANDO A PAGINA ENCHE (OU O BLOCO NAO COUBE),
      * IMPRIME O TITULO COM A DATA DE EMISSAO E O NUMERO DA PAGINA.
      * HOLERITE SO ELETRONICO (2105) NAO GRAVA LINHA NENHUMA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF NOT WRK-IMPRIME-SW
               GO TO 8000-EXIT
           END-IF.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
