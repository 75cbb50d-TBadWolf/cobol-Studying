      *     ('D' = DESCONTO, VALIDADO PELO VENCVAL) E AS VERBAS DESSE
      *     TIPO PASSARAM A SER SUBTRAIDAS DO BRUTO DO MES, SEM DEIXAR
      *     O BRUTO NEGATIVO - O MESMO TRATAMENTO DO PAYSLIP.
      *   - ENCARGOS PATRONAIS: ALEM DO BRUTO, CADA DEPARTAMENTO GANHOU
      *     UMA LINHA DE DEBITO DE DESPESA COM ENCARGOS (CONTA 'E' +
      *     DEPTO) COM O INSS PATRONAL, O RAT X FAP E TERCEIROS DO
      *     ESTABELECIMENTO DO FUNCIONARIO (ENCCALC, ALIQUOTAS DO
      *     ENCPARM) MAIS O FGTS DO MES (FGTSCALC), TUDO SOBRE O MESMO
      *     BRUTO. DO LADO DO CREDITO ENTRAM OS PASSIVOS INSSPT (INSS
      *     PATRONAL A RECOLHER) E FGTSRC (FGTS A RECOLHER). ANTES SO O
      *     SALARIO ENTRAVA NO RAZAO E O CUSTO DO MES FICAVA NA
      *     PLANILHA DA CONTABILIDADE; O CONCILIA SEPARA AS CONTAS 'E'
      *     DA CONFERENCIA DO BRUTO CONTRA O SALHIST.
      *   - PENSAO ALIMENTICIA: A PENSAO JUDICIAL DE CADA FUNCIONARIO
      *     (PENSCALC) PASSOU A SER DEDUZIDA DA BASE DO IRRF PELA
      *     ENTRADA DEDCALCP E SAI DO SALPAG PARA UMA CONTA DE PASSIVO
      *     PROPRIA, PENSRC (PENSAO ALIMENTICIA A REPASSAR) - O MESMO
      *     LIQUIDO E A MESMA PENSAO QUE O BANKPAY REMETE, PARA O
      *     CONCILIA CONFERIR CADA CREDITO CONTRA A SUA PARTE DA
      *     REMESSA.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. MES
      *     INTEIRO AFASTADO NAO PAGA SALARIO.
      *   - RATEIO DE CENTROS DE CUSTO: O BRUTO E OS ENCARGOS DE QUEM
      *     TEM RATEIO VIGENTE NA COMPETENCIA (CADASTRO RATEIO, VIA
      *     RATCALC) SAO DEBITADOS NAS CONTAS 'S'/'E' DE CADA
      *     DEPARTAMENTO DO RATEIO, NA PROPORCAO CADASTRADA; QUEM NAO
      *     TEM RATEIO CONTINUA INTEGRAL NO EMP-DEPTO. RATEIO INVALIDO
      *     CAI PARA O EMP-DEPTO COM AVISO NO CONSOLE (O RATVALID JA
      *     SEGURA A CADEIA ANTES DAQUI). O FUNCIONARIO CUJO RATEIO NAO
      *     CABE NA TABELA DE DEPARTAMENTOS E DESCARTADO INTEIRO, PARA
      *     DEBITOS CONTINUAREM IGUAIS A CREDITOS.
      *   - TRANSFERENCIA NO MEIO DO MES: O BRUTO DE QUEM MUDOU DE
      *     DEPARTAMENTO/ESTABELECIMENTO NA COMPETENCIA (HISTORICO
      *     TRANSF, VIA TRFCALC) E DIVIDIDO POR DIAS ENTRE O LOCAL
      *     ANTIGO E O NOVO; OS ENCARGOS DE CADA TRECHO SAO CALCULADOS
      *     COM AS ALIQUOTAS DO ESTABELECIMENTO DO TRECHO E CADA TRECHO
      *     PASSA PELO RATEIO COM O SEU DEPARTAMENTO COMO PADRAO. AS
      *     PARTES DO FUNCIONARIO SAO CONSOLIDADAS POR DEPARTAMENTO
      *     ANTES DE IREM PARA A TABELA. OS DESCONTOS DO EMPREGADO
      *     CONTINUAM CALCULADOS SOBRE O BRUTO DO MES INTEIRO.
      *   - CALCULO UNICO DA FOLHA: BRUTO, INSS, IRRF, PENSAO, LIQUIDO
      *     E FGTS DEIXARAM DE SER RECALCULADOS AQUI (PROPORCIONAL,
      *     VERBAS DO VENCOK, DEPLOOK, DEDCALC E PENSCALC) - VEM DO
      *     REGISTRO DO CPF NO ARQUIVO FOLCALC DA COMPETENCIA, GRAVADO
      *     ANTES PELO FOLCALC. O FGTS DE CADA TRECHO SAI DA BASE DE
      *     FGTS DO CALCULO DIVIDIDA PELO TRFCALC, COMO NA FGTSGUIA, E
      *     QUEM SO TEM DEPOSITO NO MES (AFASTADO SEM SALARIO) ENTRA
      *     COM O FGTS NA CONTA 'E'; O INSS PATRONAL, RAT E TERCEIROS
      *     CONTINUAM POR TRECHO NO ENCCALC. A QUANTIDADE, O BRUTO, O
      *     INSS E O IRRF LIDOS SAO CONFERIDOS CONTRA O REGISTRO DE
      *     CONTROLE DO CALCULO (DIVERGENCIA = AVISO E RETURN CODE 4).
      *     A COMPETENCIA PASSOU A SER OBRIGATORIA: SEM ELA, OU SEM O
      *     CALCULO DELA NO FOLCALC, NADA E CONTABILIZADO.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     CADASTRO AUSENTE PASSOU A TERMINAR COM RC=8, PARA O
      *     CONTROLE NAO REGISTRAR A ETAPA COMO CONCLUIDA.
      *   - SALARIO-FAMILIA: O 'SFA' DO MES FICA FORA DO BRUTO DO
      *     CALCULO (NAO E DESPESA DE SALARIO NEM BASE DE ENCARGOS) MAS
      *     E PAGO NO LIQUIDO CREDITADO NO SALPAG. A CONTRAPARTIDA E UM
      *     DEBITO NA PROPRIA CONTA INSSRC - O VALOR E COMPENSADO NA GPS
      *     (ENCGUIA) E REDUZ O INSS A RECOLHER. SEM SALARIO-FAMILIA NO
      *     MES A LINHA NAO E GRAVADA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-FILE ASSIGN TO "GLCREDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  CREDIT-REC.
           02 CRED-CONTA              PIC X(06).
           02 CRED-VALOR              PIC 9(08)V99.
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-TOTAL-LIQUIDO        PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-INSS           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-SALFAM         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PATRONAL             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT                  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ENCARGO              PIC 9(07)V99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ACHADA      PIC X(01) VALUE 'N'.
       77 WRK-TOTAL-INSS-PATRONAL  PIC 9(08)V99 VALUE ZEROS.
       77 WRK-TOTAL-FGTS           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-MAX-DEPTOS           PIC 9(03) COMP VALUE 50.
       77 WRK-QTDE-DEPTOS-TAB      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-DESCARTADOS     PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-DEPTOS-NOVOS    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DEPTO-PROCURADO      PIC X(04) VALUE SPACES.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       77 WRK-QTDE-RATEIO-INVALIDO PIC 9(05) COMP VALUE ZEROS.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-PF               PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-PARTES-FUNC     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PARTE-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-PARTE-ACHADA-SW           VALUE 'S'.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BRUTO-TRECHO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       77 WRK-PATRONAL-TRECHO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT-TRECHO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS-TRECHO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-TRECHO          PIC 9(06)V99 VALUE ZEROS.
      *****************************************************************
      * TRECHOS DO MES DO FUNCIONARIO POR LOCAL (TRFCALC) E PARTES JA
      * CONSOLIDADAS POR DEPARTAMENTO (ATE 5 TRECHOS X 5 PARTES).
      *****************************************************************
       01 WRK-TRECHOS-BRUTO.
           02 WRK-TB-QTDE           PIC 9(01).
           02 WRK-TB-ITEM OCCURS 5 TIMES.
               03 WRK-TB-DEPTO          PIC X(04).
               03 WRK-TB-ESTAB          PIC X(01).
               03 WRK-TB-DIA-INICIO     PIC 9(02).
               03 WRK-TB-DIA-FIM        PIC 9(02).
               03 WRK-TB-DIAS           PIC 9(02).
               03 WRK-TB-VALOR          PIC 9(08)V99.
      *****************************************************************
      * A BASE DE FGTS DO CALCULO DIVIDIDA PELOS MESMOS TRECHOS (MESMA
      * ORDEM DO BRUTO) E O FGTS DE CADA TRECHO.
      *****************************************************************
       01 WRK-TRECHOS-FGTS.
           02 WRK-TF-QTDE           PIC 9(01).
           02 WRK-TF-ITEM OCCURS 5 TIMES.
               03 WRK-TF-DEPTO          PIC X(04).
               03 WRK-TF-ESTAB          PIC X(01).
               03 WRK-TF-DIA-INICIO     PIC 9(02).
               03 WRK-TF-DIA-FIM        PIC 9(02).
               03 WRK-TF-DIAS           PIC 9(02).
               03 WRK-TF-VALOR          PIC 9(08)V99.
       01 WRK-FGTS-POR-TRECHO.
           02 WRK-FT-VALOR OCCURS 5 TIMES PIC 9(06)V99.
       77 WRK-BASE-FGTS-TRECHO     PIC 9(06)V99 VALUE ZEROS.
       01 WRK-PARTES-FUNC.
           02 WRK-PF-ITEM OCCURS 25 TIMES.
               03 WRK-PF-DEPTO          PIC X(04).
               03 WRK-PF-BRUTO          PIC 9(08)V99.
               03 WRK-PF-ENCARGO        PIC 9(08)V99.
      *****************************************************************
      * PARTES DO BRUTO E DOS ENCARGOS DO FUNCIONARIO POR CENTRO DE
      * CUSTO (RATCALC) - AS DUAS SAEM DO MESMO RATEIO, NA MESMA ORDEM.
      *****************************************************************
       01 WRK-PARTES-BRUTO.
           02 WRK-PB-QTDE           PIC 9(01).
           02 WRK-PB-ITEM OCCURS 5 TIMES.
               03 WRK-PB-DEPTO          PIC X(04).
               03 WRK-PB-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PB-VALOR          PIC 9(08)V99.
       01 WRK-PARTES-ENCARGO.
           02 WRK-PE-QTDE           PIC 9(01).
           02 WRK-PE-ITEM OCCURS 5 TIMES.
               03 WRK-PE-DEPTO          PIC X(04).
               03 WRK-PE-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PE-VALOR          PIC 9(08)V99.
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
           02 WRK-CC-QTDE           PIC 9(06).
           02 WRK-CC-TOTAL-BRUTO    PIC 9(11)V99.
           02 WRK-CC-TOTAL-INSS     PIC 9(11)V99.
           02 WRK-CC-TOTAL-IRRF     PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-INSS            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "GLPOST".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.

      *****************************************************************
      * TABELA DE ACUMULACAO DO BRUTO POR DEPARTAMENTO - MESMO LIMITE
           02 WRK-DEPTO-ITEM OCCURS 50 TIMES.
               03 WRK-TD-DEPTO          PIC X(04).
               03 WRK-TD-BRUTO          PIC 9(08)V99.
               03 WRK-TD-ENCARGO        PIC 9(08)V99.
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
                   ' FUNCIONARIO(S) FORA DA CONTABILIZACAO'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-RATEIO-INVALIDO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-RATEIO-INVALIDO
                   ' FUNCIONARIO(S) COM RATEIO INVALIDO DEBITADOS '
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
           MOVE FCL-CT-TOTAL-INSS TO WRK-CC-TOTAL-INSS.
           MOVE FCL-CT-TOTAL-IRRF TO WRK-CC-TOTAL-IRRF.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
           DISPLAY 'GLPOST: CALCULO DA FOLHA DE ' WRK-CC-DATA '-'
                   WRK-CC-HORA.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA O BRUTO DO CALCULO DA COMPETENCIA (FOLCALC) DO
      * FUNCIONARIO NA CONTA DE CUSTO DO SEU DEPARTAMENTO E OS TOTAIS
      * DE LIQUIDO/INSS/IRRF DO LADO DO CREDITO, E AVANCA PARA O
      * PROXIMO REGISTRO.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2100-ACUMULA THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) FICA FORA.
      * QUEM SO TEM FGTS NO MES ENTRA, COM BRUTO ZERO.
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
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-BRUTO TO WRK-CONF-BRUTO.
           ADD FCL-INSS TO WRK-CONF-INSS.
           ADD FCL-IRRF TO WRK-CONF-IRRF.
       2050-EXIT.
           EXIT.
       2100-ACUMULA.
           PERFORM 2120-RATEIA THRU 2120-EXIT.
           IF WRK-QTDE-DEPTOS-TAB + WRK-QTDE-DEPTOS-NOVOS
               > WRK-MAX-DEPTOS
               ADD 1 TO WRK-QTDE-DESCARTADOS
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2180-ACUMULA-PARTE THRU 2180-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-QTDE-PARTES-FUNC.
           ADD FCL-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           ADD FCL-INSS TO WRK-TOTAL-INSS.
           ADD FCL-IRRF TO WRK-TOTAL-IRRF.
           ADD FCL-PENSAO TO WRK-TOTAL-PENSAO.
           IF FCL-SALARIO-FAMILIA NUMERIC
               ADD FCL-SALARIO-FAMILIA TO WRK-TOTAL-SALFAM
           END-IF.
           ADD WRK-PATRONAL WRK-RAT WRK-TERCEIROS
               TO WRK-TOTAL-INSS-PATRONAL.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DIVIDE O BRUTO DO FUNCIONARIO PELOS TRECHOS DO MES EM CADA
      * LOCAL (SEM TRANSFERENCIA = UM TRECHO SO), CALCULA OS ENCARGOS
      * DE CADA TRECHO, REPARTE BRUTO E ENCARGOS PELO RATEIO E CONTA
      * QUANTOS DEPARTAMENTOS DAS PARTES AINDA NAO ESTAO NA TABELA,
      * PARA DESCARTAR O FUNCIONARIO INTEIRO SE NAO COUBEREM. A BASE
      * DE FGTS DO CALCULO E DIVIDIDA ANTES PELOS MESMOS TRECHOS.
      *****************************************************************
       2120-RATEIA.
           MOVE ZEROS TO WRK-PATRONAL WRK-RAT WRK-TERCEIROS WRK-FGTS.
           MOVE ZEROS TO WRK-QTDE-PARTES-FUNC.
           MOVE ZEROS TO WRK-FGTS-POR-TRECHO.
           IF FCL-FGTS > ZEROS
               MOVE FCL-BASE-FGTS TO WRK-VALOR-TRECHO
               CALL "TRFCALC" USING EMP-CPF EMP-DEPTO
                   EMP-ESTABELECIMENTO WRK-ANO-COMPETENCIA
                   WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
                   WRK-TRECHOS-FGTS WRK-SITUACAO-TRANSF
               PERFORM 2125-FGTS-TRECHO THRU 2125-EXIT
                   VARYING WRK-IDX-TRECHO FROM 1 BY 1
                   UNTIL WRK-IDX-TRECHO > WRK-TF-QTDE
           END-IF.
           MOVE FCL-BRUTO TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-BRUTO WRK-SITUACAO-TRANSF.
           PERFORM 2140-RATEIA-TRECHO THRU 2140-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TB-QTDE.
           MOVE ZEROS TO WRK-QTDE-DEPTOS-NOVOS.
           PERFORM 2130-CONFERE-PARTE THRU 2130-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-QTDE-PARTES-FUNC.
       2120-EXIT.
           EXIT.
       2125-FGTS-TRECHO.
           MOVE WRK-TF-VALOR (WRK-IDX-TRECHO) TO WRK-BASE-FGTS-TRECHO.
           CALL "FGTSCALC" USING WRK-BASE-FGTS-TRECHO
               WRK-FT-VALOR (WRK-IDX-TRECHO).
       2125-EXIT.
           EXIT.
      *****************************************************************
      * ENCARGOS DO TRECHO PELAS ALIQUOTAS DO SEU ESTABELECIMENTO E
      * RATEIO DO BRUTO E DOS ENCARGOS DO TRECHO, COM O DEPARTAMENTO
      * DO TRECHO COMO PADRAO.
      *****************************************************************
       2140-RATEIA-TRECHO.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-BRUTO-TRECHO.
           CALL "ENCCALC" USING WRK-TB-ESTAB (WRK-IDX-TRECHO)
               WRK-BRUTO-TRECHO WRK-PATRONAL-TRECHO WRK-RAT-TRECHO
               WRK-TERCEIROS-TRECHO WRK-ALIQUOTA-ACHADA.
           MOVE WRK-FT-VALOR (WRK-IDX-TRECHO) TO WRK-FGTS-TRECHO.
           COMPUTE WRK-ENCARGO = WRK-PATRONAL-TRECHO + WRK-RAT-TRECHO
               + WRK-TERCEIROS-TRECHO + WRK-FGTS-TRECHO.
           ADD WRK-PATRONAL-TRECHO TO WRK-PATRONAL.
           ADD WRK-RAT-TRECHO TO WRK-RAT.
           ADD WRK-TERCEIROS-TRECHO TO WRK-TERCEIROS.
           ADD WRK-FGTS-TRECHO TO WRK-FGTS.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF WRK-TB-DEPTO (WRK-IDX-TRECHO)
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-RATEIO
               WRK-PARTES-BRUTO WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO AND WRK-IDX-TRECHO = 1
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' - DEBITO INTEGRAL NO DEPTO '
                       WRK-TB-DEPTO (WRK-IDX-TRECHO)
               ADD 1 TO WRK-QTDE-RATEIO-INVALIDO
           END-IF.
           MOVE WRK-ENCARGO TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF WRK-TB-DEPTO (WRK-IDX-TRECHO)
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-RATEIO
               WRK-PARTES-ENCARGO WRK-SITUACAO-RATEIO.
           PERFORM 2145-GUARDA-PARTE THRU 2145-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PB-QTDE.
       2140-EXIT.
           EXIT.
      *****************************************************************
      * SOMA A PARTE DO TRECHO NA PARTE DO FUNCIONARIO DO MESMO
      * DEPARTAMENTO, ABRINDO UMA NOVA QUANDO E A PRIMEIRA DELE.
      *****************************************************************
       2145-GUARDA-PARTE.
           MOVE 'N' TO WRK-PARTE-ACHADA.
           PERFORM 2146-PROCURA-PARTE THRU 2146-EXIT
               VARYING WRK-IDX-PF FROM 1 BY 1
               UNTIL WRK-IDX-PF > WRK-QTDE-PARTES-FUNC
                   OR WRK-PARTE-ACHADA-SW.
           IF WRK-PARTE-ACHADA-SW
               SUBTRACT 1 FROM WRK-IDX-PF
           ELSE
               ADD 1 TO WRK-QTDE-PARTES-FUNC
               MOVE WRK-QTDE-PARTES-FUNC TO WRK-IDX-PF
               MOVE WRK-PB-DEPTO (WRK-IDX-PARTE)
                   TO WRK-PF-DEPTO (WRK-IDX-PF)
               MOVE ZEROS TO WRK-PF-BRUTO (WRK-IDX-PF)
               MOVE ZEROS TO WRK-PF-ENCARGO (WRK-IDX-PF)
           END-IF.
           ADD WRK-PB-VALOR (WRK-IDX-PARTE)
               TO WRK-PF-BRUTO (WRK-IDX-PF).
           ADD WRK-PE-VALOR (WRK-IDX-PARTE)
               TO WRK-PF-ENCARGO (WRK-IDX-PF).
       2145-EXIT.
           EXIT.
       2146-PROCURA-PARTE.
           IF WRK-PF-DEPTO (WRK-IDX-PF) = WRK-PB-DEPTO (WRK-IDX-PARTE)
               SET WRK-PARTE-ACHADA-SW TO TRUE
           END-IF.
       2146-EXIT.
           EXIT.
       2130-CONFERE-PARTE.
           MOVE WRK-PF-DEPTO (WRK-IDX-PARTE) TO WRK-DEPTO-PROCURADO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM 2200-PROCURA-DEPTO THRU 2200-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB
                   OR WRK-DEPTO-ACHADO-SW.
           IF NOT WRK-DEPTO-ACHADO-SW
               ADD 1 TO WRK-QTDE-DEPTOS-NOVOS
           END-IF.
       2130-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA UMA PARTE DO BRUTO E DOS ENCARGOS NO SEU DEPARTAMENTO,
      * ABRINDO O ITEM NA TABELA QUANDO E O PRIMEIRO DELE.
      *****************************************************************
       2180-ACUMULA-PARTE.
           MOVE WRK-PF-DEPTO (WRK-IDX-PARTE) TO WRK-DEPTO-PROCURADO.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM 2200-PROCURA-DEPTO THRU 2200-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB
                   OR WRK-DEPTO-ACHADO-SW.
           IF WRK-DEPTO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX
           ELSE
               ADD 1 TO WRK-QTDE-DEPTOS-TAB
               MOVE WRK-QTDE-DEPTOS-TAB TO WRK-IDX
               MOVE WRK-DEPTO-PROCURADO TO WRK-TD-DEPTO (WRK-IDX)
               MOVE ZEROS TO WRK-TD-BRUTO (WRK-IDX)
               MOVE ZEROS TO WRK-TD-ENCARGO (WRK-IDX)
           END-IF.
           ADD WRK-PF-BRUTO (WRK-IDX-PARTE) TO WRK-TD-BRUTO (WRK-IDX).
           ADD WRK-PF-ENCARGO (WRK-IDX-PARTE)
               TO WRK-TD-ENCARGO (WRK-IDX).
       2180-EXIT.
           EXIT.
       2200-PROCURA-DEPTO.
           IF WRK-TD-DEPTO (WRK-IDX) = WRK-DEPTO-PROCURADO
               SET WRK-DEPTO-ACHADO-SW TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS LANCAMENTOS: DUAS LINHAS DE DEBITO POR DEPARTAMENTO
      * (SALARIO NA CONTA 'S' + DEPTO, ENCARGOS NA CONTA 'E' + DEPTO),
      * O DEBITO DO SALARIO-FAMILIA NO INSSRC E AS SEIS LINHAS DE
      * CREDITO DE PASSIVO. CONFERE O QUE FOI LIDO DO FOLCALC CONTRA O
      * CONTROLE DO CALCULO.
      *****************************************************************
       3000-GRAVA-LANCAMENTOS.
           OPEN OUTPUT DEBIT-FILE.
           PERFORM 3100-GRAVA-DEBITO THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB.
           IF WRK-TOTAL-SALFAM > ZEROS
               MOVE "INSSRC" TO DEB-CONTA
               MOVE WRK-TOTAL-SALFAM TO DEB-VALOR
               WRITE DEBIT-REC
           END-IF.
           MOVE "SALPAG" TO CRED-CONTA.
           MOVE WRK-TOTAL-LIQUIDO TO CRED-VALOR.
           WRITE CREDIT-REC.
           MOVE "IRRFRC" TO CRED-CONTA.
           MOVE WRK-TOTAL-IRRF TO CRED-VALOR.
           WRITE CREDIT-REC.
           MOVE "PENSRC" TO CRED-CONTA.
           MOVE WRK-TOTAL-PENSAO TO CRED-VALOR.
           WRITE CREDIT-REC.
           MOVE "INSSPT" TO CRED-CONTA.
           MOVE WRK-TOTAL-INSS-PATRONAL TO CRED-VALOR.
           WRITE CREDIT-REC.
           MOVE "FGTSRC" TO CRED-CONTA.
           MOVE WRK-TOTAL-FGTS TO CRED-VALOR.
           WRITE CREDIT-REC.
           IF WRK-CONF-QTDE NOT = WRK-CC-QTDE
               OR WRK-CONF-BRUTO NOT = WRK-CC-TOTAL-BRUTO
               OR WRK-CONF-INSS NOT = WRK-CC-TOTAL-INSS
               OR WRK-CONF-IRRF NOT = WRK-CC-TOTAL-IRRF
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE ' REGISTROS, '
                       'BRUTO ' WRK-CC-TOTAL-BRUTO ', INSS '
                       WRK-CC-TOTAL-INSS ', IRRF ' WRK-CC-TOTAL-IRRF
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE ' REGISTROS, '
                       'BRUTO ' WRK-CONF-BRUTO ', INSS '
                       WRK-CONF-INSS ', IRRF ' WRK-CONF-IRRF
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE DEBIT-FILE.
           CLOSE CREDIT-FILE.
           CLOSE CALC-FILE.
       3000-EXIT.
           EXIT.
       3100-GRAVA-DEBITO.
               INTO DEB-CONTA.
           MOVE WRK-TD-BRUTO (WRK-IDX) TO DEB-VALOR.
           WRITE DEBIT-REC.
           MOVE SPACES TO DEB-CONTA.
           STRING "E" DELIMITED BY SIZE
                  WRK-TD-DEPTO (WRK-IDX) DELIMITED BY SIZE
               INTO DEB-CONTA.
           MOVE WRK-TD-ENCARGO (WRK-IDX) TO DEB-VALOR.
           WRITE DEBIT-REC.
       3100-EXIT.
           EXIT.
       END PROGRAM GLPOST.
