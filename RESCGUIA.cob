       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCGUIA.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: GUIAS DO DESLIGAMENTO PARA TODOS OS DESLIGADOS DE UM
      *          PERIODO (DATA INICIAL E FINAL AAAAMMDD NO CONSOLE), NO
      *          LUGAR DE REDIGITAR O TERMO DO RESCISAO E OS SALARIOS
      *          DO SALCONS NOS PORTAIS DO GOVERNO. LE O
      *          EMPLOYEE-MASTER E, PARA CADA DESLIGADO NO PERIODO, O
      *          MOTIVO NO DESLIG (GRAVADO PELO EMPTERM). SAEM:
      *            - GRRFGUIA: GUIA DE RECOLHIMENTO RESCISORIO DO FGTS
      *              POR ESTABELECIMENTO (CNPJ DO EMPRLOOK), UMA LINHA
      *              POR EMPREGADO COM O FGTS DO MES DO DESLIGAMENTO,
      *              O FGTS DO AVISO PREVIO INDENIZADO E A MULTA
      *              RESCISORIA, E O TOTAL A RECOLHER DO CNPJ;
      *            - SEGDESEM: ARQUIVO DE LAYOUT FIXO DO REQUERIMENTO
      *              DO SEGURO-DESEMPREGO (HEADER, UM DETALHE POR
      *              EMPREGADO E TRAILER), COM OS TRES ULTIMOS SALARIOS
      *              BRUTOS DO SALHIST, O MOTIVO E A CONTA DO CONTABCO;
      *            - RESCCTRL: REGISTRO DE CONTROLE COM CADA DESLIGADO,
      *              O QUE FOI GERADO E O MOTIVO DO QUE NAO FOI.
      *          REGRAS:
      *            - MULTA DE 40% (MOTIVOS 02 E 03) OU 20% (05 CULPA
      *              RECIPROCA E 33 ACORDO) SOBRE OS DEPOSITOS DO
      *              CONTRATO - RECALCULADOS PELO FGTSCALC SOBRE O
      *              SALHIST, COMO NO RESCISAO - MAIS O FGTS DO MES E
      *              DO AVISO. MOTIVO SEM MULTA NAO TEM GRRF: O FGTS DO
      *              MES VAI NA GUIA MENSAL;
      *            - FGTS DO MES: SOBRE O SALDO DE SALARIO (DIAS SOBRE
      *              30, COMO NO RESCISAO), SO QUANDO O MES DO
      *              DESLIGAMENTO AINDA NAO FOI POSTADO NO SALHIST (SE
      *              FOI, JA ESTA NOS DEPOSITOS E NA GUIA MENSAL);
      *            - AVISO PREVIO INDENIZADO: 30 DIAS MAIS 3 POR ANO
      *              COMPLETO DE CASA, ATE 90 (LEI 12.506), PARA O
      *              MOTIVO 02; METADE DO VALOR NOS MOTIVOS 05 E 33;
      *            - SEGURO-DESEMPREGO SO PARA DISPENSA SEM JUSTA CAUSA
      *              (02 E 03). SALARIOS: OS TRES ULTIMOS MESES COM
      *              BRUTO POSTADO NO SALHIST ANTES DO MES DO
      *              DESLIGAMENTO, BUSCADOS ATE 12 MESES PARA TRAS.
      *          MESTRE OU SALHIST AUSENTE, OU PERIODO INVALIDO, RC 8;
      *          ALGUM EMPREGADO NAO GERADO, RC 4.
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
           SELECT TERMINATION-FILE ASSIGN TO "DESLIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSL-CPF
               FILE STATUS IS WRK-FS-DESLIG.
           SELECT HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT BANK-ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CPF
               FILE STATUS IS WRK-FS-CONTA.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
           SELECT GRRF-REPORT ASSIGN TO "GRRFGUIA"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNEMPLOYMENT-FILE ASSIGN TO "SEGDESEM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "RESCCTRL"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  TERMINATION-FILE.
       COPY "DESLIG.CPY".
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  BANK-ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       SD  SORT-WORK.
       01  SORT-RECORD.
           02 SRT-ESTAB                PIC X(01).
           02 SRT-CPF                  PIC X(11).
           02 SRT-NOME                 PIC X(20).
           02 SRT-DATA-DESLIGAMENTO    PIC 9(08).
           02 SRT-MOTIVO               PIC X(02).
           02 SRT-DIAS-AVISO           PIC 9(03).
           02 SRT-DEPOSITOS            PIC 9(09)V99.
           02 SRT-FGTS-MES             PIC 9(06)V99.
           02 SRT-FGTS-AVISO           PIC 9(06)V99.
           02 SRT-PERC-MULTA           PIC 9(02).
           02 SRT-MULTA                PIC 9(09)V99.
           02 SRT-TOTAL                PIC 9(09)V99.
       FD  GRRF-REPORT.
       01  GRRF-REPORT-REC            PIC X(132).
      *****************************************************************
      * REQUERIMENTO DO SEGURO-DESEMPREGO - LAYOUT FIXO DE 150
      * POSICOES: '0' HEADER, '1' DETALHE POR EMPREGADO, '9' TRAILER.
      *****************************************************************
       FD  UNEMPLOYMENT-FILE.
       01  SD-HEADER-REC.
           02 SDH-TIPO                PIC X(01).
           02 SDH-DATA-GERACAO        PIC 9(08).
           02 SDH-DATA-INICIO         PIC 9(08).
           02 SDH-DATA-FIM            PIC 9(08).
           02 FILLER                  PIC X(125).
       01  SD-DETALHE-REC.
           02 SDD-TIPO                PIC X(01).
           02 SDD-CNPJ                PIC X(14).
           02 SDD-CPF                 PIC X(11).
           02 SDD-NOME                PIC X(20).
           02 SDD-DATA-ADMISSAO       PIC 9(08).
           02 SDD-DATA-DESLIGAMENTO   PIC 9(08).
           02 SDD-MOTIVO              PIC X(02).
           02 SDD-SALARIO OCCURS 3 TIMES.
               03 SDD-SAL-ANOMES       PIC 9(06).
               03 SDD-SAL-VALOR        PIC 9(06)V99.
           02 SDD-BANCO               PIC 9(03).
           02 SDD-AGENCIA             PIC 9(04).
           02 SDD-CONTA               PIC 9(08).
           02 SDD-DIGITO              PIC X(01).
           02 SDD-TIPO-CONTA          PIC X(01).
           02 FILLER                  PIC X(27).
       01  SD-TRAILER-REC.
           02 SDT-TIPO                PIC X(01).
           02 SDT-QTDE                PIC 9(06).
           02 FILLER                  PIC X(143).
       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-REC         PIC X(120).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DESLIG            PIC X(02) VALUE SPACES.
           88 WRK-FS-DESLIG-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CONTA             PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTA-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-DESLIG-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DESLIG-ABERTO-SW          VALUE 'S'.
       77 WRK-CONTA-ABERTO         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-ABERTO-SW           VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-HIST             PIC X(01) VALUE 'N'.
           88 WRK-FIM-HIST-SW               VALUE 'S'.
       77 WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-SW               VALUE 'S'.
       77 WRK-ACHOU                PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-SW                  VALUE 'S'.
       77 WRK-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM             PIC 9(08) VALUE ZEROS.
       77 WRK-ESTAB                PIC X(01) VALUE SPACE.
       77 WRK-MOTIVO               PIC X(02) VALUE SPACES.
           88 WRK-MOTIVO-MULTA-40           VALUE '02' '03'.
           88 WRK-MOTIVO-MULTA-20           VALUE '05' '33'.
           88 WRK-MOTIVO-AVISO-INTEGRAL     VALUE '02'.
           88 WRK-MOTIVO-AVISO-METADE       VALUE '05' '33'.
           88 WRK-MOTIVO-SEGURO             VALUE '02' '03'.
       77 WRK-INDICE-MES           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIAS-TRABALHADOS     PIC 9(02) VALUE ZEROS.
       77 WRK-MESES-DE-CASA        PIC S9(05) COMP VALUE ZEROS.
       77 WRK-ANOS-DE-CASA         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-AVISO           PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-SALARIO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-AVISO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-MES             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-AVISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-COLUNA          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DEPOSITOS            PIC 9(09)V99 VALUE ZEROS.
       77 WRK-PERC-MULTA           PIC 9(02) VALUE ZEROS.
       77 WRK-MULTA                PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GRRF           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-MES-POSTADO          PIC X(01) VALUE 'N'.
           88 WRK-MES-POSTADO-SW            VALUE 'S'.
       77 WRK-QTDE-SALARIOS        PIC 9(01) VALUE ZEROS.
       77 WRK-QTDE-MESES-BUSCA     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ANO-LIDO             PIC 9(04) VALUE ZEROS.
       77 WRK-HIST-LIDO            PIC X(01) VALUE 'N'.
           88 WRK-HIST-LIDO-SW              VALUE 'S'.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-ESTAB-ANTERIOR       PIC X(01) VALUE SPACE.
       77 WRK-QTDE-DESLIGADOS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-GRRF            PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEGURO          PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NAO-GERADOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-NA-GUIA         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-ESTAB          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R.
           02 WRK-ADM-ANO           PIC 9(04).
           02 WRK-ADM-MES           PIC 9(02).
           02 WRK-ADM-DIA           PIC 9(02).
       01 WRK-DATA-DESLIG-R.
           02 WRK-DSL-ANO           PIC 9(04).
           02 WRK-DSL-MES           PIC 9(02).
           02 WRK-DSL-DIA           PIC 9(02).
       01 WRK-MES-BUSCA.
           02 WRK-MB-ANO            PIC 9(04).
           02 WRK-MB-MES            PIC 9(02).
       01 WRK-SALARIOS-SEGURO.
           02 WRK-SS-ITEM OCCURS 3 TIMES.
               03 WRK-SS-ANOMES         PIC 9(06).
               03 WRK-SS-VALOR          PIC 9(06)V99.
      *****************************************************************
      * LINHAS DA GUIA (GRRFGUIA).
      *****************************************************************
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SEPARADOR      PIC X(132) VALUE ALL "-".
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(51) VALUE
               "GUIA DE RECOLHIMENTO RESCISORIO DO FGTS (GRRF) - ".
           02 FILLER                PIC X(17) VALUE
               "DESLIGAMENTOS DE ".
           02 WRK-CB-INICIO         PIC 9(08).
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-CB-FIM            PIC 9(08).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-EMPREGADOR.
           02 FILLER                PIC X(13) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 FILLER                PIC X(08) VALUE "  CNPJ: ".
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(10) VALUE "  ESTAB.: ".
           02 WRK-LE-ESTAB          PIC X(01).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(45) VALUE
               "CPF             NOME                 DESLIG. ".
           02 FILLER                PIC X(44) VALUE
               "  MOT AVISO   DEPOSITOS   FGTS MES FGTS AVIS".
           02 FILLER                PIC X(43) VALUE
               "O  %MUL         MULTA         TOTAL".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DESLIGAMENTO    PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIAS-AVISO      PIC ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DEPOSITOS       PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-FGTS-MES        PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-FGTS-AVISO      PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-D-PERC-MULTA      PIC Z9.
           02 FILLER                PIC X(01) VALUE "%".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MULTA           PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-TOTAL           PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL-ESTAB.
           02 FILLER                PIC X(40) VALUE
               "TOTAL A RECOLHER NO CNPJ - EMPREGADOS: ".
           02 WRK-TE-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-TE-VALOR          PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-PRAZO.
           02 FILLER                PIC X(50) VALUE
               "PRAZO: ATE 10 DIAS CORRIDOS DO DESLIGAMENTO DE ".
           02 FILLER                PIC X(40) VALUE
               "CADA EMPREGADO (CLT ART. 477 PAR. 6O)".
       01 WRK-LINHA-TOTAL-GERAL.
           02 FILLER                PIC X(40) VALUE
               "TOTAL GERAL DAS GUIAS - EMPREGADOS: ".
           02 WRK-TG-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-TG-VALOR          PIC $ZZ.ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-SEM-GUIA       PIC X(60) VALUE
               "NENHUM DESLIGAMENTO COM RECOLHIMENTO RESCISORIO".
      *****************************************************************
      * LINHAS DO REGISTRO DE CONTROLE (RESCCTRL).
      *****************************************************************
       01 WRK-CTL-CABECALHO.
           02 FILLER                PIC X(46) VALUE
               "CONTROLE DAS GUIAS DE DESLIGAMENTO - PERIODO ".
           02 WRK-CC-INICIO         PIC 9(08).
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-CC-FIM            PIC 9(08).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CC-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CC-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CC-ANO            PIC 9(04).
       01 WRK-CTL-TITULO.
           02 FILLER                PIC X(45) VALUE
               "CPF         NOME                 DESLIG.  MOT".
           02 FILLER                PIC X(45) VALUE
               " SAIDA      SITUACAO      DETALHE".
       01 WRK-CTL-DETALHE.
           02 WRK-CD-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CD-NOME           PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CD-DESLIGAMENTO   PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CD-MOTIVO         PIC X(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-CD-SAIDA          PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CD-SITUACAO       PIC X(13).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CD-DETALHE        PIC X(45).
       01 WRK-CTL-TOTAL.
           02 FILLER                PIC X(13) VALUE "DESLIGADOS: ".
           02 WRK-CT-DESLIGADOS     PIC ZZZZ9.
           02 FILLER                PIC X(09) VALUE "  GRRF: ".
           02 WRK-CT-GRRF           PIC ZZZZ9.
           02 FILLER                PIC X(21) VALUE
               "  SEGURO-DESEMPREGO: ".
           02 WRK-CT-SEGURO         PIC ZZZZ9.
           02 FILLER                PIC X(15) VALUE "  NAO GERADOS: ".
           02 WRK-CT-NAO-GERADOS    PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-INICIO FROM CONSOLE.
           ACCEPT WRK-DATA-FIM FROM CONSOLE.
           IF WRK-DATA-INICIO NOT NUMERIC OR WRK-DATA-FIM NOT NUMERIC
               OR WRK-DATA-INICIO = ZEROS
               OR WRK-DATA-INICIO > WRK-DATA-FIM
               DISPLAY 'PERIODO INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-ABRE-CADASTROS THRU 0100-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
              OR WRK-FS-HIST-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-ESTAB SRT-CPF
               INPUT PROCEDURE IS 1000-SELECIONA-DESLIGADOS
                   THRU 1000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-GUIAS
                   THRU 3000-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
           IF WRK-QTDE-NAO-GERADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE O MESTRE E O SALHIST (OBRIGATORIOS) E O DESLIG E O
      * CONTABCO - SEM ESTES, OS DESLIGADOS SAEM COMO NAO GERADOS NO
      * CONTROLE.
      *****************************************************************
       0100-ABRE-CADASTROS.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 0100-EXIT
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               DISPLAY 'SALHIST NAO ENCONTRADO - EXECUCAO CANCELADA'
               CLOSE EMPLOYEE-MASTER
               GO TO 0100-EXIT
           END-IF.
           OPEN INPUT TERMINATION-FILE.
           IF NOT WRK-FS-DESLIG-NAO-ENCONTRADO
               SET WRK-DESLIG-ABERTO-SW TO TRUE
           ELSE
               DISPLAY 'AVISO: DESLIG NAO ENCONTRADO - NENHUMA GUIA '
                       'SERA GERADA'
           END-IF.
           OPEN INPUT BANK-ACCOUNT-FILE.
           IF NOT WRK-FS-CONTA-NAO-ENCONTRADO
               SET WRK-CONTA-ABERTO-SW TO TRUE
           ELSE
               DISPLAY 'AVISO: CONTABCO NAO ENCONTRADO - SEM '
                       'REQUERIMENTOS DE SEGURO-DESEMPREGO'
           END-IF.
       0100-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT: VARRE O MESTRE, E PARA CADA DESLIGADO
      * NO PERIODO CALCULA A GRRF (LIBERADA PARA O SORT POR CNPJ) E
      * GRAVA O REQUERIMENTO DO SEGURO-DESEMPREGO E O CONTROLE.
      *****************************************************************
       1000-SELECIONA-DESLIGADOS.
           OPEN OUTPUT UNEMPLOYMENT-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE SPACES TO SD-HEADER-REC.
           MOVE '0' TO SDH-TIPO.
           MOVE WRK-DATA-HOJE TO SDH-DATA-GERACAO.
           MOVE WRK-DATA-INICIO TO SDH-DATA-INICIO.
           MOVE WRK-DATA-FIM TO SDH-DATA-FIM.
           WRITE SD-HEADER-REC.
           MOVE WRK-DATA-INICIO TO WRK-CC-INICIO.
           MOVE WRK-DATA-FIM TO WRK-CC-FIM.
           MOVE WRK-DIA TO WRK-CC-DIA.
           MOVE WRK-MES TO WRK-CC-MES.
           MOVE WRK-ANO TO WRK-CC-ANO.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-CABECALHO.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
           PERFORM 1100-PROCESSA-FUNCIONARIO THRU 1100-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
       1000-EXIT.
           EXIT.
       1100-PROCESSA-FUNCIONARIO.
           IF NOT EMP-DESLIGADO
               GO TO 1100-LE-PROXIMO
           END-IF.
           IF EMP-DATA-DESLIGAMENTO NOT NUMERIC
               GO TO 1100-LE-PROXIMO
           END-IF.
           IF EMP-DATA-DESLIGAMENTO < WRK-DATA-INICIO
              OR EMP-DATA-DESLIGAMENTO > WRK-DATA-FIM
               GO TO 1100-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-DESLIGADOS.
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-R.
           IF EMP-DATA-ADMISSAO NUMERIC
               MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-R
           ELSE
               MOVE ZEROS TO WRK-DATA-ADMISSAO-R
           END-IF.
           MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB.
           IF WRK-ESTAB = SPACE
               MOVE '1' TO WRK-ESTAB
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE SPACES TO WRK-CTL-DETALHE.
           MOVE EMP-CPF TO WRK-CD-CPF.
           MOVE EMP-NOME TO WRK-CD-NOME.
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-CD-DESLIGAMENTO.
           PERFORM 1200-LE-DESLIGAMENTO THRU 1200-EXIT.
           IF WRK-MOTIVO = SPACES
               GO TO 1100-LE-PROXIMO
           END-IF.
           PERFORM 1300-CALCULA-GRRF THRU 1300-EXIT.
           PERFORM 1500-GERA-SEGURO THRU 1500-EXIT.
       1100-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * MOTIVO DO DESLIGAMENTO NO DESLIG - SEM REGISTRO OU COM MOTIVO
      * FORA DA TABELA, NENHUMA DAS DUAS SAIDAS E GERADA.
      *****************************************************************
       1200-LE-DESLIGAMENTO.
           MOVE "GRRF+SEG." TO WRK-CD-SAIDA.
           IF NOT WRK-DESLIG-ABERTO-SW
               MOVE "DESLIG NAO ENCONTRADO" TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE EMP-CPF TO DSL-CPF.
           READ TERMINATION-FILE
               INVALID KEY
                   MOVE "SEM REGISTRO NO DESLIG (EMPTERM)"
                       TO WRK-CD-DETALHE
                   PERFORM 1900-NAO-GERADO THRU 1900-EXIT
                   GO TO 1200-EXIT
           END-READ.
           MOVE DSL-MOTIVO TO WRK-CD-MOTIVO.
           IF NOT DSL-MOTIVO-VALIDO
               MOVE "MOTIVO DE DESLIGAMENTO INVALIDO" TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE DSL-MOTIVO TO WRK-MOTIVO.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * GRRF DO EMPREGADO: DEPOSITOS DO CONTRATO NO SALHIST, FGTS DO
      * MES E DO AVISO E A MULTA DO MOTIVO. MOTIVO SEM MULTA NAO TEM
      * RECOLHIMENTO RESCISORIO.
      *****************************************************************
       1300-CALCULA-GRRF.
           MOVE "GRRF" TO WRK-CD-SAIDA.
           IF NOT WRK-MOTIVO-MULTA-40 AND NOT WRK-MOTIVO-MULTA-20
               MOVE "NAO SE APLICA" TO WRK-CD-SITUACAO
               MOVE "MOTIVO SEM MULTA - FGTS DO MES NA GUIA MENSAL"
                   TO WRK-CD-DETALHE
               WRITE CONTROL-REPORT-REC FROM WRK-CTL-DETALHE
               GO TO 1300-EXIT
           END-IF.
           IF WRK-MOTIVO-MULTA-40
               MOVE 40 TO WRK-PERC-MULTA
           ELSE
               MOVE 20 TO WRK-PERC-MULTA
           END-IF.
           PERFORM 1310-SOMA-DEPOSITOS THRU 1310-EXIT.
           PERFORM 1330-CALCULA-FGTS-MES THRU 1330-EXIT.
           PERFORM 1340-CALCULA-AVISO THRU 1340-EXIT.
           COMPUTE WRK-MULTA ROUNDED =
               (WRK-DEPOSITOS + WRK-FGTS-MES + WRK-FGTS-AVISO)
               * WRK-PERC-MULTA / 100.
           COMPUTE WRK-TOTAL-GRRF =
               WRK-FGTS-MES + WRK-FGTS-AVISO + WRK-MULTA.
           IF WRK-TOTAL-GRRF = ZEROS
               MOVE "SEM DEPOSITOS DE FGTS A RECOLHER"
                   TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1300-EXIT
           END-IF.
           MOVE WRK-ESTAB TO SRT-ESTAB.
           MOVE EMP-CPF TO SRT-CPF.
           MOVE EMP-NOME TO SRT-NOME.
           MOVE EMP-DATA-DESLIGAMENTO TO SRT-DATA-DESLIGAMENTO.
           MOVE WRK-MOTIVO TO SRT-MOTIVO.
           MOVE WRK-DIAS-AVISO TO SRT-DIAS-AVISO.
           MOVE WRK-DEPOSITOS TO SRT-DEPOSITOS.
           MOVE WRK-FGTS-MES TO SRT-FGTS-MES.
           MOVE WRK-FGTS-AVISO TO SRT-FGTS-AVISO.
           MOVE WRK-PERC-MULTA TO SRT-PERC-MULTA.
           MOVE WRK-MULTA TO SRT-MULTA.
           MOVE WRK-TOTAL-GRRF TO SRT-TOTAL.
           RELEASE SORT-RECORD.
           ADD 1 TO WRK-QTDE-GRRF.
           MOVE "GERADO" TO WRK-CD-SITUACAO.
           MOVE SPACES TO WRK-CD-DETALHE.
           STRING "GUIA DO ESTABELECIMENTO " DELIMITED BY SIZE
                  WRK-ESTAB DELIMITED BY SIZE
               INTO WRK-CD-DETALHE.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-DETALHE.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * DEPOSITOS DO CONTRATO: TODOS OS ANOS DO CPF NO SALHIST (A CHAVE
      * COMECA PELO CPF), RECALCULADOS PELO FGTSCALC COLUNA A COLUNA,
      * COMO NA MULTA DO RESCISAO. GUARDA SE O MES DO DESLIGAMENTO JA
      * ESTA POSTADO.
      *****************************************************************
       1310-SOMA-DEPOSITOS.
           MOVE ZEROS TO WRK-DEPOSITOS.
           MOVE 'N' TO WRK-MES-POSTADO.
           MOVE EMP-CPF TO HIST-CPF.
           MOVE ZEROS TO HIST-ANO.
           MOVE 'N' TO WRK-FIM-HIST.
           START HISTORY-FILE KEY NOT < HIST-CHAVE
               INVALID KEY SET WRK-FIM-HIST-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-HIST-SW
               READ HISTORY-FILE NEXT RECORD
                   AT END SET WRK-FIM-HIST-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 1320-SOMA-ANO THRU 1320-EXIT
               UNTIL WRK-FIM-HIST-SW.
       1310-EXIT.
           EXIT.
       1320-SOMA-ANO.
           IF HIST-CPF NOT = EMP-CPF
               SET WRK-FIM-HIST-SW TO TRUE
               GO TO 1320-EXIT
           END-IF.
           IF HIST-ANO = WRK-DSL-ANO
              AND HIST-SAL (WRK-DSL-MES) > ZEROS
               SET WRK-MES-POSTADO-SW TO TRUE
           END-IF.
           PERFORM 1325-DEPOSITO-MES THRU 1325-EXIT
               VARYING WRK-INDICE-MES FROM 1 BY 1
               UNTIL WRK-INDICE-MES > 12.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WRK-FIM-HIST-SW TO TRUE
           END-READ.
       1320-EXIT.
           EXIT.
       1325-DEPOSITO-MES.
           IF HIST-SAL (WRK-INDICE-MES) > ZEROS
               CALL "FGTSCALC" USING HIST-SAL (WRK-INDICE-MES)
                   WRK-FGTS-COLUNA
               ADD WRK-FGTS-COLUNA TO WRK-DEPOSITOS
           END-IF.
       1325-EXIT.
           EXIT.
      *****************************************************************
      * FGTS DO MES DO DESLIGAMENTO SOBRE O SALDO DE SALARIO (DIAS
      * SOBRE 30, COMO NO RESCISAO) - SO SE O MES NAO FOI POSTADO.
      *****************************************************************
       1330-CALCULA-FGTS-MES.
           MOVE ZEROS TO WRK-FGTS-MES.
           IF WRK-MES-POSTADO-SW
               GO TO 1330-EXIT
           END-IF.
           IF WRK-DSL-DIA < 30
               MOVE WRK-DSL-DIA TO WRK-DIAS-TRABALHADOS
           ELSE
               MOVE 30 TO WRK-DIAS-TRABALHADOS
           END-IF.
           COMPUTE WRK-SALDO-SALARIO ROUNDED =
               EMP-SALARIO * WRK-DIAS-TRABALHADOS / 30.
           CALL "FGTSCALC" USING WRK-SALDO-SALARIO WRK-FGTS-MES.
       1330-EXIT.
           EXIT.
      *****************************************************************
      * AVISO PREVIO INDENIZADO: 30 DIAS MAIS 3 POR ANO COMPLETO DE
      * CASA, ATE 90; VALOR PELO SALARIO DO MESTRE, PELA METADE NA
      * CULPA RECIPROCA E NO ACORDO. FGTS PELO FGTSCALC.
      *****************************************************************
       1340-CALCULA-AVISO.
           MOVE ZEROS TO WRK-DIAS-AVISO.
           MOVE ZEROS TO WRK-VALOR-AVISO.
           MOVE ZEROS TO WRK-FGTS-AVISO.
           IF NOT WRK-MOTIVO-AVISO-INTEGRAL
              AND NOT WRK-MOTIVO-AVISO-METADE
               GO TO 1340-EXIT
           END-IF.
           MOVE ZEROS TO WRK-ANOS-DE-CASA.
           IF WRK-DATA-ADMISSAO-R NOT = ZEROS
               COMPUTE WRK-MESES-DE-CASA =
                   ((WRK-DSL-ANO - WRK-ADM-ANO) * 12)
                   + (WRK-DSL-MES - WRK-ADM-MES)
               IF WRK-DSL-DIA < WRK-ADM-DIA
                   SUBTRACT 1 FROM WRK-MESES-DE-CASA
               END-IF
               IF WRK-MESES-DE-CASA > ZEROS
                   DIVIDE WRK-MESES-DE-CASA BY 12
                       GIVING WRK-ANOS-DE-CASA
               END-IF
           END-IF.
           COMPUTE WRK-DIAS-AVISO = 30 + (WRK-ANOS-DE-CASA * 3).
           IF WRK-DIAS-AVISO > 90
               MOVE 90 TO WRK-DIAS-AVISO
           END-IF.
           IF WRK-MOTIVO-AVISO-INTEGRAL
               COMPUTE WRK-VALOR-AVISO ROUNDED =
                   EMP-SALARIO * WRK-DIAS-AVISO / 30
           ELSE
               COMPUTE WRK-VALOR-AVISO ROUNDED =
                   EMP-SALARIO * WRK-DIAS-AVISO / 60
           END-IF.
           CALL "FGTSCALC" USING WRK-VALOR-AVISO WRK-FGTS-AVISO.
       1340-EXIT.
           EXIT.
      *****************************************************************
      * REQUERIMENTO DO SEGURO-DESEMPREGO: SO DISPENSA SEM JUSTA CAUSA.
      * PRECISA DA CONTA NO CONTABCO E DE TRES SALARIOS NO SALHIST.
      *****************************************************************
       1500-GERA-SEGURO.
           MOVE "SEG.DESEMP" TO WRK-CD-SAIDA.
           IF NOT WRK-MOTIVO-SEGURO
               MOVE "NAO SE APLICA" TO WRK-CD-SITUACAO
               MOVE "MOTIVO SEM DIREITO AO SEGURO-DESEMPREGO"
                   TO WRK-CD-DETALHE
               WRITE CONTROL-REPORT-REC FROM WRK-CTL-DETALHE
               GO TO 1500-EXIT
           END-IF.
           IF NOT WRK-CONTA-ABERTO-SW
               MOVE "CONTABCO NAO ENCONTRADO" TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE EMP-CPF TO CTA-CPF.
           READ BANK-ACCOUNT-FILE
               INVALID KEY
                   MOVE "SEM CONTA BANCARIA NO CONTABCO"
                       TO WRK-CD-DETALHE
                   PERFORM 1900-NAO-GERADO THRU 1900-EXIT
                   GO TO 1500-EXIT
           END-READ.
           PERFORM 1600-BUSCA-SALARIOS THRU 1600-EXIT.
           IF WRK-QTDE-SALARIOS < 3
               MOVE "MENOS DE 3 SALARIOS NO SALHIST (12 MESES)"
                   TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           CALL "EMPRLOOK" USING WRK-ESTAB WRK-CNPJ WRK-RAZAO
               WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE "ESTABELECIMENTO SEM CNPJ NA TABELA EMPRESAS"
                   TO WRK-CD-DETALHE
               PERFORM 1900-NAO-GERADO THRU 1900-EXIT
               GO TO 1500-EXIT
           END-IF.
           MOVE SPACES TO SD-DETALHE-REC.
           MOVE '1' TO SDD-TIPO.
           MOVE WRK-CNPJ TO SDD-CNPJ.
           MOVE EMP-CPF TO SDD-CPF.
           MOVE EMP-NOME TO SDD-NOME.
           MOVE WRK-DATA-ADMISSAO-R TO SDD-DATA-ADMISSAO.
           MOVE EMP-DATA-DESLIGAMENTO TO SDD-DATA-DESLIGAMENTO.
           MOVE WRK-MOTIVO TO SDD-MOTIVO.
           PERFORM 1550-MOVE-SALARIO THRU 1550-EXIT
               VARYING WRK-INDICE-MES FROM 1 BY 1
               UNTIL WRK-INDICE-MES > 3.
           MOVE CTA-BANCO TO SDD-BANCO.
           MOVE CTA-AGENCIA TO SDD-AGENCIA.
           MOVE CTA-CONTA TO SDD-CONTA.
           MOVE CTA-DIGITO TO SDD-DIGITO.
           MOVE CTA-TIPO TO SDD-TIPO-CONTA.
           WRITE SD-DETALHE-REC.
           ADD 1 TO WRK-QTDE-SEGURO.
           MOVE "GERADO" TO WRK-CD-SITUACAO.
           MOVE SPACES TO WRK-CD-DETALHE.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-DETALHE.
       1500-EXIT.
           EXIT.
       1550-MOVE-SALARIO.
           MOVE WRK-SS-ANOMES (WRK-INDICE-MES)
               TO SDD-SAL-ANOMES (WRK-INDICE-MES).
           MOVE WRK-SS-VALOR (WRK-INDICE-MES)
               TO SDD-SAL-VALOR (WRK-INDICE-MES).
       1550-EXIT.
           EXIT.
      *****************************************************************
      * TRES ULTIMOS MESES COM BRUTO POSTADO ANTES DO MES DO
      * DESLIGAMENTO, DO MAIS RECENTE PARA O MAIS ANTIGO, ATE 12 MESES
      * PARA TRAS. O REGISTRO DO SALHIST E RELIDO A CADA TROCA DE ANO.
      *****************************************************************
       1600-BUSCA-SALARIOS.
           MOVE ZEROS TO WRK-SALARIOS-SEGURO.
           MOVE ZEROS TO WRK-QTDE-SALARIOS.
           MOVE ZEROS TO WRK-ANO-LIDO.
           MOVE 'N' TO WRK-HIST-LIDO.
           MOVE WRK-DSL-ANO TO WRK-MB-ANO.
           MOVE WRK-DSL-MES TO WRK-MB-MES.
           PERFORM 1610-MES-ANTERIOR THRU 1610-EXIT
               VARYING WRK-QTDE-MESES-BUSCA FROM 1 BY 1
               UNTIL WRK-QTDE-MESES-BUSCA > 12
                  OR WRK-QTDE-SALARIOS = 3.
       1600-EXIT.
           EXIT.
       1610-MES-ANTERIOR.
           IF WRK-MB-MES = 1
               MOVE 12 TO WRK-MB-MES
               SUBTRACT 1 FROM WRK-MB-ANO
           ELSE
               SUBTRACT 1 FROM WRK-MB-MES
           END-IF.
           IF WRK-MB-ANO NOT = WRK-ANO-LIDO
               MOVE WRK-MB-ANO TO WRK-ANO-LIDO
               MOVE EMP-CPF TO HIST-CPF
               MOVE WRK-MB-ANO TO HIST-ANO
               MOVE 'S' TO WRK-HIST-LIDO
               READ HISTORY-FILE
                   INVALID KEY MOVE 'N' TO WRK-HIST-LIDO
               END-READ
           END-IF.
           IF NOT WRK-HIST-LIDO-SW
               GO TO 1610-EXIT
           END-IF.
           IF HIST-SAL (WRK-MB-MES) > ZEROS
               ADD 1 TO WRK-QTDE-SALARIOS
               MOVE WRK-MES-BUSCA TO WRK-SS-ANOMES (WRK-QTDE-SALARIOS)
               MOVE HIST-SAL (WRK-MB-MES)
                   TO WRK-SS-VALOR (WRK-QTDE-SALARIOS)
           END-IF.
       1610-EXIT.
           EXIT.
      *****************************************************************
      * LINHA DE NAO GERADO NO CONTROLE (SAIDA E DETALHE JA MONTADOS).
      *****************************************************************
       1900-NAO-GERADO.
           MOVE "NAO GERADO" TO WRK-CD-SITUACAO.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-DETALHE.
           ADD 1 TO WRK-QTDE-NAO-GERADOS.
       1900-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT: UMA GUIA POR ESTABELECIMENTO, CADA UMA
      * EM PAGINA PROPRIA COM A IDENTIFICACAO DO EMPREGADOR, UMA LINHA
      * POR EMPREGADO E O TOTAL A RECOLHER NO CNPJ.
      *****************************************************************
       3000-IMPRIME-GUIAS.
           OPEN OUTPUT GRRF-REPORT.
           MOVE WRK-DATA-INICIO TO WRK-CB-INICIO.
           MOVE WRK-DATA-FIM TO WRK-CB-FIM.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           IF WRK-FIM-SORT-SW
               MOVE WRK-LINHA-SEM-GUIA TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
               GO TO 3000-FECHA
           END-IF.
           PERFORM 3200-IMPRIME-EMPREGADO THRU 3200-EXIT
               UNTIL WRK-FIM-SORT-SW.
           PERFORM 3400-TOTAL-ESTAB THRU 3400-EXIT.
           MOVE WRK-QTDE-GRRF TO WRK-TG-QTDE.
           MOVE WRK-TOTAL-GERAL TO WRK-TG-VALOR.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-GERAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3000-FECHA.
           CLOSE GRRF-REPORT.
       3000-EXIT.
           EXIT.
       3100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WRK-FIM-SORT-SW TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-IMPRIME-EMPREGADO.
           IF WRK-QTDE-NA-GUIA > ZEROS
              AND SRT-ESTAB NOT = WRK-ESTAB-ANTERIOR
               PERFORM 3400-TOTAL-ESTAB THRU 3400-EXIT
           END-IF.
           IF WRK-QTDE-NA-GUIA = ZEROS
               PERFORM 3300-ABRE-GUIA THRU 3300-EXIT
           END-IF.
           MOVE SRT-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE SRT-NOME TO WRK-D-NOME.
           MOVE SRT-DATA-DESLIGAMENTO TO WRK-D-DESLIGAMENTO.
           MOVE SRT-MOTIVO TO WRK-D-MOTIVO.
           MOVE SRT-DIAS-AVISO TO WRK-D-DIAS-AVISO.
           MOVE SRT-DEPOSITOS TO WRK-D-DEPOSITOS.
           MOVE SRT-FGTS-MES TO WRK-D-FGTS-MES.
           MOVE SRT-FGTS-AVISO TO WRK-D-FGTS-AVISO.
           MOVE SRT-PERC-MULTA TO WRK-D-PERC-MULTA.
           MOVE SRT-MULTA TO WRK-D-MULTA.
           MOVE SRT-TOTAL TO WRK-D-TOTAL.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           ADD 1 TO WRK-QTDE-NA-GUIA.
           ADD SRT-TOTAL TO WRK-TOTAL-ESTAB.
           ADD SRT-TOTAL TO WRK-TOTAL-GERAL.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * ABRE A GUIA DO ESTABELECIMENTO EM PAGINA NOVA, COM A RAZAO
      * SOCIAL E O CNPJ DA TABELA EMPRESAS.
      *****************************************************************
       3300-ABRE-GUIA.
           MOVE SRT-ESTAB TO WRK-ESTAB-ANTERIOR.
           CALL "EMPRLOOK" USING WRK-ESTAB-ANTERIOR WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE SPACES TO WRK-CNPJ
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-RAZAO
               DISPLAY 'AVISO: ESTABELECIMENTO ' WRK-ESTAB-ANTERIOR
                       ' SEM CNPJ NA TABELA EMPRESAS - GUIA SEM CNPJ'
           END-IF.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-ESTAB-ANTERIOR TO WRK-LE-ESTAB.
           MOVE 99 TO WRK-LINHA-CORRENTE.
           MOVE WRK-LINHA-EMPREGADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
       3400-TOTAL-ESTAB.
           MOVE WRK-QTDE-NA-GUIA TO WRK-TE-QTDE.
           MOVE WRK-TOTAL-ESTAB TO WRK-TE-VALOR.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-ESTAB TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-PRAZO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-QTDE-NA-GUIA.
           MOVE ZEROS TO WRK-TOTAL-ESTAB.
       3400-EXIT.
           EXIT.
      *****************************************************************
      * TRAILER DO SEGURO-DESEMPREGO, TOTAIS DO CONTROLE E FECHAMENTO.
      *****************************************************************
       4000-FINALIZA.
           MOVE SPACES TO SD-TRAILER-REC.
           MOVE '9' TO SDT-TIPO.
           MOVE WRK-QTDE-SEGURO TO SDT-QTDE.
           WRITE SD-TRAILER-REC.
           MOVE WRK-QTDE-DESLIGADOS TO WRK-CT-DESLIGADOS.
           MOVE WRK-QTDE-GRRF TO WRK-CT-GRRF.
           MOVE WRK-QTDE-SEGURO TO WRK-CT-SEGURO.
           MOVE WRK-QTDE-NAO-GERADOS TO WRK-CT-NAO-GERADOS.
           WRITE CONTROL-REPORT-REC FROM WRK-CTL-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE HISTORY-FILE.
           IF WRK-DESLIG-ABERTO-SW
               CLOSE TERMINATION-FILE
           END-IF.
           IF WRK-CONTA-ABERTO-SW
               CLOSE BANK-ACCOUNT-FILE
           END-IF.
           CLOSE UNEMPLOYMENT-FILE.
           CLOSE CONTROL-REPORT.
           DISPLAY 'RESCGUIA: ' WRK-QTDE-DESLIGADOS ' DESLIGADOS, '
                   WRK-QTDE-GRRF ' GRRF, ' WRK-QTDE-SEGURO
                   ' SEGURO-DESEMPREGO, ' WRK-QTDE-NAO-GERADOS
                   ' NAO GERADOS'.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE GRRF-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE GRRF-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE GRRF-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE GRRF-REPORT-REC FROM WRK-LINHA-TITULO.
           WRITE GRRF-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE 4 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM RESCGUIA.
