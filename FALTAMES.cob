       IDENTIFICATION DIVISION.
       PROGRAM-ID. FALTAMES.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: APURACAO MENSAL DE FALTAS PELO PONTO - RODA UMA VEZ
      *          POR COMPETENCIA, DEPOIS DO FECHAMENTO DE PONTO E
      *          ANTES DO VENCVAL: PARA CADA FUNCIONARIO QUE RECEBE NA
      *          COMPETENCIA (MESMA REGRA DE PROPORCAO DO PAYREG/
      *          VTMES), MONTA O MAPA DO MES - DIA UTIL E SEGUNDA A
      *          SEXTA QUE NAO E FERIADO NO CALTRAB PARA O
      *          ESTABELECIMENTO DO FUNCIONARIO (OU PARA '*', TODOS) -
      *          E MARCA OS DIAS COBERTOS: MARCACAO NO SIGNLOGF,
      *          FERIAS NO FERGOZO, AFASTAMENTO NO AFASTA, FOLGA DO
      *          BANCO DE HORAS (DEBITO DE ORIGEM 'F' NO BANCOHR) E
      *          ABONO DO SUPERVISOR NO FALTABON. DIA UTIL QUE SOBRA
      *          SEM COBERTURA E FALTA INJUSTIFICADA: DESCONTA O DIA
      *          (SALARIO / 30) E O DSR DA SEMANA (UM DIA POR SEMANA DE
      *          DOMINGO A SABADO COM FALTA).
      *          O SYSIN TRAZ ANO, MES E O MODO: 'P' (OU BRANCO) E A
      *          PREVIA - SO IMPRIME O RELATORIO DE EXCECOES FALTAMRP,
      *          DIA A DIA, PARA O SUPERVISOR CONTESTAR; A CONTESTACAO
      *          ACEITA ENTRA COMO ABONO NO FALTABON (CPF, DATA,
      *          OPERADOR E MOTIVO). 'G' E A GERACAO - REFAZ A MESMA
      *          APURACAO JA COM OS ABONOS E GRAVA EM EXTEND NO VARVENC
      *          OS DESCONTOS 'FAL' E 'DSR' (TIPO 'D'), QUE SEGUEM O
      *          CAMINHO NORMAL VENCVAL/VENCOK. CPF QUE JA TEM 'FAL' NO
      *          LOTE DO MES NAO GANHA OUTRO (RERUN SEGURO).
      *          DEPARTAMENTO EM BANCO DE HORAS (DPT-REGIME-HORA-EXTRA
      *          = 'B') SAI NO RELATORIO MAS NAO DESCONTA - A FALTA JA
      *          ENTRA COMO DEBITO NO BANCO PELO HORAEXT.
      *          SEM SIGNLOGF OU SEM CALTRAB NAO HA COMO SEPARAR DIA
      *          TRABALHADO DE FALTA: CANCELA COM RC=8, ASSIM COMO
      *          QUALQUER TABELA CHEIA (O DESCONTO SAIRIA INDEVIDO).
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
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT CALENDAR-FILE ASSIGN TO "CALTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT SIGNIN-LOG ASSIGN TO "SIGNLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PONTO.
           SELECT VACATION-TAKEN ASSIGN TO "FERGOZO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GOZO.
           SELECT LEAVE-FILE ASSIGN TO "AFASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-AFASTA.
           SELECT HOUR-BANK-FILE ASSIGN TO "BANCOHR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-CHAVE
               FILE STATUS IS WRK-FS-BANCO.
           SELECT WAIVER-FILE ASSIGN TO "FALTABON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ABONO.
           SELECT EARNINGS-OUTPUT ASSIGN TO "VARVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTOS.
           SELECT EXCEPTION-REPORT ASSIGN TO "FALTAMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       FD  CALENDAR-FILE.
       COPY "CALTRAB.CPY".
       FD  SIGNIN-LOG.
       01  SIGNIN-LOG-REC.
           02 LOG-CPF                 PIC X(11).
           02 FILLER                  PIC X(02).
           02 LOG-NOME                PIC X(20).
           02 FILLER                  PIC X(02).
           02 LOG-DIA                 PIC 9(02).
           02 FILLER                  PIC X(01).
           02 LOG-MES                 PIC 9(02).
           02 FILLER                  PIC X(01).
           02 LOG-ANO                 PIC 9(04).
           02 FILLER                  PIC X(02).
           02 LOG-HORA-ENTRADA        PIC 9(04).
           02 FILLER                  PIC X(02).
           02 LOG-HORA-SAIDA          PIC 9(04).
           02 FILLER                  PIC X(02).
           02 LOG-ENTRADA2            PIC X(04).
           02 FILLER                  PIC X(02).
           02 LOG-SAIDA2              PIC X(04).
           02 FILLER                  PIC X(02).
           02 LOG-ENTRADA3            PIC X(04).
           02 FILLER                  PIC X(02).
           02 LOG-SAIDA3              PIC X(04).
           02 FILLER                  PIC X(02).
           02 LOG-ENTRADA4            PIC X(04).
           02 FILLER                  PIC X(02).
           02 LOG-SAIDA4              PIC X(04).
       FD  VACATION-TAKEN.
       01  VACATION-TAKEN-REC.
           02 GOZO-CPF                PIC X(11).
           02 GOZO-DATA-INICIO        PIC 9(08).
           02 GOZO-QTDE-DIAS          PIC 9(02).
           02 FILLER                  PIC X(09).
       FD  LEAVE-FILE.
       COPY "AFASTA.CPY".
       FD  HOUR-BANK-FILE.
       COPY "BANCOHR.CPY".
       FD  WAIVER-FILE.
       01  WAIVER-REC.
           02 ABO-CPF                 PIC X(11).
           02 FILLER                  PIC X(01).
           02 ABO-DATA                PIC 9(08).
           02 FILLER                  PIC X(01).
           02 ABO-OPERADOR            PIC X(08).
           02 FILLER                  PIC X(01).
           02 ABO-MOTIVO              PIC X(20).
       FD  EARNINGS-OUTPUT.
       01  EARNINGS-OUTPUT-REC.
           02 VEN-OUT-CPF             PIC X(11).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-CODIGO          PIC X(03).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-DESCRICAO       PIC X(20).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-VALOR           PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 VEN-OUT-TIPO            PIC X(01).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC       PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-CODIGO-FALTA         PIC X(03) VALUE "FAL".
       77 WRK-DESCRICAO-FALTA      PIC X(20) VALUE
           "FALTA INJUSTIFICADA".
       77 WRK-CODIGO-DSR           PIC X(03) VALUE "DSR".
       77 WRK-DESCRICAO-DSR        PIC X(20) VALUE
           "PERDA DE DSR".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CALENDARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CAL-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FS-PONTO             PIC X(02) VALUE SPACES.
           88 WRK-FS-PONTO-NAO-ABERTO       VALUE "35".
       77 WRK-FS-GOZO              PIC X(02) VALUE SPACES.
           88 WRK-FS-GOZO-NAO-ENCONTRADO     VALUE "35".
       77 WRK-FS-AFASTA            PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTA-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-BANCO             PIC X(02) VALUE SPACES.
           88 WRK-FS-BANCO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-ABONO             PIC X(02) VALUE SPACES.
           88 WRK-FS-ABONO-NAO-ABERTO       VALUE "35".
       77 WRK-FS-LANCAMENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-LANC-NAO-ABERTO        VALUE "35".
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-AFASTA-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-AFASTA-ABERTO-SW          VALUE 'S'.
       77 WRK-BANCO-ABERTO         PIC X(01) VALUE 'N'.
           88 WRK-BANCO-ABERTO-SW           VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SW            VALUE 'S'.
       77 WRK-FIM-LEITURA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA-SW            VALUE 'S'.
       77 WRK-CANCELADO            PIC X(01) VALUE 'N'.
           88 WRK-CANCELADO-SW              VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-MODO                 PIC X(01) VALUE SPACE.
           88 WRK-MODO-PREVIA               VALUE 'P' SPACE.
           88 WRK-MODO-GERACAO              VALUE 'G'.
       77 WRK-MESES-COMPETENCIA    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-GOZO           PIC 9(06) COMP VALUE ZEROS.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-REGIME-BANCO         PIC X(01) VALUE 'N'.
           88 WRK-REGIME-BANCO-SW           VALUE 'S'.
       77 WRK-DIAS-TRABALHADOS     PIC S9(03) COMP VALUE ZEROS.
       77 WRK-ESTAB-FUNC           PIC X(01) VALUE SPACE.
       01 WRK-DATA-ADMISSAO-R.
           02 WRK-ADM-ANO           PIC 9(04).
           02 WRK-ADM-MES           PIC 9(02).
           02 WRK-ADM-DIA           PIC 9(02).
       01 WRK-DATA-DESLIG-R.
           02 WRK-DSL-ANO           PIC 9(04).
           02 WRK-DSL-MES           PIC 9(02).
           02 WRK-DSL-DIA           PIC 9(02).
       01 WRK-DATA-GOZO.
           02 WRK-DG-ANO            PIC 9(04).
           02 WRK-DG-MES            PIC 9(02).
           02 WRK-DG-DIA            PIC 9(02).
       01 WRK-DATA-CORRENTE-R.
           02 WRK-DC-ANO            PIC 9(04).
           02 WRK-DC-MES            PIC 9(02).
           02 WRK-DC-DIA            PIC 9(02).
       01 WRK-DATA-CORRENTE REDEFINES WRK-DATA-CORRENTE-R
                                    PIC 9(08).
       77 WRK-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
      *****************************************************************
      * CALENDARIO DA COMPETENCIA - ULTIMO DIA DO MES E DO MES
      * ANTERIOR (FEVEREIRO CONFERE O ANO BISSEXTO) E DIA DA SEMANA DO
      * DIA 1 PELA CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO,
      * 2 = SEGUNDA ... 6 = SEXTA), COMO NO VTMES.
      *****************************************************************
       01 WRK-DIAS-DOS-MESES.
           02 FILLER                PIC X(24) VALUE
               "312831303130313130313031".
       01 WRK-TABELA-DIAS-MES REDEFINES WRK-DIAS-DOS-MESES.
           02 WRK-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
       01 WRK-NOMES-DOS-DIAS.
           02 FILLER                PIC X(21) VALUE
               "SABDOMSEGTERQUAQUISEX".
       01 WRK-TABELA-NOMES-DIA REDEFINES WRK-NOMES-DOS-DIAS.
           02 WRK-NOME-DIA          PIC X(03) OCCURS 7 TIMES.
       77 WRK-ULTIMO-DIA           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ULTIMO-DIA-ANTERIOR  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MES-ANTERIOR         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-BISSEXTO             PIC X(01) VALUE 'N'.
           88 WRK-BISSEXTO-SW               VALUE 'S'.
       77 WRK-RESTO-4              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-100            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-RESTO-400            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QUOCIENTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-Z-MES                PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-ANO                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-Z-SECULO             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-ANO-SECULO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-MES        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-ANO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-SEC        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-SOMA               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-Z-QUOCIENTE          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-Z-DIA-SEMANA         PIC 9(01) COMP VALUE ZEROS.
       77 WRK-SEMANA-DIA-1         PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DOMINGO-DIA-1        PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DIA-INICIAL          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-FINAL            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-CORRENTE         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA           PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DIA-MARCA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-LIMITE           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIAS-RESTANTES       PIC S9(03) COMP VALUE ZEROS.
       77 WRK-IDX-SEMANA           PIC 9(01) COMP VALUE ZEROS.
       77 WRK-MARCA                PIC X(01) VALUE SPACE.
      *****************************************************************
      * MAPA DO MES DO FUNCIONARIO CORRENTE - UMA POSICAO POR DIA:
      * BRANCO = DIA UTIL SEM COBERTURA (FALTA); 'X' = FORA DO
      * CONTRATO; 'S' = SABADO/DOMINGO; 'H' = FERIADO; 'P' = MARCOU
      * PONTO; 'F' = FERIAS; 'A' = AFASTAMENTO; 'B' = FOLGA DO BANCO
      * DE HORAS; 'J' = ABONADO PELO SUPERVISOR. E AS SEMANAS
      * (DOMINGO A SABADO) COM FALTA, PARA O DSR.
      *****************************************************************
       01 WRK-MAPA-MES.
           02 WRK-SITUACAO-DIA      PIC X(01) OCCURS 31 TIMES.
       01 WRK-MAPA-SEMANAS.
           02 WRK-SEMANA-COM-FALTA  PIC X(01) OCCURS 6 TIMES.
       77 WRK-QTDE-FALTAS          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-ABONADAS        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-DSR             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-DIA            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-FALTAS         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-DSR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO             PIC X(24) VALUE SPACES.
      *****************************************************************
      * MARCACOES DO MES NO SIGNLOGF - UMA LINHA POR CPF COM UMA
      * POSICAO POR DIA ('S' = TEM MARCACAO).
      *****************************************************************
       77 WRK-MAX-PONTO            PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-PONTO           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-PONTO            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PONTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-PONTO-ACHADO-SW           VALUE 'S'.
       01 WRK-TABELA-PONTO.
           02 WRK-PONTO-ITEM OCCURS 500 TIMES.
               03 WRK-TP-CPF            PIC X(11).
               03 WRK-TP-DIA            PIC X(01) OCCURS 31 TIMES.
      *****************************************************************
      * FERIADOS DA COMPETENCIA NO CALTRAB ('*' = TODOS OS
      * ESTABELECIMENTOS).
      *****************************************************************
       77 WRK-MAX-FERIADOS         PIC 9(04) COMP VALUE 200.
       77 WRK-QTDE-FERIADOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-FERIADO          PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           02 WRK-FERIADO-ITEM OCCURS 200 TIMES.
               03 WRK-TH-ESTAB          PIC X(01).
               03 WRK-TH-DIA            PIC 9(02).
      *****************************************************************
      * LANCAMENTOS DE GOZO DO FERGOZO - MESMO ESQUEMA DO HORAEXT.
      *****************************************************************
       77 WRK-MAX-GOZOS            PIC 9(04) COMP VALUE 1000.
       77 WRK-QTDE-GOZOS           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-GOZO             PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-GOZOS.
           02 WRK-GOZO-ITEM OCCURS 1000 TIMES.
               03 WRK-TG-CPF            PIC X(11).
               03 WRK-TG-INICIO         PIC 9(08).
               03 WRK-TG-DIAS           PIC 9(02).
      *****************************************************************
      * ABONOS DA COMPETENCIA NO FALTABON.
      *****************************************************************
       77 WRK-MAX-ABONOS           PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-ABONOS          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-ABONO            PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-ABONOS.
           02 WRK-ABONO-ITEM OCCURS 500 TIMES.
               03 WRK-TA-CPF            PIC X(11).
               03 WRK-TA-DIA            PIC 9(02).
               03 WRK-TA-OPERADOR       PIC X(08).
               03 WRK-TA-MOTIVO         PIC X(20).
      *****************************************************************
      * CPFS QUE JA TEM O 'FAL' NO LOTE DO MES (RERUN).
      *****************************************************************
       77 WRK-MAX-LANCADOS         PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-LANCADOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-LANCADO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JA-LANCADO           PIC X(01) VALUE 'N'.
           88 WRK-JA-LANCADO-SW             VALUE 'S'.
       01 WRK-TABELA-LANCADOS.
           02 WRK-TL-CPF            PIC X(11) OCCURS 500 TIMES.
       77 WRK-QTDE-COM-FALTA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-LANCAMENTOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-FALTAS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-DSR            PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-ABONADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-VALOR          PIC 9(09)V99 VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(26) VALUE
               "APURACAO DE FALTAS - COMP.".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-CB-MODO           PIC X(08).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(12) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(03) VALUE "ES".
           02 FILLER                PIC X(07) VALUE "FALTAS".
           02 FILLER                PIC X(04) VALUE "DSR".
           02 FILLER                PIC X(13) VALUE "VALOR FALTAS".
           02 FILLER                PIC X(13) VALUE "VALOR DSR".
           02 FILLER                PIC X(24) VALUE "SITUACAO".
       01 WRK-LINHA-FUNCIONARIO.
           02 WRK-F-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-F-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-F-ESTAB           PIC X(01).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-F-FALTAS          PIC Z9.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-F-DSR             PIC 9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-F-VALOR-FALTAS    PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-F-VALOR-DSR       PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-F-SITUACAO        PIC X(24).
       01 WRK-LINHA-DIA.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 WRK-LD-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LD-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LD-ANO            PIC 9(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LD-SEMANA         PIC X(03).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LD-SITUACAO       PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LD-OPERADOR       PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LD-MOTIVO         PIC X(20).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(14) VALUE "FUNCIONARIOS: ".
           02 WRK-TOT-FUNC-ED       PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  FALTAS: ".
           02 WRK-TOT-FAL-ED        PIC ZZZZ9.
           02 FILLER                PIC X(07) VALUE "  DSR: ".
           02 WRK-TOT-DSR-ED        PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE "  ABONADAS: ".
           02 WRK-TOT-ABO-ED        PIC ZZZZ9.
           02 FILLER                PIC X(09) VALUE "  VALOR: ".
           02 WRK-TOT-VAL-ED        PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-LANCADOS.
           02 FILLER                PIC X(30) VALUE
               "LANCAMENTOS GRAVADOS NO LOTE: ".
           02 WRK-TOT-LAN-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MODO FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-MODO-PREVIA AND NOT WRK-MODO-GERACAO
               DISPLAY 'MODO INVALIDO (P OU G) - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-CANCELADO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * MONTA O CALENDARIO DA COMPETENCIA, CARREGA AS TABELAS DO MES
      * (MARCACOES, FERIADOS, GOZOS, ABONOS E, NA GERACAO, OS 'FAL'
      * JA LANCADOS), ABRE OS CADASTROS DE CONSULTA E LE O PRIMEIRO
      * FUNCIONARIO. QUALQUER FALHA AQUI CANCELA ANTES DE APURAR.
      *****************************************************************
       1000-INICIO.
           PERFORM 1100-MONTA-CALENDARIO THRU 1100-EXIT.
           PERFORM 1200-CARREGA-PONTO THRU 1200-EXIT.
           IF WRK-CANCELADO-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1300-CARREGA-FERIADOS THRU 1300-EXIT.
           IF WRK-CANCELADO-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1400-CARREGA-GOZOS THRU 1400-EXIT.
           IF WRK-CANCELADO-SW
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1500-CARREGA-ABONOS THRU 1500-EXIT.
           IF WRK-CANCELADO-SW
               GO TO 1000-EXIT
           END-IF.
           IF WRK-MODO-GERACAO
               PERFORM 1600-CARREGA-LANCADOS THRU 1600-EXIT
               IF WRK-CANCELADO-SW
                   GO TO 1000-EXIT
               END-IF
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               SET WRK-CANCELADO-SW TO TRUE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF WRK-FS-DEPTOS-NAO-ENCONTRADO
               DISPLAY 'AVISO: DEPTMSTR NAO ENCONTRADO - NENHUM '
                       'DEPARTAMENTO TRATADO COMO BANCO DE HORAS'
           ELSE
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF NOT WRK-FS-AFASTA-NAO-ENCONTRADO
               SET WRK-AFASTA-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT HOUR-BANK-FILE.
           IF NOT WRK-FS-BANCO-NAO-ENCONTRADO
               SET WRK-BANCO-ABERTO-SW TO TRUE
           END-IF.
           IF WRK-MODO-GERACAO
               OPEN EXTEND EARNINGS-OUTPUT
               IF WRK-FS-LANC-NAO-ABERTO
                   OPEN OUTPUT EARNINGS-OUTPUT
               END-IF
               MOVE "GERACAO" TO WRK-CB-MODO
           ELSE
               MOVE "PREVIA" TO WRK-CB-MODO
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ULTIMO DIA DA COMPETENCIA E DO MES ANTERIOR (PARA O GOZO QUE
      * VEM DO MES PASSADO), DIA DA SEMANA DO DIA 1 E A DATA DO
      * ULTIMO DIA, USADA PARA LIMITAR A LEITURA DO BANCOHR.
      *****************************************************************
       1100-MONTA-CALENDARIO.
           COMPUTE WRK-MESES-COMPETENCIA =
               (WRK-ANO-COMPETENCIA * 12) + WRK-MES-COMPETENCIA.
           DIVIDE WRK-ANO-COMPETENCIA BY 4 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-4.
           DIVIDE WRK-ANO-COMPETENCIA BY 100 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-100.
           DIVIDE WRK-ANO-COMPETENCIA BY 400 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO-400.
           IF WRK-RESTO-400 = ZEROS
               OR (WRK-RESTO-4 = ZEROS AND WRK-RESTO-100 NOT = ZEROS)
               SET WRK-BISSEXTO-SW TO TRUE
           END-IF.
           MOVE WRK-DIAS-MES (WRK-MES-COMPETENCIA) TO WRK-ULTIMO-DIA.
           IF WRK-MES-COMPETENCIA = 2 AND WRK-BISSEXTO-SW
               MOVE 29 TO WRK-ULTIMO-DIA
           END-IF.
           IF WRK-MES-COMPETENCIA = 1
               MOVE 12 TO WRK-MES-ANTERIOR
           ELSE
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-COMPETENCIA - 1
           END-IF.
           MOVE WRK-DIAS-MES (WRK-MES-ANTERIOR)
               TO WRK-ULTIMO-DIA-ANTERIOR.
           IF WRK-MES-ANTERIOR = 2 AND WRK-BISSEXTO-SW
               MOVE 29 TO WRK-ULTIMO-DIA-ANTERIOR
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO WRK-DC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-DC-MES.
           MOVE WRK-ULTIMO-DIA TO WRK-DC-DIA.
           MOVE WRK-DATA-CORRENTE TO WRK-DATA-FIM-MES.
           MOVE WRK-MES-COMPETENCIA TO WRK-Z-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-Z-ANO.
           IF WRK-Z-MES < 3
               ADD 12 TO WRK-Z-MES
               SUBTRACT 1 FROM WRK-Z-ANO
           END-IF.
           DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-SECULO
               REMAINDER WRK-Z-ANO-SECULO.
           COMPUTE WRK-Z-PARCELA-MES = (13 * (WRK-Z-MES + 1)) / 5.
           COMPUTE WRK-Z-PARCELA-ANO = WRK-Z-ANO-SECULO / 4.
           COMPUTE WRK-Z-PARCELA-SEC = WRK-Z-SECULO / 4.
           COMPUTE WRK-Z-SOMA = 1 + WRK-Z-PARCELA-MES
               + WRK-Z-ANO-SECULO + WRK-Z-PARCELA-ANO
               + WRK-Z-PARCELA-SEC + (5 * WRK-Z-SECULO).
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE
               REMAINDER WRK-Z-DIA-SEMANA.
           MOVE WRK-Z-DIA-SEMANA TO WRK-SEMANA-DIA-1.
           COMPUTE WRK-Z-SOMA = WRK-SEMANA-DIA-1 + 6.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE
               REMAINDER WRK-DOMINGO-DIA-1.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * MARCA NA TABELA DE PONTO OS DIAS DO MES EM QUE CADA CPF TEM
      * LINHA NO SIGNLOGF - BASTA UMA MARCACAO NO DIA (SAIDA PERDIDA
      * E ASSUNTO DO PONTOMES, NAO FALTA). LINHA COM DATA NAO NUMERICA
      * E PULADA, COMO NO PONTOMES.
      *****************************************************************
       1200-CARREGA-PONTO.
           OPEN INPUT SIGNIN-LOG.
           IF WRK-FS-PONTO-NAO-ABERTO
               DISPLAY 'SIGNLOGF NAO ENCONTRADO - EXECUCAO CANCELADA'
               SET WRK-CANCELADO-SW TO TRUE
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ SIGNIN-LOG
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
           PERFORM 1210-GUARDA-MARCACAO THRU 1210-EXIT
               UNTIL WRK-FIM-ARQUIVO-SW.
           CLOSE SIGNIN-LOG.
       1200-EXIT.
           EXIT.
       1210-GUARDA-MARCACAO.
           IF LOG-ANO NOT NUMERIC OR LOG-MES NOT NUMERIC
               OR LOG-DIA NOT NUMERIC
               GO TO 1210-LE-PROXIMA
           END-IF.
           IF LOG-ANO NOT = WRK-ANO-COMPETENCIA
               OR LOG-MES NOT = WRK-MES-COMPETENCIA
               OR LOG-DIA < 1 OR LOG-DIA > WRK-ULTIMO-DIA
               GO TO 1210-LE-PROXIMA
           END-IF.
           MOVE 'N' TO WRK-PONTO-ACHADO.
           PERFORM 1220-PROCURA-PONTO THRU 1220-EXIT
               VARYING WRK-IDX-PONTO FROM 1 BY 1
               UNTIL WRK-IDX-PONTO > WRK-QTDE-PONTO
                   OR WRK-PONTO-ACHADO-SW.
           IF WRK-PONTO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX-PONTO
           ELSE
               IF WRK-QTDE-PONTO < WRK-MAX-PONTO
                   ADD 1 TO WRK-QTDE-PONTO
                   MOVE WRK-QTDE-PONTO TO WRK-IDX-PONTO
                   MOVE SPACES TO WRK-PONTO-ITEM (WRK-IDX-PONTO)
                   MOVE LOG-CPF TO WRK-TP-CPF (WRK-IDX-PONTO)
               ELSE
                   DISPLAY 'TABELA DE PONTO CHEIA - CPF ' LOG-CPF
                           ' FORA - EXECUCAO CANCELADA'
                   SET WRK-CANCELADO-SW TO TRUE
                   SET WRK-FIM-ARQUIVO-SW TO TRUE
                   GO TO 1210-EXIT
               END-IF
           END-IF.
           MOVE 'S' TO WRK-TP-DIA (WRK-IDX-PONTO LOG-DIA).
       1210-LE-PROXIMA.
           READ SIGNIN-LOG
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
       1220-PROCURA-PONTO.
           IF WRK-TP-CPF (WRK-IDX-PONTO) = LOG-CPF
               SET WRK-PONTO-ACHADO-SW TO TRUE
           END-IF.
       1220-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA OS FERIADOS DA COMPETENCIA DO CALTRAB. SEM CALENDARIO
      * TODO FERIADO VIRARIA FALTA - CANCELA.
      *****************************************************************
       1300-CARREGA-FERIADOS.
           OPEN INPUT CALENDAR-FILE.
           IF WRK-FS-CAL-NAO-ENCONTRADO
               DISPLAY 'CALTRAB NAO ENCONTRADO - EXECUCAO CANCELADA'
               SET WRK-CANCELADO-SW TO TRUE
               GO TO 1300-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ CALENDAR-FILE NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
           PERFORM 1310-GUARDA-FERIADO THRU 1310-EXIT
               UNTIL WRK-FIM-ARQUIVO-SW.
           CLOSE CALENDAR-FILE.
       1300-EXIT.
           EXIT.
       1310-GUARDA-FERIADO.
           IF CAL-ANO = WRK-ANO-COMPETENCIA
               AND CAL-MES = WRK-MES-COMPETENCIA
               IF WRK-QTDE-FERIADOS < WRK-MAX-FERIADOS
                   ADD 1 TO WRK-QTDE-FERIADOS
                   MOVE CAL-ESTABELECIMENTO
                       TO WRK-TH-ESTAB (WRK-QTDE-FERIADOS)
                   MOVE CAL-DIA TO WRK-TH-DIA (WRK-QTDE-FERIADOS)
               ELSE
                   DISPLAY 'TABELA DE FERIADOS CHEIA - EXECUCAO '
                           'CANCELADA'
                   SET WRK-CANCELADO-SW TO TRUE
                   SET WRK-FIM-ARQUIVO-SW TO TRUE
                   GO TO 1310-EXIT
               END-IF
           END-IF.
           READ CALENDAR-FILE NEXT RECORD
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA A TABELA DE GOZOS DO FERGOZO - ARQUIVO AUSENTE QUER
      * DIZER QUE NINGUEM GOZOU FERIAS AINDA.
      *****************************************************************
       1400-CARREGA-GOZOS.
           OPEN INPUT VACATION-TAKEN.
           IF WRK-FS-GOZO-NAO-ENCONTRADO
               GO TO 1400-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
           PERFORM 1410-GUARDA-GOZO THRU 1410-EXIT
               UNTIL WRK-FIM-ARQUIVO-SW.
           CLOSE VACATION-TAKEN.
       1400-EXIT.
           EXIT.
       1410-GUARDA-GOZO.
           IF WRK-QTDE-GOZOS < WRK-MAX-GOZOS
               ADD 1 TO WRK-QTDE-GOZOS
               MOVE GOZO-CPF TO WRK-TG-CPF (WRK-QTDE-GOZOS)
               MOVE GOZO-DATA-INICIO TO WRK-TG-INICIO (WRK-QTDE-GOZOS)
               MOVE GOZO-QTDE-DIAS TO WRK-TG-DIAS (WRK-QTDE-GOZOS)
           ELSE
               DISPLAY 'TABELA DE GOZOS CHEIA - EXECUCAO CANCELADA'
               SET WRK-CANCELADO-SW TO TRUE
               SET WRK-FIM-ARQUIVO-SW TO TRUE
               GO TO 1410-EXIT
           END-IF.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA OS ABONOS DA COMPETENCIA DO FALTABON. ARQUIVO AUSENTE =
      * NENHUMA CONTESTACAO ACEITA AINDA.
      *****************************************************************
       1500-CARREGA-ABONOS.
           OPEN INPUT WAIVER-FILE.
           IF WRK-FS-ABONO-NAO-ABERTO
               GO TO 1500-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ WAIVER-FILE
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
           PERFORM 1510-GUARDA-ABONO THRU 1510-EXIT
               UNTIL WRK-FIM-ARQUIVO-SW.
           CLOSE WAIVER-FILE.
       1500-EXIT.
           EXIT.
       1510-GUARDA-ABONO.
           IF ABO-DATA NOT NUMERIC
               GO TO 1510-LE-PROXIMO
           END-IF.
           MOVE ABO-DATA TO WRK-DATA-CORRENTE.
           IF WRK-DC-ANO NOT = WRK-ANO-COMPETENCIA
               OR WRK-DC-MES NOT = WRK-MES-COMPETENCIA
               OR WRK-DC-DIA < 1 OR WRK-DC-DIA > WRK-ULTIMO-DIA
               GO TO 1510-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-ABONOS < WRK-MAX-ABONOS
               ADD 1 TO WRK-QTDE-ABONOS
               MOVE ABO-CPF TO WRK-TA-CPF (WRK-QTDE-ABONOS)
               MOVE WRK-DC-DIA TO WRK-TA-DIA (WRK-QTDE-ABONOS)
               MOVE ABO-OPERADOR TO WRK-TA-OPERADOR (WRK-QTDE-ABONOS)
               MOVE ABO-MOTIVO TO WRK-TA-MOTIVO (WRK-QTDE-ABONOS)
           ELSE
               DISPLAY 'TABELA DE ABONOS CHEIA - EXECUCAO CANCELADA'
               SET WRK-CANCELADO-SW TO TRUE
               SET WRK-FIM-ARQUIVO-SW TO TRUE
               GO TO 1510-EXIT
           END-IF.
       1510-LE-PROXIMO.
           READ WAIVER-FILE
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
       1510-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA OS CPFS QUE JA TEM O 'FAL' NO VARVENC DO MES. LOTE
      * AUSENTE = NENHUM LANCAMENTO AINDA.
      *****************************************************************
       1600-CARREGA-LANCADOS.
           OPEN INPUT EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               GO TO 1600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-ARQUIVO.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
           PERFORM 1610-GUARDA-LANCADO THRU 1610-EXIT
               UNTIL WRK-FIM-ARQUIVO-SW.
           CLOSE EARNINGS-OUTPUT.
       1600-EXIT.
           EXIT.
       1610-GUARDA-LANCADO.
           IF VEN-OUT-CODIGO = WRK-CODIGO-FALTA
               IF WRK-QTDE-LANCADOS < WRK-MAX-LANCADOS
                   ADD 1 TO WRK-QTDE-LANCADOS
                   MOVE VEN-OUT-CPF TO WRK-TL-CPF (WRK-QTDE-LANCADOS)
               ELSE
                   DISPLAY 'TABELA DE LANCADOS CHEIA - EXECUCAO '
                           'CANCELADA'
                   SET WRK-CANCELADO-SW TO TRUE
                   SET WRK-FIM-ARQUIVO-SW TO TRUE
                   GO TO 1610-EXIT
               END-IF
           END-IF.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-ARQUIVO-SW TO TRUE
           END-READ.
       1610-EXIT.
           EXIT.
      *****************************************************************
      * APURA O FUNCIONARIO CORRENTE E AVANCA. SO ENTRA QUEM RECEBE NA
      * COMPETENCIA; SO SAI NO RELATORIO QUEM TEM FALTA OU ABONO.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-CALCULA-PROPORCAO THRU 2050-EXIT.
           IF NOT WRK-PAGA-SW
               GO TO 2000-LE-PROXIMO
           END-IF.
           PERFORM 2100-MONTA-MAPA THRU 2100-EXIT.
           PERFORM 2200-CONTA-FALTAS THRU 2200-EXIT.
           IF WRK-QTDE-FALTAS = ZEROS AND WRK-QTDE-ABONADAS = ZEROS
               GO TO 2000-LE-PROXIMO
           END-IF.
           PERFORM 2300-LANCA-DESCONTOS THRU 2300-EXIT.
           PERFORM 2400-IMPRIME-FUNCIONARIO THRU 2400-EXIT.
       2000-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * DECIDE SE O FUNCIONARIO ENTRA NA COMPETENCIA E EM QUE DIAS -
      * MESMA REGRA DO PAYREG/VTMES: MES DE ADMISSAO E MES DE
      * DESLIGAMENTO SO CONTAM A PARTE DO CONTRATO; DESLIGADO EM MES
      * ANTERIOR OU ADMITIDO DEPOIS DA COMPETENCIA FICA FORA.
      *****************************************************************
       2050-CALCULA-PROPORCAO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE 30 TO WRK-DIAS-TRABALHADOS.
           MOVE 1 TO WRK-DIA-INICIAL.
           MOVE WRK-ULTIMO-DIA TO WRK-DIA-FINAL.
           IF EMP-DESLIGADO
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-R
               ELSE
                   MOVE ZEROS TO WRK-DATA-DESLIG-R
               END-IF
               IF WRK-DSL-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-DSL-MES = WRK-MES-COMPETENCIA
                   IF WRK-DSL-DIA < 30
                       MOVE WRK-DSL-DIA TO WRK-DIAS-TRABALHADOS
                   END-IF
                   IF WRK-DSL-DIA < WRK-DIA-FINAL
                       MOVE WRK-DSL-DIA TO WRK-DIA-FINAL
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-PAGA-NO-MES
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
                   GO TO 2050-EXIT
               END-IF
               IF WRK-ADM-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-ADM-MES = WRK-MES-COMPETENCIA
                   COMPUTE WRK-DIAS-TRABALHADOS =
                       WRK-DIAS-TRABALHADOS - WRK-ADM-DIA + 1
                   MOVE WRK-ADM-DIA TO WRK-DIA-INICIAL
               END-IF
           END-IF.
           IF WRK-DIAS-TRABALHADOS <= ZEROS
               OR WRK-DIA-INICIAL > WRK-DIA-FINAL
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * MONTA O MAPA DO MES: FORA DO CONTRATO, FIM DE SEMANA E
      * FERIADO PRIMEIRO; DEPOIS AS COBERTURAS, CADA UMA SO EM DIA
      * AINDA EM BRANCO (O ABONO POR ULTIMO, SO NO QUE SERIA FALTA).
      *****************************************************************
       2100-MONTA-MAPA.
           MOVE SPACES TO WRK-MAPA-MES.
           MOVE SPACES TO WRK-MAPA-SEMANAS.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-FUNC
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-FUNC
           END-IF.
           PERFORM 2110-MARCA-CALENDARIO THRU 2110-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > 31.
           PERFORM 2120-MARCA-FERIADO THRU 2120-EXIT
               VARYING WRK-IDX-FERIADO FROM 1 BY 1
               UNTIL WRK-IDX-FERIADO > WRK-QTDE-FERIADOS.
           MOVE 'N' TO WRK-PONTO-ACHADO.
           PERFORM 2130-PROCURA-FUNCIONARIO THRU 2130-EXIT
               VARYING WRK-IDX-PONTO FROM 1 BY 1
               UNTIL WRK-IDX-PONTO > WRK-QTDE-PONTO
                   OR WRK-PONTO-ACHADO-SW.
           IF WRK-PONTO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX-PONTO
               PERFORM 2135-MARCA-PONTO THRU 2135-EXIT
                   VARYING WRK-DIA-CORRENTE FROM 1 BY 1
                   UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA
           END-IF.
           MOVE 'F' TO WRK-MARCA.
           PERFORM 2140-MARCA-FERIAS THRU 2140-EXIT
               VARYING WRK-IDX-GOZO FROM 1 BY 1
               UNTIL WRK-IDX-GOZO > WRK-QTDE-GOZOS.
           IF WRK-AFASTA-ABERTO-SW
               PERFORM 2150-MARCA-AFASTAMENTO THRU 2150-EXIT
           END-IF.
           IF WRK-BANCO-ABERTO-SW
               PERFORM 2160-MARCA-FOLGA THRU 2160-EXIT
           END-IF.
           PERFORM 2170-MARCA-ABONO THRU 2170-EXIT
               VARYING WRK-IDX-ABONO FROM 1 BY 1
               UNTIL WRK-IDX-ABONO > WRK-QTDE-ABONOS.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DIA FORA DO MES OU DO CONTRATO VIRA 'X'; SABADO E DOMINGO 'S'.
      *****************************************************************
       2110-MARCA-CALENDARIO.
           IF WRK-DIA-CORRENTE < WRK-DIA-INICIAL
               OR WRK-DIA-CORRENTE > WRK-DIA-FINAL
               MOVE 'X' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-EXIT.
           IF WRK-DIA-SEMANA < 2
               MOVE 'S' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2110-EXIT.
           EXIT.
       2120-MARCA-FERIADO.
           IF WRK-TH-ESTAB (WRK-IDX-FERIADO) = '*'
               OR WRK-TH-ESTAB (WRK-IDX-FERIADO) = WRK-ESTAB-FUNC
               MOVE WRK-TH-DIA (WRK-IDX-FERIADO) TO WRK-DIA-MARCA
               IF WRK-SITUACAO-DIA (WRK-DIA-MARCA) = SPACE
                   MOVE 'H' TO WRK-SITUACAO-DIA (WRK-DIA-MARCA)
               END-IF
           END-IF.
       2120-EXIT.
           EXIT.
       2130-PROCURA-FUNCIONARIO.
           IF WRK-TP-CPF (WRK-IDX-PONTO) = EMP-CPF
               SET WRK-PONTO-ACHADO-SW TO TRUE
           END-IF.
       2130-EXIT.
           EXIT.
       2135-MARCA-PONTO.
           IF WRK-TP-DIA (WRK-IDX-PONTO WRK-DIA-CORRENTE) = 'S'
               AND WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE 'P' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2135-EXIT.
           EXIT.
      *****************************************************************
      * DIAS CORRIDOS DO GOZO CORRENTE QUE CAEM NA COMPETENCIA: GOZO
      * QUE COMECA NO MES MARCA DO DIA DE INICIO EM DIANTE; GOZO QUE
      * COMECOU NO MES ANTERIOR MARCA DO DIA 1 O QUE SOBROU DELE.
      *****************************************************************
       2140-MARCA-FERIAS.
           IF WRK-TG-CPF (WRK-IDX-GOZO) NOT = EMP-CPF
               GO TO 2140-EXIT
           END-IF.
           MOVE WRK-TG-INICIO (WRK-IDX-GOZO) TO WRK-DATA-GOZO.
           IF WRK-DG-MES < 1 OR WRK-DG-MES > 12
               OR WRK-DG-DIA < 1 OR WRK-DG-DIA > 31
               GO TO 2140-EXIT
           END-IF.
           COMPUTE WRK-MESES-GOZO = (WRK-DG-ANO * 12) + WRK-DG-MES.
           IF WRK-MESES-GOZO = WRK-MESES-COMPETENCIA
               MOVE WRK-DG-DIA TO WRK-DIA-MARCA
               COMPUTE WRK-DIAS-RESTANTES = WRK-TG-DIAS (WRK-IDX-GOZO)
               GO TO 2140-MARCA
           END-IF.
           IF WRK-MESES-GOZO + 1 = WRK-MESES-COMPETENCIA
               MOVE 1 TO WRK-DIA-MARCA
               COMPUTE WRK-DIAS-RESTANTES = WRK-TG-DIAS (WRK-IDX-GOZO)
                   - (WRK-ULTIMO-DIA-ANTERIOR - WRK-DG-DIA + 1)
               GO TO 2140-MARCA
           END-IF.
           GO TO 2140-EXIT.
       2140-MARCA.
           IF WRK-DIAS-RESTANTES <= ZEROS
               GO TO 2140-EXIT
           END-IF.
           COMPUTE WRK-DIAS-RESTANTES =
               WRK-DIA-MARCA + WRK-DIAS-RESTANTES - 1.
           IF WRK-DIAS-RESTANTES > WRK-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA TO WRK-DIA-LIMITE
           ELSE
               MOVE WRK-DIAS-RESTANTES TO WRK-DIA-LIMITE
           END-IF.
           PERFORM 2145-MARCA-DIA THRU 2145-EXIT
               VARYING WRK-DIA-CORRENTE FROM WRK-DIA-MARCA BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-DIA-LIMITE.
       2140-EXIT.
           EXIT.
       2145-MARCA-DIA.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE WRK-MARCA TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2145-EXIT.
           EXIT.
      *****************************************************************
      * AFASTAMENTOS DO CPF NO AFASTA (A CHAVE COMECA PELO CPF): MARCA
      * DO INICIO ATE A VESPERA DO RETORNO (RETORNO ZERADO = AINDA
      * AFASTADO, VAI ATE O FIM DO MES).
      *****************************************************************
       2150-MARCA-AFASTAMENTO.
           MOVE EMP-CPF TO AFA-CPF.
           MOVE ZEROS TO AFA-DATA-INICIO.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START LEAVE-FILE KEY NOT < AFA-CHAVE
               INVALID KEY SET WRK-FIM-LEITURA-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-LEITURA-SW
               READ LEAVE-FILE NEXT RECORD
                   AT END SET WRK-FIM-LEITURA-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2155-MARCA-AFASTADO THRU 2155-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       2150-EXIT.
           EXIT.
       2155-MARCA-AFASTADO.
           IF AFA-CPF NOT = EMP-CPF
               OR AFA-DATA-INICIO > WRK-DATA-FIM-MES
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 2155-EXIT
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO WRK-DC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-DC-MES.
           PERFORM 2156-MARCA-DIA-AFASTADO THRU 2156-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA.
           READ LEAVE-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       2155-EXIT.
           EXIT.
       2156-MARCA-DIA-AFASTADO.
           MOVE WRK-DIA-CORRENTE TO WRK-DC-DIA.
           IF WRK-DATA-CORRENTE >= AFA-DATA-INICIO
               AND (AFA-DATA-RETORNO = ZEROS
                   OR WRK-DATA-CORRENTE < AFA-DATA-RETORNO)
               AND WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE 'A' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2156-EXIT.
           EXIT.
      *****************************************************************
      * FOLGAS DO BANCO DE HORAS (DEBITO DE ORIGEM 'F' LANCADO PELO
      * BHMANT NA DATA DA FOLGA) DENTRO DA COMPETENCIA.
      *****************************************************************
       2160-MARCA-FOLGA.
           MOVE EMP-CPF TO BHR-CPF.
           MOVE WRK-ANO-COMPETENCIA TO WRK-DC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-DC-MES.
           MOVE 1 TO WRK-DC-DIA.
           MOVE WRK-DATA-CORRENTE TO BHR-DATA.
           MOVE ZEROS TO BHR-SEQ.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START HOUR-BANK-FILE KEY NOT < BHR-CHAVE
               INVALID KEY SET WRK-FIM-LEITURA-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-LEITURA-SW
               READ HOUR-BANK-FILE NEXT RECORD
                   AT END SET WRK-FIM-LEITURA-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2165-MARCA-FOLGA-DIA THRU 2165-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       2160-EXIT.
           EXIT.
       2165-MARCA-FOLGA-DIA.
           IF BHR-CPF NOT = EMP-CPF
               OR BHR-DATA > WRK-DATA-FIM-MES
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 2165-EXIT
           END-IF.
           IF BHR-DEBITO AND BHR-ORIGEM-FOLGA
               AND BHR-DIA >= 1 AND BHR-DIA <= WRK-ULTIMO-DIA
               IF WRK-SITUACAO-DIA (BHR-DIA) = SPACE
                   MOVE 'B' TO WRK-SITUACAO-DIA (BHR-DIA)
               END-IF
           END-IF.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       2165-EXIT.
           EXIT.
       2170-MARCA-ABONO.
           IF WRK-TA-CPF (WRK-IDX-ABONO) = EMP-CPF
               MOVE WRK-TA-DIA (WRK-IDX-ABONO) TO WRK-DIA-MARCA
               IF WRK-SITUACAO-DIA (WRK-DIA-MARCA) = SPACE
                   MOVE 'J' TO WRK-SITUACAO-DIA (WRK-DIA-MARCA)
               END-IF
           END-IF.
       2170-EXIT.
           EXIT.
      *****************************************************************
      * CONTA AS FALTAS (DIA UTIL QUE FICOU EM BRANCO), OS ABONOS E AS
      * SEMANAS COM FALTA; VALORIZA PELO DIA DO MES COMERCIAL
      * (SALARIO / 30) - UM DIA POR FALTA E UM DIA DE DSR POR SEMANA.
      *****************************************************************
       2200-CONTA-FALTAS.
           MOVE ZEROS TO WRK-QTDE-FALTAS.
           MOVE ZEROS TO WRK-QTDE-ABONADAS.
           MOVE ZEROS TO WRK-QTDE-DSR.
           MOVE ZEROS TO WRK-VALOR-FALTAS.
           MOVE ZEROS TO WRK-VALOR-DSR.
           PERFORM 2210-CONTA-DIA THRU 2210-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA.
           PERFORM 2220-CONTA-SEMANA THRU 2220-EXIT
               VARYING WRK-IDX-SEMANA FROM 1 BY 1
               UNTIL WRK-IDX-SEMANA > 6.
           IF WRK-QTDE-FALTAS = ZEROS
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-VALOR-DIA ROUNDED = EMP-SALARIO / 30.
           COMPUTE WRK-VALOR-FALTAS = WRK-VALOR-DIA * WRK-QTDE-FALTAS.
           COMPUTE WRK-VALOR-DSR = WRK-VALOR-DIA * WRK-QTDE-DSR.
       2200-EXIT.
           EXIT.
       2210-CONTA-DIA.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = 'J'
               ADD 1 TO WRK-QTDE-ABONADAS
               GO TO 2210-EXIT
           END-IF.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) NOT = SPACE
               GO TO 2210-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FALTAS.
           COMPUTE WRK-Z-SOMA = WRK-DOMINGO-DIA-1
               + WRK-DIA-CORRENTE - 1.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE.
           COMPUTE WRK-IDX-SEMANA = WRK-Z-QUOCIENTE + 1.
           MOVE 'S' TO WRK-SEMANA-COM-FALTA (WRK-IDX-SEMANA).
       2210-EXIT.
           EXIT.
       2220-CONTA-SEMANA.
           IF WRK-SEMANA-COM-FALTA (WRK-IDX-SEMANA) = 'S'
               ADD 1 TO WRK-QTDE-DSR
           END-IF.
       2220-EXIT.
           EXIT.
      *****************************************************************
      * DECIDE A SITUACAO DO FUNCIONARIO E, NA GERACAO, GRAVA OS
      * DESCONTOS 'FAL' E 'DSR' NO VARVENC. BANCO DE HORAS E CPF JA
      * LANCADO NO LOTE NAO GRAVAM.
      *****************************************************************
       2300-LANCA-DESCONTOS.
           ADD 1 TO WRK-QTDE-COM-FALTA.
           ADD WRK-QTDE-FALTAS TO WRK-TOTAL-FALTAS.
           ADD WRK-QTDE-ABONADAS TO WRK-TOTAL-ABONADAS.
           PERFORM 2310-VERIFICA-REGIME THRU 2310-EXIT.
           IF WRK-REGIME-BANCO-SW
               MOVE "BANCO HORAS-SEM DESCONTO" TO WRK-SITUACAO
               MOVE ZEROS TO WRK-VALOR-FALTAS
               MOVE ZEROS TO WRK-VALOR-DSR
               GO TO 2300-EXIT
           END-IF.
           ADD WRK-QTDE-DSR TO WRK-TOTAL-DSR.
           ADD WRK-VALOR-FALTAS TO WRK-TOTAL-VALOR.
           ADD WRK-VALOR-DSR TO WRK-TOTAL-VALOR.
           IF WRK-QTDE-FALTAS = ZEROS
               MOVE "SO DIAS ABONADOS" TO WRK-SITUACAO
               GO TO 2300-EXIT
           END-IF.
           IF WRK-MODO-PREVIA
               MOVE "PREVIA - A CONTESTAR" TO WRK-SITUACAO
               GO TO 2300-EXIT
           END-IF.
           MOVE 'N' TO WRK-JA-LANCADO.
           PERFORM 2320-PROCURA-LANCADO THRU 2320-EXIT
               VARYING WRK-IDX-LANCADO FROM 1 BY 1
               UNTIL WRK-IDX-LANCADO > WRK-QTDE-LANCADOS
                   OR WRK-JA-LANCADO-SW.
           IF WRK-JA-LANCADO-SW
               MOVE "FAL JA LANCADO NO LOTE" TO WRK-SITUACAO
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO EARNINGS-OUTPUT-REC.
           MOVE EMP-CPF TO VEN-OUT-CPF.
           MOVE WRK-CODIGO-FALTA TO VEN-OUT-CODIGO.
           MOVE WRK-DESCRICAO-FALTA TO VEN-OUT-DESCRICAO.
           MOVE WRK-VALOR-FALTAS TO VEN-OUT-VALOR.
           MOVE 'D' TO VEN-OUT-TIPO.
           WRITE EARNINGS-OUTPUT-REC.
           ADD 1 TO WRK-QTDE-LANCAMENTOS.
           IF WRK-VALOR-DSR > ZEROS
               MOVE SPACES TO EARNINGS-OUTPUT-REC
               MOVE EMP-CPF TO VEN-OUT-CPF
               MOVE WRK-CODIGO-DSR TO VEN-OUT-CODIGO
               MOVE WRK-DESCRICAO-DSR TO VEN-OUT-DESCRICAO
               MOVE WRK-VALOR-DSR TO VEN-OUT-VALOR
               MOVE 'D' TO VEN-OUT-TIPO
               WRITE EARNINGS-OUTPUT-REC
               ADD 1 TO WRK-QTDE-LANCAMENTOS
           END-IF.
           MOVE "DESCONTO LANCADO" TO WRK-SITUACAO.
       2300-EXIT.
           EXIT.
       2310-VERIFICA-REGIME.
           MOVE 'N' TO WRK-REGIME-BANCO.
           IF NOT WRK-DEPTOS-ABERTO-SW
               GO TO 2310-EXIT
           END-IF.
           MOVE EMP-DEPTO TO DPT-CODIGO.
           READ DEPARTMENT-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF DPT-BANCO-DE-HORAS
                       SET WRK-REGIME-BANCO-SW TO TRUE
                   END-IF
           END-READ.
       2310-EXIT.
           EXIT.
       2320-PROCURA-LANCADO.
           IF WRK-TL-CPF (WRK-IDX-LANCADO) = EMP-CPF
               SET WRK-JA-LANCADO-SW TO TRUE
           END-IF.
       2320-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME A LINHA DO FUNCIONARIO E, EMBAIXO, UMA LINHA POR DIA
      * DE FALTA OU ABONO - E O QUE O SUPERVISOR CONFERE E CONTESTA.
      *****************************************************************
       2400-IMPRIME-FUNCIONARIO.
           MOVE EMP-CPF TO WRK-F-CPF.
           MOVE EMP-NOME TO WRK-F-NOME.
           MOVE WRK-ESTAB-FUNC TO WRK-F-ESTAB.
           MOVE WRK-QTDE-FALTAS TO WRK-F-FALTAS.
           MOVE WRK-QTDE-DSR TO WRK-F-DSR.
           MOVE WRK-VALOR-FALTAS TO WRK-F-VALOR-FALTAS.
           MOVE WRK-VALOR-DSR TO WRK-F-VALOR-DSR.
           MOVE WRK-SITUACAO TO WRK-F-SITUACAO.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-FUNCIONARIO.
           PERFORM 2410-IMPRIME-DIA THRU 2410-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA.
       2400-EXIT.
           EXIT.
       2410-IMPRIME-DIA.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) NOT = SPACE
               AND WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) NOT = 'J'
               GO TO 2410-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-DIA.
           MOVE WRK-DIA-CORRENTE TO WRK-LD-DIA.
           MOVE WRK-MES-COMPETENCIA TO WRK-LD-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-LD-ANO.
           PERFORM 2900-DIA-DA-SEMANA THRU 2900-EXIT.
           MOVE WRK-NOME-DIA (WRK-DIA-SEMANA + 1) TO WRK-LD-SEMANA.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE "FALTA INJUSTIFICADA" TO WRK-LD-SITUACAO
           ELSE
               MOVE "ABONADA POR" TO WRK-LD-SITUACAO
               PERFORM 2420-BUSCA-ABONO THRU 2420-EXIT
                   VARYING WRK-IDX-ABONO FROM 1 BY 1
                   UNTIL WRK-IDX-ABONO > WRK-QTDE-ABONOS
           END-IF.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-DIA.
       2410-EXIT.
           EXIT.
       2420-BUSCA-ABONO.
           IF WRK-TA-CPF (WRK-IDX-ABONO) = EMP-CPF
               AND WRK-TA-DIA (WRK-IDX-ABONO) = WRK-DIA-CORRENTE
               MOVE WRK-TA-OPERADOR (WRK-IDX-ABONO) TO WRK-LD-OPERADOR
               MOVE WRK-TA-MOTIVO (WRK-IDX-ABONO) TO WRK-LD-MOTIVO
           END-IF.
       2420-EXIT.
           EXIT.
      *****************************************************************
      * DIA DA SEMANA DO DIA CORRENTE A PARTIR DO DIA 1 (0 = SABADO,
      * 1 = DOMINGO ... 6 = SEXTA).
      *****************************************************************
       2900-DIA-DA-SEMANA.
           COMPUTE WRK-Z-SOMA = WRK-SEMANA-DIA-1 + WRK-DIA-CORRENTE - 1.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-COM-FALTA TO WRK-TOT-FUNC-ED.
           MOVE WRK-TOTAL-FALTAS TO WRK-TOT-FAL-ED.
           MOVE WRK-TOTAL-DSR TO WRK-TOT-DSR-ED.
           MOVE WRK-TOTAL-ABONADAS TO WRK-TOT-ABO-ED.
           MOVE WRK-TOTAL-VALOR TO WRK-TOT-VAL-ED.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-MODO-GERACAO
               MOVE WRK-QTDE-LANCAMENTOS TO WRK-TOT-LAN-ED
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-LANCADOS
               CLOSE EARNINGS-OUTPUT
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
           IF WRK-AFASTA-ABERTO-SW
               CLOSE LEAVE-FILE
           END-IF.
           IF WRK-BANCO-ABERTO-SW
               CLOSE HOUR-BANK-FILE
           END-IF.
           CLOSE EXCEPTION-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM FALTAMES.
