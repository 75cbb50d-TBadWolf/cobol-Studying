       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLRPAGTO.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: PAGAMENTO DA PARTICIPACAO NOS LUCROS E RESULTADOS
      *          (PLR) - A PLR ERA CALCULADA EM PLANILHA E LANCADA NO
      *          VARVENC COMO GRATIFICACAO, E O DEDCALC A TRIBUTAVA
      *          PELA TABELA MENSAL PROGRESSIVA. A PLR TEM TABELA DE
      *          IRRF EXCLUSIVA (ANUAL) E NAO SOFRE INSS NEM FGTS, POR
      *          ISSO SAI NESTE RUN PROPRIO, FORA DA FOLHA MENSAL:
      *          - A REGRA DE DISTRIBUICAO VEM DO PLRREGRA (UMA LINHA:
      *            PERIODO DE APURACAO AAAAMM INICIAL E FINAL, NO
      *            MAXIMO 12 MESES, VALOR FIXO POR FUNCIONARIO E FATOR
      *            SOBRE O SALARIO DO MESTRE). A PLR DO FUNCIONARIO E
      *            (FIXO + SALARIO X FATOR) X MESES TRABALHADOS NO
      *            PERIODO / MESES DO PERIODO; MES TRABALHADO E O MES
      *            COM SALARIO POSTADO NO SALHIST E SEM MAIS DE 15 DIAS
      *            DE AFASTAMENTO (AFACALC), O MESMO CRITERIO DO AVO DO
      *            DECIMO13;
      *          - O IRRF SAI DA TABELA EXCLUSIVA DA PLR DO PLRTABIR
      *            (LINHA DO ANO DO PAGAMENTO OU A MAIS RECENTE ANTES
      *            DELE; SEM ARQUIVO, A TABELA INTERNA) APLICADA SOBRE
      *            O TOTAL DE PLR DO ANO (PARCELAS ANTERIORES DO
      *            PLRHIST + ESTA), MENOS O IRRF JA RETIDO NAS
      *            PARCELAS ANTERIORES;
      *          - A PARCELA E GRAVADA NO PLRHIST (CPF + ANO), QUE O
      *            INFORMRD LE PARA O INFORME DE RENDIMENTOS; UM RERUN
      *            NO MESMO MES NAO PAGA DE NOVO QUEM JA TEM A PARCELA
      *            DO MES GRAVADA;
      *          - HOLERITE PROPRIO (PLRHOLER, PAGINADO PELO RPTPAGE),
      *            GUARDADO NO HOLEREPO COMO FOLHA 'P' COM SEQUENCIA =
      *            NUMERO DA PARCELA NO ANO;
      *          - REMESSA BANCARIA PROPRIA (PLRREM, MESMO LAYOUT DO
      *            BANKPAY) COM O LIQUIDO - SEM CONTA NO CONTABCO, SAI
      *            NO RELATORIO PARA PAGAMENTO MANUAL; CONTA INCLUIDA
      *            OU ALTERADA HA ATE N DIAS OU PELO PROPRIO OPERADOR
      *            QUE SUBMETE A REMESSA, O CREDITO FICA RETIDO NO
      *            CREDRET (ORIGEM 'P', COMPETENCIA = MES DO PAGAMENTO)
      *            PARA A DECISAO NO BANKLIB, COMO NO BANKPAY. SEM
      *            CONTA E RETIDOS SAEM NA LISTA DE EXCECOES PLREXCE;
      *          - LANCAMENTOS CONTABEIS (PLRDEBIT/PLRCRED, LAYOUT DO
      *            GLPOST): DEBITO DA DESPESA NA CONTA 'L' + DEPTO DO
      *            MESTRE, CREDITOS EM SALPAG (LIQUIDO) E IRRFRC.
      *          SYSIN: ANO E MES DO PAGAMENTO, DIAS DE QUARENTENA DA
      *          CONTA (BRANCO = 5) E O OPERADOR QUE SUBMETE A REMESSA.
      *          FUNCIONARIOS DESLIGADOS NO MESTRE FICAM FORA, COMO NO
      *          DECIMO13.
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
           SELECT HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT RULES-FILE ASSIGN TO "PLRREGRA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-REGRA.
           SELECT TAX-TABLE-FILE ASSIGN TO "PLRTABIR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-TABELA.
           SELECT PLR-HISTORY ASSIGN TO "PLRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLH-CHAVE
               FILE STATUS IS WRK-FS-PLR.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CPF
               FILE STATUS IS WRK-FS-CONTAS.
           SELECT REMITTANCE-FILE ASSIGN TO "PLRREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBIT-FILE ASSIGN TO "PLRDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-FILE ASSIGN TO "PLRCRED"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAYSLIP-REPORT ASSIGN TO "PLRHOLER"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLR-REPORT ASSIGN TO "PLRRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "PLREXCE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO "CREDRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-FS-RETIDOS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  RULES-FILE.
       01  RULES-REC.
           02 RGP-PERIODO-INICIAL.
               03 RGP-ANO-INICIAL      PIC 9(04).
               03 RGP-MES-INICIAL      PIC 9(02).
           02 FILLER                  PIC X(01).
           02 RGP-PERIODO-FINAL.
               03 RGP-ANO-FINAL        PIC 9(04).
               03 RGP-MES-FINAL        PIC 9(02).
           02 FILLER                  PIC X(01).
           02 RGP-VALOR-FIXO          PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 RGP-FATOR-SALARIO       PIC 9(02)V9999.
       FD  TAX-TABLE-FILE.
       01  TAX-TABLE-REC.
           02 PTI-ANO                 PIC 9(04).
           02 FILLER                  PIC X(01).
           02 PTI-LIM1                PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-LIM2                PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-LIM3                PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-LIM4                PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-ALIQ1               PIC V999.
           02 FILLER                  PIC X(01).
           02 PTI-ALIQ2               PIC V999.
           02 FILLER                  PIC X(01).
           02 PTI-ALIQ3               PIC V999.
           02 FILLER                  PIC X(01).
           02 PTI-ALIQ4               PIC V999.
           02 FILLER                  PIC X(01).
           02 PTI-DEDUZ1              PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-DEDUZ2              PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-DEDUZ3              PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PTI-DEDUZ4              PIC 9(06)V99.
       FD  PLR-HISTORY.
       COPY "PLRHIST.CPY".
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC             PIC X(240).
       FD  DEBIT-FILE.
       01  DEBIT-REC.
           02 DEB-CONTA               PIC X(06).
           02 DEB-VALOR               PIC 9(08)V99.
       FD  CREDIT-FILE.
       01  CREDIT-REC.
           02 CRED-CONTA              PIC X(06).
           02 CRED-VALOR              PIC 9(08)V99.
       FD  PAYSLIP-REPORT.
       01  PAYSLIP-REPORT-REC         PIC X(90).
       FD  PLR-REPORT.
       01  PLR-REPORT-REC             PIC X(110).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC       PIC X(80).
       FD  HOLD-FILE.
       COPY "CREDRET.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-REGRA             PIC X(02) VALUE SPACES.
           88 WRK-FS-REGRA-NAO-ABERTO        VALUE "35".
       77 WRK-FS-TABELA            PIC X(02) VALUE SPACES.
           88 WRK-FS-TABELA-NAO-ABERTO       VALUE "35".
       77 WRK-FS-PLR               PIC X(02) VALUE SPACES.
           88 WRK-FS-PLR-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPO-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CONTAS            PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTAS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.
           88 WRK-FS-RETIDOS-NAO-ENCONTRADO  VALUE "23" "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-TABELA           PIC X(01) VALUE 'N'.
           88 WRK-FIM-TABELA-SW             VALUE 'S'.
       77 WRK-REGRA-VALIDA         PIC X(01) VALUE 'N'.
           88 WRK-REGRA-VALIDA-SW           VALUE 'S'.
       77 WRK-CADASTRO-CONTAS      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-CONTAS-OK        VALUE 'S'.
       77 WRK-CONTA-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-ACHADA-SW           VALUE 'S'.
       77 WRK-PLR-NOVO             PIC X(01) VALUE 'N'.
           88 WRK-PLR-NOVO-SW               VALUE 'S'.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
       77 WRK-ANO-PAGAMENTO        PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PAGAMENTO        PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
      *****************************************************************
      * REGRA DE DISTRIBUICAO E PERCURSO DO PERIODO DE APURACAO.
      *****************************************************************
       77 WRK-VALOR-FIXO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FATOR-SALARIO        PIC 9(02)V9999 VALUE ZEROS.
       77 WRK-PERIODO-INICIAL      PIC 9(06) VALUE ZEROS.
       77 WRK-PERIODO-FINAL        PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-PERIODO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MESES-TRABALHADOS    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-MES              PIC 9(03) COMP VALUE ZEROS.
       77 WRK-ANO-CORRENTE         PIC 9(04) VALUE ZEROS.
       77 WRK-MES-CORRENTE         PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-HIST-LIDO        PIC 9(04) VALUE ZEROS.
       77 WRK-DIAS-AFASTADO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FGTS            PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-AFASTAMENTO   PIC X(02) VALUE SPACES.
      *****************************************************************
      * TABELA EXCLUSIVA DO IRRF DA PLR (ANUAL) - CONSTANTES 77 COMO
      * RETAGUARDA, SOBREPOSTAS PELA LINHA VIGENTE DO PLRTABIR, NO
      * MESMO ESQUEMA DO DEDCALC COM O DEDPARM.
      *****************************************************************
       77 WRK-PLR-LIM1             PIC 9(06)V99 VALUE 006677,55.
       77 WRK-PLR-LIM2             PIC 9(06)V99 VALUE 009922,28.
       77 WRK-PLR-LIM3             PIC 9(06)V99 VALUE 013167,00.
       77 WRK-PLR-LIM4             PIC 9(06)V99 VALUE 016380,38.
       77 WRK-PLR-ALIQ1            PIC V999    VALUE 0,075.
       77 WRK-PLR-ALIQ2            PIC V999    VALUE 0,150.
       77 WRK-PLR-ALIQ3            PIC V999    VALUE 0,225.
       77 WRK-PLR-ALIQ4            PIC V999    VALUE 0,275.
       77 WRK-PLR-DEDUZ1           PIC 9(06)V99 VALUE 000500,82.
       77 WRK-PLR-DEDUZ2           PIC 9(06)V99 VALUE 001244,99.
       77 WRK-PLR-DEDUZ3           PIC 9(06)V99 VALUE 002232,51.
       77 WRK-PLR-DEDUZ4           PIC 9(06)V99 VALUE 003051,53.
       77 WRK-ANO-TABELA-USADA     PIC 9(04) VALUE ZEROS.
      *****************************************************************
      * VALORES DO FUNCIONARIO.
      *****************************************************************
       77 WRK-VALOR-PLR            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF-PLR             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-PLR          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-ACUMULADA       PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-ACUMULADO       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-CALC            PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PLR-ANTERIOR         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-ANTERIOR        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IDX-PARCELA          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-NUM-PARCELA          PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO               PIC X(30) VALUE SPACES.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(90) VALUE SPACES.
      *****************************************************************
      * ACUMULACAO DA DESPESA POR DEPARTAMENTO PARA OS LANCAMENTOS -
      * MESMO LIMITE DE 50 DEPARTAMENTOS DO GLPOST. DEPARTAMENTO QUE
      * NAO CABE VAI PARA A CONTA 'L' SEM DEPARTAMENTO.
      *****************************************************************
       77 WRK-MAX-DEPTOS           PIC 9(03) COMP VALUE 50.
       77 WRK-QTDE-DEPTOS-TAB      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DESPESA-SEM-DEPTO    PIC 9(08)V99 VALUE ZEROS.
       01 WRK-TABELA-DEPTOS.
           02 WRK-DEPTO-ITEM OCCURS 50 TIMES.
               03 WRK-TD-DEPTO          PIC X(04).
               03 WRK-TD-VALOR          PIC 9(08)V99.
       77 WRK-CONTA-DESPESA        PIC X(06) VALUE SPACES.
      *****************************************************************
      * QUARENTENA DA CONTA ALTERADA - MESMA REGRA DO BANKPAY.
      *****************************************************************
       77 WRK-QUARENTENA-DIAS      PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-HOJE          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-IDADE-CONTA          PIC S9(07) COMP VALUE ZEROS.
       77 WRK-CREDITO-RETIDO       PIC X(01) VALUE 'N'.
           88 WRK-CREDITO-RETIDO-SW         VALUE 'S'.
       77 WRK-RETIDO-EXISTE        PIC X(01) VALUE 'N'.
           88 WRK-RETIDO-EXISTE-SW          VALUE 'S'.
       77 WRK-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
       01 WRK-DC-DATA.
           02 WRK-DC-ANO            PIC 9(04).
           02 WRK-DC-MES            PIC 9(02).
           02 WRK-DC-DIA            PIC 9(02).
       01 WRK-DC-DATA-N REDEFINES WRK-DC-DATA
                                    PIC 9(08).
       77 WRK-DC-A                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-M                 PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DC-Q4                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q100              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q400              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-QM                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-NUMERO            PIC 9(07) COMP VALUE ZEROS.
       01 WRK-MOTIVO-IDADE.
           02 FILLER                PIC X(18) VALUE
               "CONTA ALTERADA HA ".
           02 WRK-MI-DIAS           PIC ZZ9.
           02 FILLER                PIC X(09) VALUE " DIA(S)".
      *****************************************************************
      * CONTADORES E TOTAIS DO RUN.
      *****************************************************************
       77 WRK-QTDE-PAGOS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-NAO-PAGOS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-CONTA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RETIDOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-RETIDO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SEQUENCIAL           PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-PLR            PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-IRRF           PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO        PIC 9(09)V99 VALUE ZEROS.
      *****************************************************************
      * REGISTROS DA REMESSA - MESMO LAYOUT DE 240 POSICOES DO BANKPAY.
      *****************************************************************
       01 WRK-REM-HEADER.
           02 FILLER                PIC X(01) VALUE "0".
           02 WRK-RH-EMPRESA        PIC X(30) VALUE
               "PARTICIPACAO NOS LUCROS".
           02 WRK-RH-DATA-GERACAO   PIC 9(08).
           02 WRK-RH-REMESSA        PIC X(07) VALUE "REMESSA".
           02 WRK-RH-CNPJ           PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(180) VALUE SPACES.
       01 WRK-REM-DETALHE.
           02 FILLER                PIC X(01) VALUE "1".
           02 WRK-RD-SEQUENCIAL     PIC 9(06).
           02 WRK-RD-CPF            PIC X(11).
           02 WRK-RD-NOME           PIC X(30).
           02 WRK-RD-VALOR          PIC 9(13)V99.
           02 WRK-RD-MOEDA          PIC X(03).
           02 WRK-RD-BANCO          PIC 9(03).
           02 WRK-RD-AGENCIA        PIC 9(04).
           02 WRK-RD-CONTA          PIC 9(08).
           02 WRK-RD-DIGITO         PIC X(01).
           02 WRK-RD-TIPO           PIC X(01).
           02 WRK-RD-FINALIDADE     PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(156) VALUE SPACES.
       01 WRK-REM-TRAILER.
           02 FILLER                PIC X(01) VALUE "9".
           02 WRK-RT-QTDE           PIC 9(06).
           02 WRK-RT-VALOR-TOTAL    PIC 9(13)V99.
           02 FILLER                PIC X(218) VALUE SPACES.
      *****************************************************************
      * HOLERITE DA PLR (PLRHOLER) - MESMO ESTILO DO PAYSLIP.
      *****************************************************************
       01 WRK-HOL-CABECALHO.
           02 FILLER                PIC X(23) VALUE
               "HOLERITE PLR - PAGTO ".
           02 WRK-HC-MES-PAGTO      PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HC-ANO-PAGTO      PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-HC-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HC-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HC-ANO            PIC 9(04).
       01 WRK-HOL-FUNCIONARIO.
           02 FILLER                PIC X(05) VALUE "CPF: ".
           02 WRK-HF-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(06) VALUE "NOME: ".
           02 WRK-HF-NOME           PIC X(20).
       01 WRK-HOL-PERIODO.
           02 FILLER                PIC X(09) VALUE "PERIODO ".
           02 WRK-HP-MES-INI        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HP-ANO-INI        PIC 9(04).
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-HP-MES-FIM        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HP-ANO-FIM        PIC 9(04).
           02 FILLER                PIC X(09) VALUE " - MESES ".
           02 WRK-HP-TRABALHADOS    PIC Z9.
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-HP-PERIODO        PIC Z9.
           02 FILLER                PIC X(11) VALUE " - PARCELA ".
           02 WRK-HP-PARCELA        PIC Z9.
       01 WRK-HOL-VERBA.
           02 FILLER                PIC X(07) VALUE "VERBA ".
           02 FILLER                PIC X(03) VALUE "PLR".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(20) VALUE
               "PARTICIPACAO LUCROS".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-HV-VALOR          PIC $ZZZ.ZZ9,99.
       01 WRK-HOL-ANTERIOR.
           02 FILLER                PIC X(30) VALUE
               "PARCELAS ANTERIORES NO ANO: ".
           02 WRK-HA-VALOR          PIC $Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(08) VALUE "  IRRF: ".
           02 WRK-HA-IRRF           PIC $Z.ZZZ.ZZ9,99.
       01 WRK-HOL-VALORES.
           02 FILLER                PIC X(07) VALUE "BRUTO: ".
           02 WRK-HL-BRUTO          PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(23) VALUE
               "IRRF EXCLUSIVO PLR: ".
           02 WRK-HL-IRRF           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(09) VALUE "LIQUIDO: ".
           02 WRK-HL-LIQUIDO        PIC $ZZZ.ZZ9,99.
       01 WRK-HOL-SEPARADOR.
           02 FILLER                PIC X(50) VALUE ALL "-".
      *****************************************************************
      * RELATORIO DE CONTROLE DO RUN (PLRRPT).
      *****************************************************************
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(24) VALUE
               "PAGAMENTO DE PLR - ".
           02 WRK-CB-MES-PAGTO      PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-PAGTO      PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(16) VALUE " - TABELA IRRF ".
           02 WRK-CB-TABELA         PIC X(07).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(07) VALUE "MESES".
           02 FILLER                PIC X(12) VALUE "PLR".
           02 FILLER                PIC X(12) VALUE "IRRF".
           02 FILLER                PIC X(12) VALUE "LIQUIDO".
           02 FILLER                PIC X(29) VALUE "SITUACAO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MESES           PIC Z9.
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-PERIODO         PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PLR             PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-IRRF            PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-LIQUIDO         PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(10) VALUE "PAGOS: ".
           02 WRK-TOT-PAGOS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(15) VALUE "  NAO PAGOS: ".
           02 WRK-TOT-NAO-PAGOS-ED  PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE "  SEM CONTA: ".
           02 WRK-TOT-SEM-CONTA-ED  PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE "  RETIDOS: ".
           02 WRK-TOT-RETIDOS-ED    PIC ZZZZ9.
       01 WRK-LINHA-VALORES.
           02 FILLER                PIC X(11) VALUE "TOTAL PLR: ".
           02 WRK-TOT-PLR-ED        PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(09) VALUE "  IRRF: ".
           02 WRK-TOT-IRRF-ED       PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(12) VALUE "  REMESSA: ".
           02 WRK-TOT-REMESSA-ED    PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-EXCECAO.
           02 WRK-EX-CPF            PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-NOME           PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-MOTIVO         PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PAGAMENTO FROM CONSOLE.
           ACCEPT WRK-MES-PAGAMENTO FROM CONSOLE.
           ACCEPT WRK-QUARENTENA-DIAS FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           IF WRK-QUARENTENA-DIAS NOT NUMERIC
               OR WRK-QUARENTENA-DIAS = ZEROS
               MOVE 5 TO WRK-QUARENTENA-DIAS
           END-IF.
           IF WRK-ANO-PAGAMENTO NOT NUMERIC
               OR WRK-ANO-PAGAMENTO = ZEROS
               OR WRK-MES-PAGAMENTO NOT NUMERIC
               OR WRK-MES-PAGAMENTO < 1 OR WRK-MES-PAGAMENTO > 12
               DISPLAY 'COMPETENCIA DE PAGAMENTO INVALIDA - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           MOVE WRK-DATA-HOJE-NUM TO WRK-DC-DATA-N.
           PERFORM 8200-CONVERTE-DATA THRU 8200-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-NUMERO-HOJE.
           PERFORM 0500-LE-REGRA THRU 0500-EXIT.
           IF NOT WRK-REGRA-VALIDA-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0600-CARREGA-TABELA THRU 0600-EXIT.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           IF WRK-QTDE-DESLIGADOS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-DESLIGADOS
                   ' DESLIGADO(S) FORA DO PAGAMENTO DA PLR'
           END-IF.
           IF WRK-QTDE-SEM-CONTA > ZEROS OR WRK-QTDE-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * LE E CONFERE A REGRA DE DISTRIBUICAO (PLRREGRA): PERIODO
      * VALIDO DE 1 A 12 MESES E PELO MENOS UMA DAS PARTES INFORMADA.
      *****************************************************************
       0500-LE-REGRA.
           OPEN INPUT RULES-FILE.
           IF WRK-FS-REGRA-NAO-ABERTO
               DISPLAY 'PLRREGRA NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 0500-EXIT
           END-IF.
           READ RULES-FILE
               AT END
                   DISPLAY 'PLRREGRA VAZIO - EXECUCAO CANCELADA'
                   CLOSE RULES-FILE
                   GO TO 0500-EXIT
           END-READ.
           CLOSE RULES-FILE.
           IF RGP-PERIODO-INICIAL NOT NUMERIC
               OR RGP-PERIODO-FINAL NOT NUMERIC
               OR RGP-VALOR-FIXO NOT NUMERIC
               OR RGP-FATOR-SALARIO NOT NUMERIC
               OR RGP-MES-INICIAL < 1 OR RGP-MES-INICIAL > 12
               OR RGP-MES-FINAL < 1 OR RGP-MES-FINAL > 12
               DISPLAY 'PLRREGRA COM CAMPO INVALIDO - EXECUCAO '
                       'CANCELADA'
               GO TO 0500-EXIT
           END-IF.
           MOVE RGP-PERIODO-INICIAL TO WRK-PERIODO-INICIAL.
           MOVE RGP-PERIODO-FINAL TO WRK-PERIODO-FINAL.
           IF WRK-PERIODO-FINAL < WRK-PERIODO-INICIAL
               DISPLAY 'PERIODO DO PLRREGRA INVERTIDO - EXECUCAO '
                       'CANCELADA'
               GO TO 0500-EXIT
           END-IF.
           COMPUTE WRK-MESES-PERIODO =
               (RGP-ANO-FINAL * 12 + RGP-MES-FINAL)
               - (RGP-ANO-INICIAL * 12 + RGP-MES-INICIAL) + 1.
           IF WRK-MESES-PERIODO > 12
               DISPLAY 'PERIODO DO PLRREGRA MAIOR QUE 12 MESES - '
                       'EXECUCAO CANCELADA'
               GO TO 0500-EXIT
           END-IF.
           IF RGP-VALOR-FIXO = ZEROS AND RGP-FATOR-SALARIO = ZEROS
               DISPLAY 'PLRREGRA SEM VALOR FIXO NEM FATOR - EXECUCAO '
                       'CANCELADA'
               GO TO 0500-EXIT
           END-IF.
           MOVE RGP-VALOR-FIXO TO WRK-VALOR-FIXO.
           MOVE RGP-FATOR-SALARIO TO WRK-FATOR-SALARIO.
           SET WRK-REGRA-VALIDA-SW TO TRUE.
       0500-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA DO PLRTABIR A TABELA EXCLUSIVA DO ANO DO PAGAMENTO (OU
      * A MAIS RECENTE ANTES DELE). SEM ARQUIVO OU SEM LINHA VIGENTE,
      * FICA A TABELA INTERNA. A VERSAO APLICADA SAI NO SYSOUT E NO
      * CABECALHO DO RELATORIO.
      *****************************************************************
       0600-CARREGA-TABELA.
           OPEN INPUT TAX-TABLE-FILE.
           IF WRK-FS-TABELA-NAO-ABERTO
               DISPLAY 'PLRPAGTO: TABELA INTERNA (PADRAO) - PLRTABIR '
                       'NAO ENCONTRADO'
               GO TO 0600-EXIT
           END-IF.
           READ TAX-TABLE-FILE
               AT END SET WRK-FIM-TABELA-SW TO TRUE
           END-READ.
           PERFORM 0610-CONFERE-ANO THRU 0610-EXIT
               UNTIL WRK-FIM-TABELA-SW.
           CLOSE TAX-TABLE-FILE.
           IF WRK-ANO-TABELA-USADA > ZEROS
               DISPLAY 'PLRPAGTO: TABELA EXCLUSIVA DO PLRTABIR - ANO '
                       WRK-ANO-TABELA-USADA
           ELSE
               DISPLAY 'PLRPAGTO: TABELA INTERNA (PADRAO) - PLRTABIR '
                       'SEM LINHA VIGENTE'
           END-IF.
       0600-EXIT.
           EXIT.
       0610-CONFERE-ANO.
           IF PTI-ANO NUMERIC
               AND PTI-LIM1 NUMERIC
               AND PTI-DEDUZ4 NUMERIC
               AND PTI-ANO <= WRK-ANO-PAGAMENTO
               AND PTI-ANO >= WRK-ANO-TABELA-USADA
               MOVE PTI-ANO TO WRK-ANO-TABELA-USADA
               MOVE PTI-LIM1 TO WRK-PLR-LIM1
               MOVE PTI-LIM2 TO WRK-PLR-LIM2
               MOVE PTI-LIM3 TO WRK-PLR-LIM3
               MOVE PTI-LIM4 TO WRK-PLR-LIM4
               MOVE PTI-ALIQ1 TO WRK-PLR-ALIQ1
               MOVE PTI-ALIQ2 TO WRK-PLR-ALIQ2
               MOVE PTI-ALIQ3 TO WRK-PLR-ALIQ3
               MOVE PTI-ALIQ4 TO WRK-PLR-ALIQ4
               MOVE PTI-DEDUZ1 TO WRK-PLR-DEDUZ1
               MOVE PTI-DEDUZ2 TO WRK-PLR-DEDUZ2
               MOVE PTI-DEDUZ3 TO WRK-PLR-DEDUZ3
               MOVE PTI-DEDUZ4 TO WRK-PLR-DEDUZ4
           END-IF.
           READ TAX-TABLE-FILE
               AT END SET WRK-FIM-TABELA-SW TO TRUE
           END-READ.
       0610-EXIT.
           EXIT.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO PLRHIST, HOLEREPO E CREDRET SE AINDA
      * NAO EXISTEM), GRAVA OS CABECALHOS E LE O PRIMEIRO FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT HISTORY-FILE.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               DISPLAY 'AVISO: SALHIST NAO ENCONTRADO - NENHUM MES '
                       'TRABALHADO NO PERIODO'
           END-IF.
           OPEN I-O PLR-HISTORY.
           IF WRK-FS-PLR-NAO-ENCONTRADO
               OPEN OUTPUT PLR-HISTORY
               CLOSE PLR-HISTORY
               OPEN I-O PLR-HISTORY
           END-IF.
           OPEN I-O PAYSLIP-STORE.
           IF WRK-FS-REPO-NAO-ENCONTRADO
               OPEN OUTPUT PAYSLIP-STORE
               CLOSE PAYSLIP-STORE
               OPEN I-O PAYSLIP-STORE
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WRK-FS-CONTAS-NAO-ENCONTRADO
               DISPLAY 'AVISO: CONTABCO NAO ENCONTRADO - TODA A PLR '
                       'SAIRA PARA PAGAMENTO MANUAL'
           ELSE
               SET WRK-CADASTRO-CONTAS-OK TO TRUE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WRK-FS-RETIDOS-NAO-ENCONTRADO
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT PAYSLIP-REPORT.
           OPEN OUTPUT PLR-REPORT.
           MOVE WRK-DATA-HOJE-NUM TO WRK-RH-DATA-GERACAO.
           WRITE REMITTANCE-REC FROM WRK-REM-HEADER.
           MOVE WRK-MES-PAGAMENTO TO WRK-HC-MES-PAGTO.
           MOVE WRK-ANO-PAGAMENTO TO WRK-HC-ANO-PAGTO.
           MOVE WRK-DIA TO WRK-HC-DIA.
           MOVE WRK-MES TO WRK-HC-MES.
           MOVE WRK-ANO TO WRK-HC-ANO.
           MOVE RGP-MES-INICIAL TO WRK-HP-MES-INI.
           MOVE RGP-ANO-INICIAL TO WRK-HP-ANO-INI.
           MOVE RGP-MES-FINAL TO WRK-HP-MES-FIM.
           MOVE RGP-ANO-FINAL TO WRK-HP-ANO-FIM.
           MOVE WRK-MESES-PERIODO TO WRK-HP-PERIODO.
           MOVE WRK-MES-PAGAMENTO TO WRK-CB-MES-PAGTO.
           MOVE WRK-ANO-PAGAMENTO TO WRK-CB-ANO-PAGTO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           IF WRK-ANO-TABELA-USADA > ZEROS
               MOVE WRK-ANO-TABELA-USADA TO WRK-CB-TABELA
           ELSE
               MOVE "INTERNA" TO WRK-CB-TABELA
           END-IF.
           WRITE PLR-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE PLR-REPORT-REC FROM WRK-LINHA-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PROCESSA O FUNCIONARIO CORRENTE E AVANCA. DESLIGADO NAO ENTRA
      * NEM NO RELATORIO; SEM MES TRABALHADO OU COM A PARCELA DO MES
      * JA GRAVADA SAI COMO NAO PAGO, COM O MOTIVO.
      *****************************************************************
       2000-PROCESSA.
           IF EMP-DESLIGADO
               ADD 1 TO WRK-QTDE-DESLIGADOS
               GO TO 2000-LE-PROXIMO
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE ZEROS TO WRK-VALOR-PLR.
           MOVE ZEROS TO WRK-IRRF-PLR.
           MOVE ZEROS TO WRK-LIQUIDO-PLR.
           PERFORM 2100-CONTA-MESES THRU 2100-EXIT.
           IF WRK-MESES-TRABALHADOS = ZEROS
               MOVE "SEM MES TRABALHADO NO PERIODO" TO WRK-MOTIVO
           ELSE
               PERFORM 2200-BUSCA-PARCELAS THRU 2200-EXIT
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTDE-NAO-PAGOS
               PERFORM 2900-IMPRIME THRU 2900-EXIT
               GO TO 2000-LE-PROXIMO
           END-IF.
           PERFORM 2300-CALCULA-PLR THRU 2300-EXIT.
           PERFORM 2400-GRAVA-PARCELA THRU 2400-EXIT.
           PERFORM 2500-IMPRIME-HOLERITE THRU 2500-EXIT.
           PERFORM 2600-GRAVA-REPOSITORIO THRU 2600-EXIT.
           PERFORM 2700-GRAVA-REMESSA THRU 2700-EXIT.
           PERFORM 2800-ACUMULA-DESPESA THRU 2800-EXIT.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-VALOR-PLR TO WRK-TOTAL-PLR.
           ADD WRK-IRRF-PLR TO WRK-TOTAL-IRRF.
           ADD WRK-LIQUIDO-PLR TO WRK-TOTAL-LIQUIDO.
           PERFORM 2900-IMPRIME THRU 2900-EXIT.
       2000-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE OS MESES DO PERIODO DE APURACAO CONTANDO OS MESES
      * TRABALHADOS (SALARIO POSTADO NO SALHIST E NO MAXIMO 15 DIAS DE
      * AFASTAMENTO). O SALHIST E RELIDO SO QUANDO O ANO MUDA.
      *****************************************************************
       2100-CONTA-MESES.
           MOVE ZEROS TO WRK-MESES-TRABALHADOS.
           MOVE ZEROS TO WRK-ANO-HIST-LIDO.
           MOVE RGP-ANO-INICIAL TO WRK-ANO-CORRENTE.
           MOVE RGP-MES-INICIAL TO WRK-MES-CORRENTE.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2110-CONFERE-MES THRU 2110-EXIT
               VARYING WRK-IDX-MES FROM 1 BY 1
               UNTIL WRK-IDX-MES > WRK-MESES-PERIODO.
       2100-EXIT.
           EXIT.
       2110-CONFERE-MES.
           IF WRK-ANO-CORRENTE NOT = WRK-ANO-HIST-LIDO
               MOVE EMP-CPF TO HIST-CPF
               MOVE WRK-ANO-CORRENTE TO HIST-ANO
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE ZEROS TO HIST-SALARIOS
               END-READ
               MOVE WRK-ANO-CORRENTE TO WRK-ANO-HIST-LIDO
           END-IF.
           IF HIST-SAL (WRK-MES-CORRENTE) > ZEROS
               CALL "AFACALC" USING EMP-CPF WRK-ANO-CORRENTE
                   WRK-MES-CORRENTE WRK-DIAS-AFASTADO WRK-DIAS-FGTS
                   WRK-MOTIVO-AFASTAMENTO
               IF WRK-DIAS-AFASTADO NOT > 15
                   ADD 1 TO WRK-MESES-TRABALHADOS
               END-IF
           END-IF.
           IF WRK-MES-CORRENTE = 12
               MOVE 1 TO WRK-MES-CORRENTE
               ADD 1 TO WRK-ANO-CORRENTE
           ELSE
               ADD 1 TO WRK-MES-CORRENTE
           END-IF.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA AS PARCELAS JA PAGAS NO ANO (PLRHIST). PARCELA DO MES
      * JA GRAVADA (RERUN) OU QUATRO PARCELAS NO ANO = NAO PAGA.
      *****************************************************************
       2200-BUSCA-PARCELAS.
           MOVE ZEROS TO WRK-PLR-ANTERIOR.
           MOVE ZEROS TO WRK-IRRF-ANTERIOR.
           MOVE 'N' TO WRK-PLR-NOVO.
           MOVE EMP-CPF TO PLH-CPF.
           MOVE WRK-ANO-PAGAMENTO TO PLH-ANO.
           READ PLR-HISTORY
               INVALID KEY
                   SET WRK-PLR-NOVO-SW TO TRUE
                   MOVE ZEROS TO PLH-QTDE-PARCELAS
                   MOVE ZEROS TO PLH-TOTAL-VALOR
                   MOVE ZEROS TO PLH-TOTAL-IRRF
                   GO TO 2200-EXIT
           END-READ.
           PERFORM 2210-CONFERE-PARCELA THRU 2210-EXIT
               VARYING WRK-IDX-PARCELA FROM 1 BY 1
               UNTIL WRK-IDX-PARCELA > PLH-QTDE-PARCELAS.
           IF WRK-MOTIVO = SPACES
               AND PLH-QTDE-PARCELAS NOT < 4
               MOVE "LIMITE DE PARCELAS NO ANO" TO WRK-MOTIVO
           END-IF.
           MOVE PLH-TOTAL-VALOR TO WRK-PLR-ANTERIOR.
           MOVE PLH-TOTAL-IRRF TO WRK-IRRF-ANTERIOR.
       2200-EXIT.
           EXIT.
       2210-CONFERE-PARCELA.
           IF PLH-PC-MES (WRK-IDX-PARCELA) = WRK-MES-PAGAMENTO
               MOVE "PARCELA DO MES JA PAGA" TO WRK-MOTIVO
           END-IF.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * PLR = (FIXO + SALARIO X FATOR) X MESES TRABALHADOS / MESES DO
      * PERIODO. IRRF PELA TABELA EXCLUSIVA SOBRE O TOTAL DO ANO,
      * MENOS O JA RETIDO NAS PARCELAS ANTERIORES.
      *****************************************************************
       2300-CALCULA-PLR.
           COMPUTE WRK-VALOR-PLR ROUNDED =
               (WRK-VALOR-FIXO + EMP-SALARIO * WRK-FATOR-SALARIO)
               * WRK-MESES-TRABALHADOS / WRK-MESES-PERIODO.
           COMPUTE WRK-BASE-ACUMULADA =
               WRK-PLR-ANTERIOR + WRK-VALOR-PLR.
           IF WRK-BASE-ACUMULADA <= WRK-PLR-LIM1
               MOVE ZEROS TO WRK-IRRF-ACUMULADO
           ELSE
               IF WRK-BASE-ACUMULADA <= WRK-PLR-LIM2
                   COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                       (WRK-BASE-ACUMULADA * WRK-PLR-ALIQ1)
                           - WRK-PLR-DEDUZ1
               ELSE
                   IF WRK-BASE-ACUMULADA <= WRK-PLR-LIM3
                       COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                           (WRK-BASE-ACUMULADA * WRK-PLR-ALIQ2)
                               - WRK-PLR-DEDUZ2
                   ELSE
                       IF WRK-BASE-ACUMULADA <= WRK-PLR-LIM4
                           COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                               (WRK-BASE-ACUMULADA * WRK-PLR-ALIQ3)
                                   - WRK-PLR-DEDUZ3
                       ELSE
                           COMPUTE WRK-IRRF-ACUMULADO ROUNDED =
                               (WRK-BASE-ACUMULADA * WRK-PLR-ALIQ4)
                                   - WRK-PLR-DEDUZ4
                       END-IF
                   END-IF
               END-IF
           END-IF.
           COMPUTE WRK-IRRF-CALC =
               WRK-IRRF-ACUMULADO - WRK-IRRF-ANTERIOR.
           IF WRK-IRRF-CALC < ZEROS
               MOVE ZEROS TO WRK-IRRF-PLR
           ELSE
               MOVE WRK-IRRF-CALC TO WRK-IRRF-PLR
           END-IF.
           IF WRK-IRRF-PLR > WRK-VALOR-PLR
               MOVE WRK-VALOR-PLR TO WRK-IRRF-PLR
           END-IF.
           COMPUTE WRK-LIQUIDO-PLR = WRK-VALOR-PLR - WRK-IRRF-PLR.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * ACRESCENTA A PARCELA NO PLRHIST E ATUALIZA OS TOTAIS DO ANO.
      *****************************************************************
       2400-GRAVA-PARCELA.
           IF WRK-PLR-NOVO-SW
               MOVE SPACES TO PLR-HIST-REC
               MOVE EMP-CPF TO PLH-CPF
               MOVE WRK-ANO-PAGAMENTO TO PLH-ANO
               MOVE ZEROS TO PLH-QTDE-PARCELAS
               MOVE ZEROS TO PLH-TOTAL-VALOR
               MOVE ZEROS TO PLH-TOTAL-IRRF
           END-IF.
           ADD 1 TO PLH-QTDE-PARCELAS.
           MOVE PLH-QTDE-PARCELAS TO WRK-NUM-PARCELA.
           MOVE WRK-MES-PAGAMENTO TO PLH-PC-MES (WRK-NUM-PARCELA).
           MOVE WRK-VALOR-PLR TO PLH-PC-VALOR (WRK-NUM-PARCELA).
           MOVE WRK-IRRF-PLR TO PLH-PC-IRRF (WRK-NUM-PARCELA).
           MOVE WRK-DATA-HOJE-NUM TO PLH-PC-DATA (WRK-NUM-PARCELA).
           ADD WRK-VALOR-PLR TO PLH-TOTAL-VALOR.
           ADD WRK-IRRF-PLR TO PLH-TOTAL-IRRF.
           IF WRK-PLR-NOVO-SW
               WRITE PLR-HIST-REC
           ELSE
               REWRITE PLR-HIST-REC
           END-IF.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O HOLERITE DA PLR - O BLOCO INTEIRO NA MESMA PAGINA.
      *****************************************************************
       2500-IMPRIME-HOLERITE.
           IF WRK-LINHA-CORRENTE + 6 > WRK-LINHAS-POR-PAGINA
               MOVE WRK-LINHAS-POR-PAGINA TO WRK-LINHA-CORRENTE
           END-IF.
           MOVE EMP-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-HF-CPF.
           MOVE EMP-NOME TO WRK-HF-NOME.
           MOVE WRK-HOL-FUNCIONARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-MESES-TRABALHADOS TO WRK-HP-TRABALHADOS.
           MOVE WRK-NUM-PARCELA TO WRK-HP-PARCELA.
           MOVE WRK-HOL-PERIODO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-VALOR-PLR TO WRK-HV-VALOR.
           MOVE WRK-HOL-VERBA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-PLR-ANTERIOR > ZEROS
               MOVE WRK-PLR-ANTERIOR TO WRK-HA-VALOR
               MOVE WRK-IRRF-ANTERIOR TO WRK-HA-IRRF
               MOVE WRK-HOL-ANTERIOR TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           MOVE WRK-VALOR-PLR TO WRK-HL-BRUTO.
           MOVE WRK-IRRF-PLR TO WRK-HL-IRRF.
           MOVE WRK-LIQUIDO-PLR TO WRK-HL-LIQUIDO.
           MOVE WRK-HOL-VALORES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-HOL-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA O HOLERITE NO HOLEREPO COMO FOLHA 'P' DA COMPETENCIA DO
      * PAGAMENTO, SEQUENCIA = NUMERO DA PARCELA NO ANO.
      *****************************************************************
       2600-GRAVA-REPOSITORIO.
           MOVE SPACES TO PAYSLIP-STORE-REC.
           MOVE EMP-CPF TO HOL-CPF.
           MOVE WRK-ANO-PAGAMENTO TO HOL-ANO.
           MOVE WRK-MES-PAGAMENTO TO HOL-MES.
           MOVE 'P' TO HOL-FOLHA.
           MOVE WRK-NUM-PARCELA TO HOL-SEQ.
           MOVE EMP-NOME TO HOL-NOME.
           MOVE 30 TO HOL-DIAS.
           MOVE EMP-MOEDA TO HOL-MOEDA.
           MOVE WRK-VALOR-PLR TO HOL-BRUTO.
           MOVE ZEROS TO HOL-INSS.
           MOVE WRK-IRRF-PLR TO HOL-IRRF.
           MOVE WRK-LIQUIDO-PLR TO HOL-LIQUIDO.
           MOVE 1 TO HOL-QTDE-VERBAS.
           MOVE "PLR" TO HOL-VB-CODIGO (1).
           MOVE "PARTICIPACAO LUCROS" TO HOL-VB-DESCRICAO (1).
           MOVE WRK-VALOR-PLR TO HOL-VB-VALOR (1).
           MOVE 'V' TO HOL-VB-TIPO (1).
           WRITE PAYSLIP-STORE-REC
               INVALID KEY
                   REWRITE PAYSLIP-STORE-REC
           END-WRITE.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * CREDITO DO LIQUIDO NA REMESSA DA PLR. SEM CONTA NO CONTABCO,
      * FICA PARA PAGAMENTO MANUAL; CONTA EM QUARENTENA, FICA RETIDO NO
      * CREDRET.
      *****************************************************************
       2700-GRAVA-REMESSA.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF WRK-CADASTRO-CONTAS-OK
               MOVE EMP-CPF TO CTA-CPF
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CONTA-ACHADA-SW TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-CONTA-ACHADA-SW
               ADD 1 TO WRK-QTDE-SEM-CONTA
               MOVE "PAGO - SEM CONTA, PAGAR MANUAL" TO WRK-MOTIVO
               MOVE EMP-CPF TO WRK-EX-CPF
               MOVE EMP-NOME TO WRK-EX-NOME
               MOVE "ATIVO SEM CONTA CADASTRADA" TO WRK-EX-MOTIVO
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2750-CONFERE-QUARENTENA THRU 2750-EXIT.
           IF WRK-CREDITO-RETIDO-SW
               MOVE "PAGO - RETIDO, DECIDIR BANKLIB" TO WRK-MOTIVO
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WRK-SEQUENCIAL.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE EMP-CPF TO WRK-RD-CPF.
           MOVE EMP-NOME TO WRK-RD-NOME.
           MOVE WRK-LIQUIDO-PLR TO WRK-RD-VALOR.
           MOVE EMP-MOEDA TO WRK-RD-MOEDA.
           MOVE CTA-BANCO TO WRK-RD-BANCO.
           MOVE CTA-AGENCIA TO WRK-RD-AGENCIA.
           MOVE CTA-CONTA TO WRK-RD-CONTA.
           MOVE CTA-DIGITO TO WRK-RD-DIGITO.
           MOVE CTA-TIPO TO WRK-RD-TIPO.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD WRK-LIQUIDO-PLR TO WRK-TOTAL-REMESSA.
       2700-EXIT.
           EXIT.
      *****************************************************************
      * QUARENTENA DA CONTA, COMO NO BANKPAY, COM ORIGEM 'P' NO
      * CREDRET E O MES DO PAGAMENTO COMO COMPETENCIA: CONTA INCLUIDA/
      * ALTERADA HA ATE N DIAS OU PELO OPERADOR DESTA REMESSA RETEM O
      * CREDITO. RETENCAO AINDA PENDENTE NO MES RECEBE ESTE CREDITO;
      * RETENCAO JA DECIDIDA NO BANKLIB NAO IMPEDE O PAGAMENTO DESTE.
      *****************************************************************
       2750-CONFERE-QUARENTENA.
           MOVE 'N' TO WRK-CREDITO-RETIDO.
           MOVE 'N' TO WRK-RETIDO-EXISTE.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.
           MOVE WRK-ANO-PAGAMENTO TO CRT-ANO.
           MOVE WRK-MES-PAGAMENTO TO CRT-MES.
           MOVE EMP-CPF TO CRT-CPF.
           MOVE 'P' TO CRT-ORIGEM.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-RETIDO-EXISTE-SW TO TRUE
           END-READ.
           IF WRK-RETIDO-EXISTE-SW AND CRT-RETIDO
               MOVE CRT-MOTIVO TO WRK-MOTIVO-RETENCAO
               PERFORM 2760-GRAVA-RETIDO THRU 2760-EXIT
               GO TO 2750-EXIT
           END-IF.
           IF CTA-OPERADOR NOT = SPACES
               AND CTA-OPERADOR = WRK-OPERADOR
               MOVE "CONTA ALTERADA PELO OPER. REM."
                   TO WRK-MOTIVO-RETENCAO
           END-IF.
           IF CTA-DATA-ALTERACAO NUMERIC
               AND CTA-DATA-ALTERACAO > ZEROS
               AND WRK-MOTIVO-RETENCAO = SPACES
               MOVE CTA-DATA-ALTERACAO TO WRK-DC-DATA-N
               PERFORM 8200-CONVERTE-DATA THRU 8200-EXIT
               COMPUTE WRK-IDADE-CONTA =
                   WRK-NUMERO-HOJE - WRK-DC-NUMERO
               IF WRK-IDADE-CONTA NOT > WRK-QUARENTENA-DIAS
                   MOVE WRK-IDADE-CONTA TO WRK-MI-DIAS
                   MOVE WRK-MOTIVO-IDADE TO WRK-MOTIVO-RETENCAO
               END-IF
           END-IF.
           IF WRK-MOTIVO-RETENCAO NOT = SPACES
               PERFORM 2760-GRAVA-RETIDO THRU 2760-EXIT
           END-IF.
       2750-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA) O CREDITO RETIDO COM A CONTA ATUAL E A
      * ANTERIOR DO CONTABCO E APONTA NA LISTA DE EXCECOES.
      *****************************************************************
       2760-GRAVA-RETIDO.
           SET WRK-CREDITO-RETIDO-SW TO TRUE.
           IF WRK-RETIDO-EXISTE-SW AND CRT-RETIDO
               ADD WRK-LIQUIDO-PLR TO CRT-VALOR
           ELSE
               MOVE WRK-LIQUIDO-PLR TO CRT-VALOR
           END-IF.
           MOVE EMP-NOME TO CRT-NOME.
           MOVE EMP-MOEDA TO CRT-MOEDA.
           MOVE CTA-BANCO TO CRT-BANCO.
           MOVE CTA-AGENCIA TO CRT-AGENCIA.
           MOVE CTA-CONTA TO CRT-CONTA.
           MOVE CTA-DIGITO TO CRT-DIGITO.
           MOVE CTA-TIPO TO CRT-TIPO.
           MOVE CTA-CONTA-ANTERIOR TO CRT-CONTA-ANTERIOR.
           MOVE CTA-DATA-ALTERACAO TO CRT-DATA-ALTERACAO.
           MOVE CTA-HORA-ALTERACAO TO CRT-HORA-ALTERACAO.
           MOVE CTA-OPERADOR TO CRT-OPERADOR-CONTA.
           MOVE WRK-OPERADOR TO CRT-OPERADOR-REMESSA.
           MOVE WRK-DATA-HOJE-NUM TO CRT-DATA-RETENCAO.
           MOVE WRK-MOTIVO-RETENCAO TO CRT-MOTIVO.
           MOVE 'R' TO CRT-SITUACAO.
           MOVE SPACES TO CRT-OPERADOR-DECISAO.
           MOVE ZEROS TO CRT-DATA-DECISAO.
           IF WRK-RETIDO-EXISTE-SW
               REWRITE CREDITO-RETIDO-REC
           ELSE
               WRITE CREDITO-RETIDO-REC
           END-IF.
           ADD 1 TO WRK-QTDE-RETIDOS.
           ADD WRK-LIQUIDO-PLR TO WRK-TOTAL-RETIDO.
           MOVE EMP-CPF TO WRK-EX-CPF.
           MOVE EMP-NOME TO WRK-EX-NOME.
           MOVE WRK-MOTIVO-RETENCAO TO WRK-EX-MOTIVO.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO.
       2760-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA A DESPESA DA PLR NO DEPARTAMENTO DO MESTRE.
      *****************************************************************
       2800-ACUMULA-DESPESA.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           PERFORM 2810-PROCURA-DEPTO THRU 2810-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB
                   OR WRK-DEPTO-ACHADO-SW.
           IF WRK-DEPTO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX
               ADD WRK-VALOR-PLR TO WRK-TD-VALOR (WRK-IDX)
               GO TO 2800-EXIT
           END-IF.
           IF WRK-QTDE-DEPTOS-TAB < WRK-MAX-DEPTOS
               ADD 1 TO WRK-QTDE-DEPTOS-TAB
               MOVE EMP-DEPTO TO WRK-TD-DEPTO (WRK-QTDE-DEPTOS-TAB)
               MOVE WRK-VALOR-PLR TO WRK-TD-VALOR (WRK-QTDE-DEPTOS-TAB)
           ELSE
               DISPLAY 'AVISO: TABELA DE DEPARTAMENTOS CHEIA - PLR DE '
                       EMP-CPF ' LANCADA SEM DEPARTAMENTO'
               ADD WRK-VALOR-PLR TO WRK-DESPESA-SEM-DEPTO
           END-IF.
       2800-EXIT.
           EXIT.
       2810-PROCURA-DEPTO.
           IF WRK-TD-DEPTO (WRK-IDX) = EMP-DEPTO
               SET WRK-DEPTO-ACHADO-SW TO TRUE
           END-IF.
       2810-EXIT.
           EXIT.
      *****************************************************************
      * LINHA DO RELATORIO DE CONTROLE.
      *****************************************************************
       2900-IMPRIME.
           MOVE EMP-CPF TO WRK-D-CPF.
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE WRK-MESES-TRABALHADOS TO WRK-D-MESES.
           MOVE WRK-MESES-PERIODO TO WRK-D-PERIODO.
           MOVE WRK-VALOR-PLR TO WRK-D-PLR.
           MOVE WRK-IRRF-PLR TO WRK-D-IRRF.
           MOVE WRK-LIQUIDO-PLR TO WRK-D-LIQUIDO.
           IF WRK-MOTIVO = SPACES
               MOVE "PAGO" TO WRK-D-SITUACAO
           ELSE
               MOVE WRK-MOTIVO TO WRK-D-SITUACAO
           END-IF.
           WRITE PLR-REPORT-REC FROM WRK-LINHA-DETALHE.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * TRAILER DA REMESSA, LANCAMENTOS CONTABEIS, TOTAIS E FECHAMENTO.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-SEQUENCIAL TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-REMESSA TO WRK-RT-VALOR-TOTAL.
           WRITE REMITTANCE-REC FROM WRK-REM-TRAILER.
           PERFORM 3100-GRAVA-LANCAMENTOS THRU 3100-EXIT.
           MOVE WRK-QTDE-PAGOS TO WRK-TOT-PAGOS-ED.
           MOVE WRK-QTDE-NAO-PAGOS TO WRK-TOT-NAO-PAGOS-ED.
           MOVE WRK-QTDE-SEM-CONTA TO WRK-TOT-SEM-CONTA-ED.
           MOVE WRK-QTDE-RETIDOS TO WRK-TOT-RETIDOS-ED.
           WRITE PLR-REPORT-REC FROM WRK-LINHA-TOTAL.
           MOVE WRK-TOTAL-PLR TO WRK-TOT-PLR-ED.
           MOVE WRK-TOTAL-IRRF TO WRK-TOT-IRRF-ED.
           MOVE WRK-TOTAL-REMESSA TO WRK-TOT-REMESSA-ED.
           WRITE PLR-REPORT-REC FROM WRK-LINHA-VALORES.
           IF WRK-QTDE-RETIDOS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-RETIDOS ' CREDITO(S) '
                       'RETIDO(S) POR CONTA ALTERADA - DECISAO NO '
                       'BANKLIB'
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           IF NOT WRK-FS-HIST-NAO-ENCONTRADO
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE PLR-HISTORY.
           CLOSE PAYSLIP-STORE.
           IF WRK-CADASTRO-CONTAS-OK
               CLOSE ACCOUNT-FILE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE EXCEPTION-REPORT.
           CLOSE REMITTANCE-FILE.
           CLOSE PAYSLIP-REPORT.
           CLOSE PLR-REPORT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * DEBITO DA DESPESA NA CONTA 'L' + DEPTO E CREDITOS DE PASSIVO
      * (LIQUIDO A PAGAR E IRRF A RECOLHER) - SEM INSS E SEM FGTS.
      *****************************************************************
       3100-GRAVA-LANCAMENTOS.
           OPEN OUTPUT DEBIT-FILE.
           OPEN OUTPUT CREDIT-FILE.
           PERFORM 3110-GRAVA-DEBITO THRU 3110-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-DEPTOS-TAB.
           IF WRK-DESPESA-SEM-DEPTO > ZEROS
               MOVE "L" TO DEB-CONTA
               MOVE WRK-DESPESA-SEM-DEPTO TO DEB-VALOR
               WRITE DEBIT-REC
           END-IF.
           MOVE "SALPAG" TO CRED-CONTA.
           MOVE WRK-TOTAL-LIQUIDO TO CRED-VALOR.
           WRITE CREDIT-REC.
           MOVE "IRRFRC" TO CRED-CONTA.
           MOVE WRK-TOTAL-IRRF TO CRED-VALOR.
           WRITE CREDIT-REC.
           CLOSE DEBIT-FILE.
           CLOSE CREDIT-FILE.
       3100-EXIT.
           EXIT.
       3110-GRAVA-DEBITO.
           MOVE SPACES TO WRK-CONTA-DESPESA.
           STRING "L" DELIMITED BY SIZE
                  WRK-TD-DEPTO (WRK-IDX) DELIMITED BY SIZE
               INTO WRK-CONTA-DESPESA.
           MOVE WRK-CONTA-DESPESA TO DEB-CONTA.
           MOVE WRK-TD-VALOR (WRK-IDX) TO DEB-VALOR.
           WRITE DEBIT-REC.
       3110-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE) DO HOLERITE DA PLR.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE PAYSLIP-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE PAYSLIP-REPORT-REC FROM WRK-HOL-CABECALHO.
           WRITE PAYSLIP-REPORT-REC FROM WRK-LINHA-PAGINA.
           MOVE 2 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * DATA AAAAMMDD (WRK-DC-DATA) -> DIAS CORRIDOS (WRK-DC-NUMERO).
      * O ANO E CONTADO A PARTIR DE MARCO: JANEIRO E FEVEREIRO SAO OS
      * MESES 13 E 14 DO ANO ANTERIOR, E O 29 DE FEVEREIRO CAI NO FIM.
      *****************************************************************
       8200-CONVERTE-DATA.
           MOVE WRK-DC-ANO TO WRK-DC-A.
           MOVE WRK-DC-MES TO WRK-DC-M.
           IF WRK-DC-M < 3
               SUBTRACT 1 FROM WRK-DC-A
               ADD 12 TO WRK-DC-M
           END-IF.
           DIVIDE WRK-DC-A BY 4 GIVING WRK-DC-Q4.
           DIVIDE WRK-DC-A BY 100 GIVING WRK-DC-Q100.
           DIVIDE WRK-DC-A BY 400 GIVING WRK-DC-Q400.
           COMPUTE WRK-DC-QM = (153 * (WRK-DC-M - 3)) + 2.
           DIVIDE WRK-DC-QM BY 5 GIVING WRK-DC-QM.
           COMPUTE WRK-DC-NUMERO = (365 * WRK-DC-A) + WRK-DC-Q4
               - WRK-DC-Q100 + WRK-DC-Q400 + WRK-DC-QM + WRK-DC-DIA.
       8200-EXIT.
           EXIT.
       END PROGRAM PLRPAGTO.
