       IDENTIFICATION DIVISION.
       PROGRAM-ID. VTMES.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APURACAO MENSAL DO VALE-TRANSPORTE - RODA UMA VEZ POR
      *          COMPETENCIA, ANTES DO VENCVAL (COMO O DESCMES): PARA
      *          CADA FUNCIONARIO QUE RECEBE NA COMPETENCIA E TEM
      *          CADASTRO NO VALETRAN SEM RECUSA, CONTA OS DIAS UTEIS
      *          DO PERIODO TRABALHADO NO MES - O MES TODO, OU SO A
      *          PARTE DEPOIS DA ADMISSAO/ATE O DESLIGAMENTO, NA MESMA
      *          REGRA DO 2050-CALCULA-PROPORCAO DO PAYREG - PELO MESMO
      *          MAPA DO MES DO FALTAMES: DIA UTIL E SEGUNDA A SEXTA QUE
      *          NAO E FERIADO NO CALTRAB PARA O ESTABELECIMENTO DO
      *          FUNCIONARIO (OU PARA '*'), NEM DIA DE FERIAS NO
      *          FERGOZO, NEM DIA DE AFASTAMENTO NO AFASTA - DIA EM QUE
      *          NAO HA DESLOCAMENTO NAO COMPRA PASSE. CALCULA O CUSTO
      *          DOS PASSES (TARIFA X PASSAGENS POR DIA X DIAS UTEIS);
      *          SEM NENHUM DIA UTIL NO MES NAO HA COMPRA NEM DESCONTO
      *          (SO A LINHA NO RELATORIO). A PARTE DO EMPREGADO
      *          E 6% DO SALARIO PROPORCIONAL, NUNCA MAIS QUE O CUSTO
      *          DOS PASSES, E VAI EM EXTEND NO VARVENC COMO DESCONTO
      *          'VTR' (TIPO 'D') QUE SEGUE PELO CAMINHO NORMAL
      *          VENCVAL/VENCOK ATE O HOLERITE. CPF QUE JA TEM 'VTR' NO
      *          LOTE DO MES NAO GANHA OUTRO (RERUN SEGURO). O
      *          RELATORIO VTMESRP LISTA CADA FUNCIONARIO E FECHA COM O
      *          RESUMO DE COMPRA POR ESTABELECIMENTO (PASSES, CUSTO,
      *          PARTE DO EMPREGADO E CUSTO DA EMPRESA) PARA O SETOR
      *          DE COMPRAS FAZER O PEDIDO. SYSIN: ANO E MES DA
      *          COMPETENCIA. SEM CALTRAB OS FERIADOS VIRARIAM DIA DE
      *          PASSE: CANCELA COM RC=8, COMO O FALTAMES, ASSIM COMO
      *          QUALQUER TABELA DO MES CHEIA.
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
           SELECT VOUCHER-FILE ASSIGN TO "VALETRAN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS VTR-CPF
               FILE STATUS IS WRK-FS-VALES.
           SELECT CALENDAR-FILE ASSIGN TO "CALTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT VACATION-TAKEN ASSIGN TO "FERGOZO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GOZO.
           SELECT LEAVE-FILE ASSIGN TO "AFASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-AFASTA.
           SELECT EARNINGS-OUTPUT ASSIGN TO "VARVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTOS.
           SELECT CONTROL-REPORT ASSIGN TO "VTMESRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  VOUCHER-FILE.
       COPY "VALETRAN.CPY".
       FD  CALENDAR-FILE.
       COPY "CALTRAB.CPY".
       FD  VACATION-TAKEN.
       01  VACATION-TAKEN-REC.
           02 GOZO-CPF                PIC X(11).
           02 GOZO-DATA-INICIO        PIC 9(08).
           02 GOZO-QTDE-DIAS          PIC 9(02).
           02 FILLER                  PIC X(09).
       FD  LEAVE-FILE.
       COPY "AFASTA.CPY".
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
       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-PERCENTUAL-LIMITE    PIC V99 VALUE 0,06.
       77 WRK-CODIGO-VERBA         PIC X(03) VALUE "VTR".
       77 WRK-DESCRICAO-VERBA      PIC X(20) VALUE "VALE-TRANSPORTE".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-VALES             PIC X(02) VALUE SPACES.
           88 WRK-FS-VALES-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-LANCAMENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-LANC-NAO-ABERTO        VALUE "35".
       77 WRK-FS-CALENDARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-CAL-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FS-GOZO              PIC X(02) VALUE SPACES.
           88 WRK-FS-GOZO-NAO-ENCONTRADO     VALUE "35".
       77 WRK-FS-AFASTA            PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTA-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-AFASTA-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-AFASTA-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-ARQUIVO          PIC X(01) VALUE 'N'.
           88 WRK-FIM-ARQUIVO-SW            VALUE 'S'.
       77 WRK-FIM-LEITURA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA-SW            VALUE 'S'.
       77 WRK-CANCELADO            PIC X(01) VALUE 'N'.
           88 WRK-CANCELADO-SW              VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-LANCAMENTOS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANC-SW               VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-DIAS-TRABALHADOS     PIC S9(03) COMP VALUE ZEROS.
       77 WRK-SALARIO-PROPORCIONAL PIC 9(06)V99 VALUE ZEROS.
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
       77 WRK-MESES-COMPETENCIA    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-GOZO           PIC 9(06) COMP VALUE ZEROS.
      *****************************************************************
      * CALENDARIO DA COMPETENCIA - ULTIMO DIA DO MES E DO MES
      * ANTERIOR (FEVEREIRO CONFERE O ANO BISSEXTO) E DIA DA SEMANA DO
      * DIA 1 PELA CONGRUENCIA DE ZELLER (0 = SABADO, 1 = DOMINGO,
      * 2 = SEGUNDA ... 6 = SEXTA), COMO NO VENCIMENTO DO ENCGUIA.
      *****************************************************************
       01 WRK-DIAS-DOS-MESES.
           02 FILLER                PIC X(24) VALUE
               "312831303130313130313031".
       01 WRK-TABELA-DIAS-MES REDEFINES WRK-DIAS-DOS-MESES.
           02 WRK-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
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
       77 WRK-DIA-INICIAL          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-FINAL            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-CORRENTE         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-SEMANA           PIC 9(01) COMP VALUE ZEROS.
       77 WRK-DIA-MARCA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-LIMITE           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIAS-RESTANTES       PIC S9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-UTEIS           PIC 9(02) COMP VALUE ZEROS.
      *****************************************************************
      * MAPA DO MES DO FUNCIONARIO CORRENTE, COMO NO FALTAMES - UMA
      * POSICAO POR DIA: BRANCO = DIA UTIL (COMPRA PASSE); 'X' = FORA
      * DO CONTRATO; 'S' = SABADO/DOMINGO; 'H' = FERIADO; 'F' =
      * FERIAS; 'A' = AFASTAMENTO.
      *****************************************************************
       01 WRK-MAPA-MES.
           02 WRK-SITUACAO-DIA      PIC X(01) OCCURS 31 TIMES.
      *****************************************************************
      * FERIADOS DA COMPETENCIA NO CALTRAB ('*' = TODOS OS
      * ESTABELECIMENTOS) E LANCAMENTOS DE GOZO DO FERGOZO - MESMAS
      * TABELAS DO FALTAMES.
      *****************************************************************
       77 WRK-MAX-FERIADOS         PIC 9(04) COMP VALUE 200.
       77 WRK-QTDE-FERIADOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-FERIADO          PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-FERIADOS.
           02 WRK-FERIADO-ITEM OCCURS 200 TIMES.
               03 WRK-TH-ESTAB          PIC X(01).
               03 WRK-TH-DIA            PIC 9(02).
       77 WRK-MAX-GOZOS            PIC 9(04) COMP VALUE 1000.
       77 WRK-QTDE-GOZOS           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-GOZO             PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-GOZOS.
           02 WRK-GOZO-ITEM OCCURS 1000 TIMES.
               03 WRK-TG-CPF            PIC X(11).
               03 WRK-TG-INICIO         PIC 9(08).
               03 WRK-TG-DIAS           PIC 9(02).
       77 WRK-QTDE-PASSES          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CUSTO-PASSES         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIMITE-DESCONTO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DESCONTO             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO             PIC X(22) VALUE SPACES.
      *****************************************************************
      * CPFS QUE JA TEM O 'VTR' NO LOTE DO MES (RERUN).
      *****************************************************************
       77 WRK-MAX-LANCADOS         PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-LANCADOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-LANCADO          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-JA-LANCADO           PIC X(01) VALUE 'N'.
           88 WRK-JA-LANCADO-SW             VALUE 'S'.
       01 WRK-TABELA-LANCADOS.
           02 WRK-TL-CPF            PIC X(11) OCCURS 500 TIMES.
      *****************************************************************
      * RESUMO DE COMPRA POR ESTABELECIMENTO - MESMO LIMITE DA TABELA
      * DO EMPRLOOK.
      *****************************************************************
       77 WRK-MAX-ESTAB            PIC 9(02) COMP VALUE 10.
       77 WRK-QTDE-ESTAB           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-ESTAB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ESTAB-CORRENTE       PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-ESTAB-ACHADO-SW           VALUE 'S'.
       77 WRK-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CHEIA-SW           VALUE 'S'.
       01 WRK-TABELA-ESTAB.
           02 WRK-ESTAB-ITEM OCCURS 10 TIMES.
               03 WRK-TE-CODIGO         PIC X(01).
               03 WRK-TE-FUNCIONARIOS   PIC 9(05) COMP.
               03 WRK-TE-PASSES         PIC 9(07) COMP.
               03 WRK-TE-CUSTO          PIC 9(09)V99.
               03 WRK-TE-DESCONTO       PIC 9(09)V99.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-CUSTO-EMPRESA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-QTDE-DESCONTADOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RECUSAS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-PASSES         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOTAL-CUSTO          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTO       PIC 9(09)V99 VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(26) VALUE
               "VALE-TRANSPORTE - COMP. ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
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
           02 FILLER                PIC X(06) VALUE "DIAS".
           02 FILLER                PIC X(07) VALUE "PASSES".
           02 FILLER                PIC X(13) VALUE "CUSTO".
           02 FILLER                PIC X(13) VALUE "DESCONTO".
           02 FILLER                PIC X(22) VALUE "SITUACAO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ESTAB           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIAS            PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PASSES          PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-CUSTO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DESCONTO        PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(22).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(45) VALUE
               "RESUMO DE COMPRA POR ESTABELECIMENTO".
       01 WRK-LINHA-ESTAB.
           02 FILLER                PIC X(08) VALUE "ESTAB. ".
           02 WRK-LE-CODIGO         PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LE-RAZAO          PIC X(30).
       01 WRK-LINHA-COMPRA.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE "FUNC.: ".
           02 WRK-LC-FUNC           PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  PASSES: ".
           02 WRK-LC-PASSES         PIC Z.ZZZ.ZZ9.
           02 FILLER                PIC X(09) VALUE "  CUSTO: ".
           02 WRK-LC-CUSTO          PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(12) VALUE "  DESCONTO: ".
           02 WRK-LC-DESCONTO       PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-EMPRESA.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(19) VALUE
               "CUSTO DA EMPRESA: ".
           02 WRK-LM-CUSTO          PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(14) VALUE "DESCONTADOS: ".
           02 WRK-TOT-DESC-ED       PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE "  RECUSAS: ".
           02 WRK-TOT-REC-ED        PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  PASSES: ".
           02 WRK-TOT-PAS-ED        PIC Z.ZZZ.ZZ9.
           02 FILLER                PIC X(09) VALUE "  CUSTO: ".
           02 WRK-TOT-CUS-ED        PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               OR WRK-FS-VALES-NAO-ENCONTRADO
               OR WRK-CANCELADO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           IF WRK-TABELA-CHEIA-SW
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * MONTA O CALENDARIO DA COMPETENCIA, CARREGA OS FERIADOS, OS
      * GOZOS DE FERIAS E OS 'VTR' JA LANCADOS, ABRE OS ARQUIVOS (O
      * VARVENC EM EXTEND, CRIANDO O LOTE DO MES SE AINDA NAO EXISTE;
      * O AFASTA SO SE EXISTIR) E LE O PRIMEIRO FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT VOUCHER-FILE.
           IF WRK-FS-VALES-NAO-ENCONTRADO
               DISPLAY 'VALETRAN NAO ENCONTRADO - EXECUCAO CANCELADA'
               CLOSE EMPLOYEE-MASTER
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-MONTA-CALENDARIO THRU 1100-EXIT.
           PERFORM 1300-CARREGA-FERIADOS THRU 1300-EXIT.
           IF NOT WRK-CANCELADO-SW
               PERFORM 1400-CARREGA-GOZOS THRU 1400-EXIT
           END-IF.
           IF WRK-CANCELADO-SW
               CLOSE EMPLOYEE-MASTER
               CLOSE VOUCHER-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF NOT WRK-FS-AFASTA-NAO-ENCONTRADO
               SET WRK-AFASTA-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-CARREGA-LANCADOS THRU 1200-EXIT.
           OPEN EXTEND EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               OPEN OUTPUT EARNINGS-OUTPUT
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ULTIMO DIA DA COMPETENCIA E DO MES ANTERIOR (PARA O GOZO QUE
      * VEM DO MES PASSADO), A DATA DO ULTIMO DIA (LIMITE DA LEITURA
      * DO AFASTA) E DIA DA SEMANA DO DIA 1.
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
       1100-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA OS CPFS QUE JA TEM O 'VTR' NO VARVENC DO MES. LOTE
      * AUSENTE = NENHUM LANCAMENTO AINDA.
      *****************************************************************
       1200-CARREGA-LANCADOS.
           OPEN INPUT EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               GO TO 1200-EXIT
           END-IF.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-LANC-SW TO TRUE
           END-READ.
           PERFORM 1210-GUARDA-LANCADO THRU 1210-EXIT
               UNTIL WRK-FIM-LANC-SW.
           CLOSE EARNINGS-OUTPUT.
       1200-EXIT.
           EXIT.
       1210-GUARDA-LANCADO.
           IF VEN-OUT-CODIGO = WRK-CODIGO-VERBA
               IF WRK-QTDE-LANCADOS < WRK-MAX-LANCADOS
                   ADD 1 TO WRK-QTDE-LANCADOS
                   MOVE VEN-OUT-CPF TO WRK-TL-CPF (WRK-QTDE-LANCADOS)
               ELSE
                   DISPLAY 'AVISO: TABELA DE LANCADOS CHEIA - CPF '
                           VEN-OUT-CPF ' DESCARTADO'
               END-IF
           END-IF.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-LANC-SW TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * GUARDA OS FERIADOS DA COMPETENCIA DO CALTRAB. SEM CALENDARIO
      * TODO FERIADO VIRARIA DIA DE PASSE - CANCELA.
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
      * APURA O FUNCIONARIO CORRENTE E AVANCA. SO ENTRA QUEM RECEBE NA
      * COMPETENCIA E TEM CADASTRO NO VALETRAN.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-CALCULA-PROPORCAO THRU 2050-EXIT.
           IF NOT WRK-PAGA-SW
               GO TO 2000-LE-PROXIMO
           END-IF.
           MOVE EMP-CPF TO VTR-CPF.
           READ VOUCHER-FILE
               INVALID KEY
                   GO TO 2000-LE-PROXIMO
           END-READ.
           PERFORM 2100-CALCULA-VALE THRU 2100-EXIT.
       2000-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * DECIDE SE O FUNCIONARIO ENTRA NA COMPETENCIA E COM QUANTOS
      * DIAS - MESMA REGRA DO PAYREG/PAYSLIP/SALACUM: MES DE ADMISSAO
      * E MES DE DESLIGAMENTO PAGAM PROPORCIONAL (DIAS SOBRE 30);
      * DESLIGADO EM MES ANTERIOR OU ADMITIDO DEPOIS DA COMPETENCIA
      * FICA FORA. GUARDA TAMBEM O PRIMEIRO E O ULTIMO DIA DO MES EM
      * QUE O FUNCIONARIO TRABALHA, PARA A CONTAGEM DE DIAS UTEIS.
      *****************************************************************
       2050-CALCULA-PROPORCAO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE 30 TO WRK-DIAS-TRABALHADOS.
           MOVE EMP-SALARIO TO WRK-SALARIO-PROPORCIONAL.
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
               MOVE 'N' TO WRK-PAGA-NO-MES
               GO TO 2050-EXIT
           END-IF.
           IF WRK-DIAS-TRABALHADOS > 30
               MOVE 30 TO WRK-DIAS-TRABALHADOS
           END-IF.
           IF WRK-DIAS-TRABALHADOS < 30
               COMPUTE WRK-SALARIO-PROPORCIONAL ROUNDED =
                   EMP-SALARIO * WRK-DIAS-TRABALHADOS / 30
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * DIAS UTEIS DO PERIODO, CUSTO DOS PASSES E PARTE DO EMPREGADO
      * (6% DO SALARIO PROPORCIONAL, LIMITADA AO CUSTO). QUEM RECUSOU
      * OU NAO TEM DIA UTIL NO MES (FERIAS OU AFASTAMENTO NO PERIODO
      * TODO) SO APARECE NO RELATORIO - SEM COMPRA E SEM 'VTR'.
      *****************************************************************
       2100-CALCULA-VALE.
           MOVE ZEROS TO WRK-DIAS-UTEIS.
           MOVE ZEROS TO WRK-QTDE-PASSES.
           MOVE ZEROS TO WRK-CUSTO-PASSES.
           MOVE ZEROS TO WRK-DESCONTO.
           IF VTR-RECUSOU
               ADD 1 TO WRK-QTDE-RECUSAS
               MOVE "RECUSOU O BENEFICIO" TO WRK-SITUACAO
               PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF VTR-TARIFA NOT NUMERIC OR VTR-VIAGENS NOT NUMERIC
               MOVE "CADASTRO INVALIDO" TO WRK-SITUACAO
               PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2400-MONTA-MAPA THRU 2400-EXIT.
           PERFORM 2110-CONTA-DIA-UTIL THRU 2110-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA.
           IF WRK-DIAS-UTEIS = ZEROS
               MOVE "SEM DIA UTIL NO MES" TO WRK-SITUACAO
               PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WRK-QTDE-PASSES = VTR-VIAGENS * WRK-DIAS-UTEIS.
           COMPUTE WRK-CUSTO-PASSES ROUNDED =
               VTR-TARIFA * WRK-QTDE-PASSES.
           COMPUTE WRK-LIMITE-DESCONTO ROUNDED =
               WRK-SALARIO-PROPORCIONAL * WRK-PERCENTUAL-LIMITE.
           IF WRK-LIMITE-DESCONTO < WRK-CUSTO-PASSES
               MOVE WRK-LIMITE-DESCONTO TO WRK-DESCONTO
           ELSE
               MOVE WRK-CUSTO-PASSES TO WRK-DESCONTO
           END-IF.
           PERFORM 2200-ACUMULA-ESTAB THRU 2200-EXIT.
           MOVE 'N' TO WRK-JA-LANCADO.
           PERFORM 2120-PROCURA-LANCADO THRU 2120-EXIT
               VARYING WRK-IDX-LANCADO FROM 1 BY 1
               UNTIL WRK-IDX-LANCADO > WRK-QTDE-LANCADOS
                   OR WRK-JA-LANCADO-SW.
           IF WRK-JA-LANCADO-SW
               MOVE "VTR JA LANCADO NO LOTE" TO WRK-SITUACAO
               PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WRK-DESCONTO = ZEROS
               MOVE "SEM DESCONTO NO MES" TO WRK-SITUACAO
               PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE SPACES TO EARNINGS-OUTPUT-REC.
           MOVE EMP-CPF TO VEN-OUT-CPF.
           MOVE WRK-CODIGO-VERBA TO VEN-OUT-CODIGO.
           MOVE WRK-DESCRICAO-VERBA TO VEN-OUT-DESCRICAO.
           MOVE WRK-DESCONTO TO VEN-OUT-VALOR.
           MOVE 'D' TO VEN-OUT-TIPO.
           WRITE EARNINGS-OUTPUT-REC.
           ADD 1 TO WRK-QTDE-DESCONTADOS.
           IF WRK-DESCONTO < WRK-CUSTO-PASSES
               MOVE "DESCONTO LIMITADO A 6%" TO WRK-SITUACAO
           ELSE
               MOVE "DESCONTO = CUSTO" TO WRK-SITUACAO
           END-IF.
           PERFORM 2300-IMPRIME-DETALHE THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONTA COMO DIA UTIL O DIA QUE FICOU EM BRANCO NO MAPA.
      *****************************************************************
       2110-CONTA-DIA-UTIL.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               ADD 1 TO WRK-DIAS-UTEIS
           END-IF.
       2110-EXIT.
           EXIT.
       2120-PROCURA-LANCADO.
           IF WRK-TL-CPF (WRK-IDX-LANCADO) = EMP-CPF
               SET WRK-JA-LANCADO-SW TO TRUE
           END-IF.
       2120-EXIT.
           EXIT.
      *****************************************************************
      * SOMA OS PASSES, O CUSTO E O DESCONTO NO ESTABELECIMENTO DO
      * FUNCIONARIO (BRANCO VALE '1'). TABELA CHEIA AVISA E TERMINA
      * COM RC=8 - O PEDIDO DE COMPRA SAIRIA INCOMPLETO.
      *****************************************************************
       2200-ACUMULA-ESTAB.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-CORRENTE
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-CORRENTE
           END-IF.
           MOVE 'N' TO WRK-ESTAB-ACHADO.
           PERFORM 2210-PROCURA-ESTAB THRU 2210-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTAB
                   OR WRK-ESTAB-ACHADO-SW.
           IF NOT WRK-ESTAB-ACHADO-SW
               IF WRK-QTDE-ESTAB < WRK-MAX-ESTAB
                   ADD 1 TO WRK-QTDE-ESTAB
                   MOVE WRK-QTDE-ESTAB TO WRK-IDX-ESTAB
                   MOVE WRK-ESTAB-CORRENTE
                       TO WRK-TE-CODIGO (WRK-IDX-ESTAB)
                   MOVE ZEROS TO WRK-TE-FUNCIONARIOS (WRK-IDX-ESTAB)
                   MOVE ZEROS TO WRK-TE-PASSES (WRK-IDX-ESTAB)
                   MOVE ZEROS TO WRK-TE-CUSTO (WRK-IDX-ESTAB)
                   MOVE ZEROS TO WRK-TE-DESCONTO (WRK-IDX-ESTAB)
               ELSE
                   DISPLAY 'AVISO: TABELA DE ESTABELECIMENTOS CHEIA - '
                           'ESTABELECIMENTO ' WRK-ESTAB-CORRENTE
                           ' FORA DO RESUMO'
                   SET WRK-TABELA-CHEIA-SW TO TRUE
                   GO TO 2200-EXIT
               END-IF
           ELSE
               SUBTRACT 1 FROM WRK-IDX-ESTAB
           END-IF.
           ADD 1 TO WRK-TE-FUNCIONARIOS (WRK-IDX-ESTAB).
           ADD WRK-QTDE-PASSES TO WRK-TE-PASSES (WRK-IDX-ESTAB).
           ADD WRK-CUSTO-PASSES TO WRK-TE-CUSTO (WRK-IDX-ESTAB).
           ADD WRK-DESCONTO TO WRK-TE-DESCONTO (WRK-IDX-ESTAB).
           ADD WRK-QTDE-PASSES TO WRK-TOTAL-PASSES.
           ADD WRK-CUSTO-PASSES TO WRK-TOTAL-CUSTO.
           ADD WRK-DESCONTO TO WRK-TOTAL-DESCONTO.
       2200-EXIT.
           EXIT.
       2210-PROCURA-ESTAB.
           IF WRK-TE-CODIGO (WRK-IDX-ESTAB) = WRK-ESTAB-CORRENTE
               SET WRK-ESTAB-ACHADO-SW TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
       2300-IMPRIME-DETALHE.
           MOVE EMP-CPF TO WRK-D-CPF.
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE EMP-ESTABELECIMENTO TO WRK-D-ESTAB.
           MOVE WRK-DIAS-UTEIS TO WRK-D-DIAS.
           MOVE WRK-QTDE-PASSES TO WRK-D-PASSES.
           MOVE WRK-CUSTO-PASSES TO WRK-D-CUSTO.
           MOVE WRK-DESCONTO TO WRK-D-DESCONTO.
           MOVE WRK-SITUACAO TO WRK-D-SITUACAO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * MONTA O MAPA DO MES DO FUNCIONARIO, COMO O 2100-MONTA-MAPA DO
      * FALTAMES: FORA DO CONTRATO, FIM DE SEMANA E FERIADO PRIMEIRO;
      * DEPOIS AS FERIAS E OS AFASTAMENTOS, CADA UM SO EM DIA AINDA EM
      * BRANCO.
      *****************************************************************
       2400-MONTA-MAPA.
           MOVE SPACES TO WRK-MAPA-MES.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-CORRENTE
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-CORRENTE
           END-IF.
           PERFORM 2410-MARCA-CALENDARIO THRU 2410-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > 31.
           PERFORM 2420-MARCA-FERIADO THRU 2420-EXIT
               VARYING WRK-IDX-FERIADO FROM 1 BY 1
               UNTIL WRK-IDX-FERIADO > WRK-QTDE-FERIADOS.
           PERFORM 2430-MARCA-FERIAS THRU 2430-EXIT
               VARYING WRK-IDX-GOZO FROM 1 BY 1
               UNTIL WRK-IDX-GOZO > WRK-QTDE-GOZOS.
           IF WRK-AFASTA-ABERTO-SW
               PERFORM 2440-MARCA-AFASTAMENTO THRU 2440-EXIT
           END-IF.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * DIA FORA DO MES OU DO CONTRATO VIRA 'X'; SABADO E DOMINGO 'S'
      * (DIA DA SEMANA A PARTIR DO DIA 1 - SEGUNDA (2) A SEXTA (6) SAO
      * DIAS DE TRABALHO).
      *****************************************************************
       2410-MARCA-CALENDARIO.
           IF WRK-DIA-CORRENTE < WRK-DIA-INICIAL
               OR WRK-DIA-CORRENTE > WRK-DIA-FINAL
               MOVE 'X' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
               GO TO 2410-EXIT
           END-IF.
           COMPUTE WRK-Z-SOMA = WRK-SEMANA-DIA-1 + WRK-DIA-CORRENTE - 1.
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE
               REMAINDER WRK-DIA-SEMANA.
           IF WRK-DIA-SEMANA < 2
               MOVE 'S' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2410-EXIT.
           EXIT.
       2420-MARCA-FERIADO.
           IF WRK-TH-ESTAB (WRK-IDX-FERIADO) = '*'
               OR WRK-TH-ESTAB (WRK-IDX-FERIADO) = WRK-ESTAB-CORRENTE
               MOVE WRK-TH-DIA (WRK-IDX-FERIADO) TO WRK-DIA-MARCA
               IF WRK-SITUACAO-DIA (WRK-DIA-MARCA) = SPACE
                   MOVE 'H' TO WRK-SITUACAO-DIA (WRK-DIA-MARCA)
               END-IF
           END-IF.
       2420-EXIT.
           EXIT.
      *****************************************************************
      * DIAS CORRIDOS DO GOZO CORRENTE QUE CAEM NA COMPETENCIA: GOZO
      * QUE COMECA NO MES MARCA DO DIA DE INICIO EM DIANTE; GOZO QUE
      * COMECOU NO MES ANTERIOR MARCA DO DIA 1 O QUE SOBROU DELE.
      *****************************************************************
       2430-MARCA-FERIAS.
           IF WRK-TG-CPF (WRK-IDX-GOZO) NOT = EMP-CPF
               GO TO 2430-EXIT
           END-IF.
           MOVE WRK-TG-INICIO (WRK-IDX-GOZO) TO WRK-DATA-GOZO.
           IF WRK-DG-MES < 1 OR WRK-DG-MES > 12
               OR WRK-DG-DIA < 1 OR WRK-DG-DIA > 31
               GO TO 2430-EXIT
           END-IF.
           COMPUTE WRK-MESES-GOZO = (WRK-DG-ANO * 12) + WRK-DG-MES.
           IF WRK-MESES-GOZO = WRK-MESES-COMPETENCIA
               MOVE WRK-DG-DIA TO WRK-DIA-MARCA
               COMPUTE WRK-DIAS-RESTANTES = WRK-TG-DIAS (WRK-IDX-GOZO)
               GO TO 2430-MARCA
           END-IF.
           IF WRK-MESES-GOZO + 1 = WRK-MESES-COMPETENCIA
               MOVE 1 TO WRK-DIA-MARCA
               COMPUTE WRK-DIAS-RESTANTES = WRK-TG-DIAS (WRK-IDX-GOZO)
                   - (WRK-ULTIMO-DIA-ANTERIOR - WRK-DG-DIA + 1)
               GO TO 2430-MARCA
           END-IF.
           GO TO 2430-EXIT.
       2430-MARCA.
           IF WRK-DIAS-RESTANTES <= ZEROS
               GO TO 2430-EXIT
           END-IF.
           COMPUTE WRK-DIAS-RESTANTES =
               WRK-DIA-MARCA + WRK-DIAS-RESTANTES - 1.
           IF WRK-DIAS-RESTANTES > WRK-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA TO WRK-DIA-LIMITE
           ELSE
               MOVE WRK-DIAS-RESTANTES TO WRK-DIA-LIMITE
           END-IF.
           PERFORM 2435-MARCA-DIA-FERIAS THRU 2435-EXIT
               VARYING WRK-DIA-CORRENTE FROM WRK-DIA-MARCA BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-DIA-LIMITE.
       2430-EXIT.
           EXIT.
       2435-MARCA-DIA-FERIAS.
           IF WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE 'F' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2435-EXIT.
           EXIT.
      *****************************************************************
      * AFASTAMENTOS DO CPF NO AFASTA (A CHAVE COMECA PELO CPF): MARCA
      * DO INICIO ATE A VESPERA DO RETORNO (RETORNO ZERADO = AINDA
      * AFASTADO, VAI ATE O FIM DO MES). TODO DIA AFASTADO CONTA,
      * INCLUSIVE OS 15 PRIMEIROS PAGOS PELA EMPRESA - NAO HA
      * DESLOCAMENTO.
      *****************************************************************
       2440-MARCA-AFASTAMENTO.
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
           PERFORM 2445-MARCA-AFASTADO THRU 2445-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       2440-EXIT.
           EXIT.
       2445-MARCA-AFASTADO.
           IF AFA-CPF NOT = EMP-CPF
               OR AFA-DATA-INICIO > WRK-DATA-FIM-MES
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 2445-EXIT
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO WRK-DC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-DC-MES.
           PERFORM 2446-MARCA-DIA-AFASTADO THRU 2446-EXIT
               VARYING WRK-DIA-CORRENTE FROM 1 BY 1
               UNTIL WRK-DIA-CORRENTE > WRK-ULTIMO-DIA.
           READ LEAVE-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       2445-EXIT.
           EXIT.
       2446-MARCA-DIA-AFASTADO.
           MOVE WRK-DIA-CORRENTE TO WRK-DC-DIA.
           IF WRK-DATA-CORRENTE >= AFA-DATA-INICIO
               AND (AFA-DATA-RETORNO = ZEROS
                   OR WRK-DATA-CORRENTE < AFA-DATA-RETORNO)
               AND WRK-SITUACAO-DIA (WRK-DIA-CORRENTE) = SPACE
               MOVE 'A' TO WRK-SITUACAO-DIA (WRK-DIA-CORRENTE)
           END-IF.
       2446-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O RESUMO DE COMPRA POR ESTABELECIMENTO, OS TOTAIS E
      * FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           PERFORM 3100-IMPRIME-ESTAB THRU 3100-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTAB.
           MOVE WRK-QTDE-DESCONTADOS TO WRK-TOT-DESC-ED.
           MOVE WRK-QTDE-RECUSAS TO WRK-TOT-REC-ED.
           MOVE WRK-TOTAL-PASSES TO WRK-TOT-PAS-ED.
           MOVE WRK-TOTAL-CUSTO TO WRK-TOT-CUS-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE VOUCHER-FILE.
           IF WRK-AFASTA-ABERTO-SW
               CLOSE LEAVE-FILE
           END-IF.
           CLOSE EARNINGS-OUTPUT.
           CLOSE CONTROL-REPORT.
       3000-EXIT.
           EXIT.
       3100-IMPRIME-ESTAB.
           CALL "EMPRLOOK" USING WRK-TE-CODIGO (WRK-IDX-ESTAB)
               WRK-CNPJ WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE SPACES TO WRK-CNPJ
               MOVE "ESTABELECIMENTO SEM CADASTRO" TO WRK-RAZAO
           END-IF.
           MOVE WRK-TE-CODIGO (WRK-IDX-ESTAB) TO WRK-LE-CODIGO.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-ESTAB.
           MOVE WRK-TE-FUNCIONARIOS (WRK-IDX-ESTAB) TO WRK-LC-FUNC.
           MOVE WRK-TE-PASSES (WRK-IDX-ESTAB) TO WRK-LC-PASSES.
           MOVE WRK-TE-CUSTO (WRK-IDX-ESTAB) TO WRK-LC-CUSTO.
           MOVE WRK-TE-DESCONTO (WRK-IDX-ESTAB) TO WRK-LC-DESCONTO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-COMPRA.
           COMPUTE WRK-CUSTO-EMPRESA = WRK-TE-CUSTO (WRK-IDX-ESTAB)
               - WRK-TE-DESCONTO (WRK-IDX-ESTAB).
           MOVE WRK-CUSTO-EMPRESA TO WRK-LM-CUSTO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-EMPRESA.
       3100-EXIT.
           EXIT.
       END PROGRAM VTMES.
