       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHAREG.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: FICHA DE REGISTRO DE EMPREGADO - IMPRIME A FICHA
      *          COMPLETA QUE A FISCALIZACAO DO TRABALHO E OS ADVOGADOS
      *          PEDEM, NO LUGAR DE MONTA-LA A MAO COM O TERMRPT, O
      *          SALCONS, O FERSALDO, O DEPEND E O DIARIO. A PRIMEIRA
      *          LINHA DO CONSOLE TRAZ O CPF; EM BRANCO, O RUN E EM
      *          LOTE E A SEGUNDA LINHA TRAZ O ESTABELECIMENTO (BRANCO
      *          = '1', COMO NO MESTRE) - SAEM AS FICHAS DE TODOS OS
      *          FUNCIONARIOS DELE, ATIVOS E DESLIGADOS, NUM SO
      *          RELATORIO PARA A FISCALIZACAO. CADA FICHA COMECA EM
      *          PAGINA NOVA (PAGINACAO DO RPTPAGE) E TRAZ:
      *            - IDENTIFICACAO, ADMISSAO E CARGO (CARGOFUN E
      *              CARGLOOK);
      *            - ESTABELECIMENTO COM CNPJ E RAZAO SOCIAL (EMPRLOOK)
      *              E DEPARTAMENTO COM A DESCRICAO (DEPTLOOK);
      *            - AS ALTERACOES DE SALARIO COM A DATA, TIRADAS DO
      *              DIARIO DO MESTRE (EMPJRNL: A INCLUSAO E TODA
      *              ALTERACAO EM QUE O SALARIO MUDOU);
      *            - AS TRANSFERENCIAS (TRANSF);
      *            - AS FERIAS GOZADAS (FERGOZO);
      *            - OS DEPENDENTES (DEPEND);
      *            - A DATA E O MOTIVO DO DESLIGAMENTO (DESLIG).
      *          O DIARIO E O FERGOZO SAO SEQUENCIAIS E FICAM EM
      *          TABELA NA MEMORIA (SO O CPF PEDIDO NO RUN DE UM CPF);
      *          TABELA CHEIA TERMINA COM RC 4 E AVISO NO CONSOLE.
      *          CPF NAO CADASTRADO OU LOTE SEM NENHUM FUNCIONARIO
      *          TERMINAM COM RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT TERMINATION-FILE ASSIGN TO "DESLIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSL-CPF
               FILE STATUS IS WRK-FS-DESLIG.
           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT VACATION-TAKEN ASSIGN TO "FERGOZO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GOZO.
           SELECT REGISTRATION-REPORT ASSIGN TO "FICHARRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  TRANSFER-FILE.
       COPY "TRANSF.CPY".
       FD  DEPENDENT-FILE.
       COPY "DEPEND.CPY".
       FD  TERMINATION-FILE.
       COPY "DESLIG.CPY".
       FD  JOURNAL-FILE.
       COPY "EMPJRNL.CPY".
       FD  VACATION-TAKEN.
       01  VACATION-TAKEN-REC.
           02 GOZO-CPF                PIC X(11).
           02 GOZO-DATA-INICIO        PIC 9(08).
           02 GOZO-QTDE-DIAS          PIC 9(02).
           02 FILLER                  PIC X(09).
       FD  REGISTRATION-REPORT.
       01  REGISTRATION-REPORT-REC    PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CARGO             PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ABERTO       VALUE "35".
       77 WRK-FS-TRANSF            PIC X(02) VALUE SPACES.
           88 WRK-FS-TRANSF-NAO-ABERTO      VALUE "35".
       77 WRK-FS-DEPEND            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPEND-NAO-ABERTO      VALUE "35".
       77 WRK-FS-DESLIG            PIC X(02) VALUE SPACES.
           88 WRK-FS-DESLIG-NAO-ABERTO      VALUE "35".
       77 WRK-FS-DIARIO            PIC X(02) VALUE SPACES.
           88 WRK-FS-DIARIO-NAO-ABERTO      VALUE "35".
       77 WRK-FS-GOZO              PIC X(02) VALUE SPACES.
           88 WRK-FS-GOZO-NAO-ABERTO        VALUE "35".
       77 WRK-CARGO-DISPONIVEL     PIC X(01) VALUE 'S'.
           88 WRK-CARGO-DISPONIVEL-SW       VALUE 'S'.
       77 WRK-TRANSF-DISPONIVEL    PIC X(01) VALUE 'S'.
           88 WRK-TRANSF-DISPONIVEL-SW      VALUE 'S'.
       77 WRK-DEPEND-DISPONIVEL    PIC X(01) VALUE 'S'.
           88 WRK-DEPEND-DISPONIVEL-SW      VALUE 'S'.
       77 WRK-DESLIG-DISPONIVEL    PIC X(01) VALUE 'S'.
           88 WRK-DESLIG-DISPONIVEL-SW      VALUE 'S'.
       77 WRK-CPF-PEDIDO           PIC X(11) VALUE SPACES.
       77 WRK-ESTAB-PEDIDO         PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-FUNCIONARIO    PIC X(01) VALUE SPACE.
       77 WRK-MODO-LOTE            PIC X(01) VALUE 'N'.
           88 WRK-MODO-LOTE-SW              VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-LEITURA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA-SW            VALUE 'S'.
       77 WRK-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CHEIA-SW           VALUE 'S'.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
       77 WRK-TITULO-CARGO         PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
       77 WRK-MAX-SALARIOS         PIC 9(04) COMP VALUE 3000.
       77 WRK-QTDE-SALARIOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MAX-GOZOS            PIC 9(04) COMP VALUE 3000.
       77 WRK-QTDE-GOZOS           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTDE-SECAO           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-QTDE-FICHAS          PIC 9(05) COMP VALUE ZEROS.
      *****************************************************************
      * IMAGENS DO DIARIO NO LAYOUT DO EMPLOYEE-RECORD - SO O CPF E O
      * SALARIO INTERESSAM PARA A FICHA.
      *****************************************************************
       01 WRK-IMAGEM-ANTES.
           02 WRK-IA-CPF            PIC X(11).
           02 WRK-IA-NOME           PIC X(20).
           02 WRK-IA-SALARIO        PIC 9(06)V99.
           02 FILLER                PIC X(25).
       01 WRK-IMAGEM-DEPOIS.
           02 WRK-ID-CPF            PIC X(11).
           02 WRK-ID-NOME           PIC X(20).
           02 WRK-ID-SALARIO        PIC 9(06)V99.
           02 FILLER                PIC X(25).
      *****************************************************************
      * ALTERACOES DE SALARIO DO DIARIO E FERIAS GOZADAS DO FERGOZO,
      * CARREGADAS UMA VEZ POR RUN NA ORDEM DOS ARQUIVOS (O DIARIO JA
      * ESTA EM ORDEM CRONOLOGICA).
      *****************************************************************
       01 WRK-TABELA-SALARIOS.
           02 WRK-SAL-ITEM OCCURS 3000 TIMES.
               03 WRK-TS-CPF            PIC X(11).
               03 WRK-TS-DATA           PIC 9(08).
               03 WRK-TS-ACAO           PIC X(01).
               03 WRK-TS-ANTERIOR       PIC 9(06)V99.
               03 WRK-TS-NOVO           PIC 9(06)V99.
               03 WRK-TS-PROGRAMA       PIC X(12).
       01 WRK-TABELA-GOZOS.
           02 WRK-GOZO-ITEM OCCURS 3000 TIMES.
               03 WRK-TG-CPF            PIC X(11).
               03 WRK-TG-INICIO         PIC 9(08).
               03 WRK-TG-DIAS           PIC 9(02).
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "FICHA DE REGISTRO DE EMPREGADO".
           02 FILLER                PIC X(06) VALUE "FICHA ".
           02 WRK-CB-FICHA          PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE " - EMITIDA EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-EMPREGADOR.
           02 FILLER                PIC X(12) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 FILLER                PIC X(07) VALUE "  CNPJ ".
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(18) VALUE
               "  ESTABELECIMENTO ".
           02 WRK-LE-ESTAB          PIC X(01).
       01 WRK-LINHA-EMPREGADO.
           02 FILLER                PIC X(12) VALUE "EMPREGADO:  ".
           02 WRK-LF-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-NOME           PIC X(20).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(100) VALUE ALL "-".
       01 WRK-LINHA-SECAO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LS-TITULO         PIC X(50).
       01 WRK-LINHA-NENHUM.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 WRK-LN-TEXTO          PIC X(40).
       01 WRK-LINHA-IDENTIFICACAO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(05) VALUE "CPF: ".
           02 WRK-LI-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(08) VALUE "  NOME: ".
           02 WRK-LI-NOME           PIC X(20).
           02 FILLER                PIC X(12) VALUE "  SITUACAO: ".
           02 WRK-LI-SITUACAO       PIC X(09).
       01 WRK-LINHA-ADMISSAO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(10) VALUE "ADMISSAO: ".
           02 WRK-LA-ADMISSAO       PIC 9999/99/99.
           02 FILLER                PIC X(17) VALUE
               "  SALARIO ATUAL: ".
           02 WRK-LA-SALARIO        PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LA-MOEDA          PIC X(03).
       01 WRK-LINHA-CARGO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE "CARGO: ".
           02 WRK-LC-CARGO          PIC X(05).
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-LC-TITULO         PIC X(30).
           02 FILLER                PIC X(16) VALUE
               "  ATUALIZADO EM ".
           02 WRK-LC-DATA           PIC 9999/99/99.
       01 WRK-LINHA-LOTACAO-ESTAB.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(17) VALUE
               "ESTABELECIMENTO: ".
           02 WRK-LL-ESTAB          PIC X(01).
           02 FILLER                PIC X(08) VALUE "  CNPJ: ".
           02 WRK-LL-CNPJ           PIC X(14).
           02 FILLER                PIC X(17) VALUE
               "  RAZAO SOCIAL: ".
           02 WRK-LL-RAZAO          PIC X(30).
       01 WRK-LINHA-LOTACAO-DEPTO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(14) VALUE "DEPARTAMENTO: ".
           02 WRK-LD-DEPTO          PIC X(04).
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-LD-DESCRICAO      PIC X(20).
       01 WRK-LINHA-TITULO-SALARIO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(14) VALUE "DATA".
           02 FILLER                PIC X(12) VALUE "ORIGEM".
           02 FILLER                PIC X(20) VALUE
               "   SALARIO ANTERIOR".
           02 FILLER                PIC X(20) VALUE
               "       SALARIO NOVO".
           02 FILLER                PIC X(12) VALUE "  PROGRAMA".
       01 WRK-LINHA-SALARIO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 WRK-LZ-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LZ-ORIGEM         PIC X(12).
           02 FILLER                PIC X(09) VALUE SPACES.
           02 WRK-LZ-ANTERIOR       PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(10) VALUE SPACES.
           02 WRK-LZ-NOVO           PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LZ-PROGRAMA       PIC X(12).
       01 WRK-LINHA-TRANSFERENCIA.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(11) VALUE "EFETIVA EM ".
           02 WRK-LT-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(08) VALUE "  DEPTO ".
           02 WRK-LT-DEPTO-ANT      PIC X(04).
           02 FILLER                PIC X(04) VALUE " -> ".
           02 WRK-LT-DEPTO-NOVO     PIC X(04).
           02 FILLER                PIC X(08) VALUE "  ESTAB ".
           02 WRK-LT-ESTAB-ANT      PIC X(01).
           02 FILLER                PIC X(04) VALUE " -> ".
           02 WRK-LT-ESTAB-NOVO     PIC X(01).
           02 FILLER                PIC X(11) VALUE "  OPERADOR ".
           02 WRK-LT-OPERADOR       PIC X(08).
       01 WRK-LINHA-FERIAS.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE "INICIO ".
           02 WRK-LG-INICIO         PIC 9999/99/99.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LG-DIAS           PIC Z9.
           02 FILLER                PIC X(05) VALUE " DIAS".
       01 WRK-LINHA-DEPENDENTE.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(04) VALUE "SEQ ".
           02 WRK-LP-SEQ            PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LP-NOME           PIC X(20).
           02 FILLER                PIC X(14) VALUE "  NASCIMENTO ".
           02 WRK-LP-NASCIMENTO     PIC 9999/99/99.
           02 FILLER                PIC X(14) VALUE "  DEDUZ IRRF: ".
           02 WRK-LP-IRRF           PIC X(01).
       01 WRK-LINHA-DESLIGAMENTO.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 FILLER                PIC X(06) VALUE "DATA: ".
           02 WRK-LX-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE "  MOTIVO: ".
           02 WRK-LX-MOTIVO         PIC X(02).
           02 FILLER                PIC X(03) VALUE " - ".
           02 WRK-LX-DESCRICAO      PIC X(50).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(25) VALUE
               "TOTAL DE FICHAS EMITIDAS:".
           02 WRK-LTT-QTDE          PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-CPF-PEDIDO FROM CONSOLE.
           ACCEPT WRK-ESTAB-PEDIDO FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-CPF-PEDIDO = SPACES
               SET WRK-MODO-LOTE-SW TO TRUE
               IF WRK-ESTAB-PEDIDO = SPACE
                   MOVE '1' TO WRK-ESTAB-PEDIDO
               END-IF
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-MODO-LOTE-SW
               PERFORM 2000-PROCESSA-LOTE THRU 2000-EXIT
                   UNTIL WRK-FIM-MESTRE-SW
           ELSE
               PERFORM 2100-PROCESSA-CPF THRU 2100-EXIT
           END-IF.
           PERFORM 9000-FINALIZA THRU 9000-EXIT.
           IF WRK-QTDE-FICHAS = ZEROS
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-TABELA-CHEIA-SW
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS - SO O MESTRE E OBRIGATORIO; SEM UM DOS
      * OUTROS, A SECAO DELE SAI VAZIA. CARREGA AS TABELAS DO DIARIO E
      * DO FERGOZO E POSICIONA O MESTRE.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF WRK-FS-CARGO-NAO-ABERTO
               MOVE 'N' TO WRK-CARGO-DISPONIVEL
           END-IF.
           OPEN INPUT TRANSFER-FILE.
           IF WRK-FS-TRANSF-NAO-ABERTO
               MOVE 'N' TO WRK-TRANSF-DISPONIVEL
           END-IF.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-FS-DEPEND-NAO-ABERTO
               MOVE 'N' TO WRK-DEPEND-DISPONIVEL
           END-IF.
           OPEN INPUT TERMINATION-FILE.
           IF WRK-FS-DESLIG-NAO-ABERTO
               MOVE 'N' TO WRK-DESLIG-DISPONIVEL
           END-IF.
           PERFORM 1100-CARREGA-DIARIO THRU 1100-EXIT.
           PERFORM 1200-CARREGA-FERIAS THRU 1200-EXIT.
           OPEN OUTPUT REGISTRATION-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           IF WRK-MODO-LOTE-SW
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WRK-FIM-MESTRE-SW TO TRUE
               END-READ
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * DIARIO DO MESTRE: GUARDA A INCLUSAO (SALARIO DE ADMISSAO) E
      * TODA ALTERACAO EM QUE O SALARIO DA IMAGEM DEPOIS DIFERE DO DA
      * IMAGEM ANTES. NO RUN DE UM CPF, SO AS LINHAS DELE.
      *****************************************************************
       1100-CARREGA-DIARIO.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-DIARIO-NAO-ABERTO
               DISPLAY 'AVISO: EMPJRNL NAO ENCONTRADO - FICHAS SEM '
                       'ALTERACOES DE SALARIO'
               GO TO 1100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 1110-GUARDA-DIARIO THRU 1110-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
           CLOSE JOURNAL-FILE.
       1100-EXIT.
           EXIT.
       1110-GUARDA-DIARIO.
           MOVE JRN-ANTES TO WRK-IMAGEM-ANTES.
           MOVE JRN-DEPOIS TO WRK-IMAGEM-DEPOIS.
           IF NOT JRN-INCLUSAO AND NOT JRN-ALTERACAO
               GO TO 1110-LE-PROXIMO
           END-IF.
           IF WRK-ID-SALARIO NOT NUMERIC
               GO TO 1110-LE-PROXIMO
           END-IF.
           IF NOT WRK-MODO-LOTE-SW
               AND WRK-ID-CPF NOT = WRK-CPF-PEDIDO
               GO TO 1110-LE-PROXIMO
           END-IF.
           IF JRN-ALTERACAO
               IF WRK-IA-SALARIO NOT NUMERIC
                   GO TO 1110-LE-PROXIMO
               END-IF
               IF WRK-IA-SALARIO = WRK-ID-SALARIO
                   GO TO 1110-LE-PROXIMO
               END-IF
           END-IF.
           IF WRK-QTDE-SALARIOS NOT < WRK-MAX-SALARIOS
               IF NOT WRK-TABELA-CHEIA-SW
                   DISPLAY 'AVISO: TABELA DE ALTERACOES DE SALARIO '
                           'CHEIA - FICHAS PODEM SAIR INCOMPLETAS'
               END-IF
               SET WRK-TABELA-CHEIA-SW TO TRUE
               GO TO 1110-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-SALARIOS.
           MOVE WRK-ID-CPF TO WRK-TS-CPF (WRK-QTDE-SALARIOS).
           MOVE JRN-DATA TO WRK-TS-DATA (WRK-QTDE-SALARIOS).
           MOVE JRN-ACAO TO WRK-TS-ACAO (WRK-QTDE-SALARIOS).
           MOVE WRK-ID-SALARIO TO WRK-TS-NOVO (WRK-QTDE-SALARIOS).
           MOVE JRN-PROGRAMA TO WRK-TS-PROGRAMA (WRK-QTDE-SALARIOS).
           IF JRN-INCLUSAO
               MOVE ZEROS TO WRK-TS-ANTERIOR (WRK-QTDE-SALARIOS)
           ELSE
               MOVE WRK-IA-SALARIO
                   TO WRK-TS-ANTERIOR (WRK-QTDE-SALARIOS)
           END-IF.
       1110-LE-PROXIMO.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * FERIAS GOZADAS: UM LANCAMENTO DO FERGOZO POR SAIDA.
      *****************************************************************
       1200-CARREGA-FERIAS.
           OPEN INPUT VACATION-TAKEN.
           IF WRK-FS-GOZO-NAO-ABERTO
               DISPLAY 'AVISO: FERGOZO NAO ENCONTRADO - FICHAS SEM '
                       'FERIAS GOZADAS'
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-LEITURA.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 1210-GUARDA-FERIAS THRU 1210-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
           CLOSE VACATION-TAKEN.
       1200-EXIT.
           EXIT.
       1210-GUARDA-FERIAS.
           IF NOT WRK-MODO-LOTE-SW
               AND GOZO-CPF NOT = WRK-CPF-PEDIDO
               GO TO 1210-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-GOZOS NOT < WRK-MAX-GOZOS
               IF NOT WRK-TABELA-CHEIA-SW
                   DISPLAY 'AVISO: TABELA DE FERIAS GOZADAS CHEIA - '
                           'FICHAS PODEM SAIR INCOMPLETAS'
               END-IF
               SET WRK-TABELA-CHEIA-SW TO TRUE
               GO TO 1210-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-GOZOS.
           MOVE GOZO-CPF TO WRK-TG-CPF (WRK-QTDE-GOZOS).
           MOVE GOZO-DATA-INICIO TO WRK-TG-INICIO (WRK-QTDE-GOZOS).
           MOVE GOZO-QTDE-DIAS TO WRK-TG-DIAS (WRK-QTDE-GOZOS).
       1210-LE-PROXIMO.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * LOTE: UMA FICHA POR FUNCIONARIO DO ESTABELECIMENTO PEDIDO, NA
      * ORDEM DE CPF DO MESTRE.
      *****************************************************************
       2000-PROCESSA-LOTE.
           MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-FUNCIONARIO.
           IF WRK-ESTAB-FUNCIONARIO = SPACE
               MOVE '1' TO WRK-ESTAB-FUNCIONARIO
           END-IF.
           IF WRK-ESTAB-FUNCIONARIO = WRK-ESTAB-PEDIDO
               PERFORM 3000-IMPRIME-FICHA THRU 3000-EXIT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2100-PROCESSA-CPF.
           MOVE WRK-CPF-PEDIDO TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'CPF ' WRK-CPF-PEDIDO
                           ' NAO CADASTRADO NO MESTRE'
                   GO TO 2100-EXIT
           END-READ.
           PERFORM 3000-IMPRIME-FICHA THRU 3000-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * A FICHA DO FUNCIONARIO CORRENTE - PAGINA NOVA, COM EMPREGADOR E
      * EMPREGADO REPETIDOS NO CABECALHO DE CADA PAGINA.
      *****************************************************************
       3000-IMPRIME-FICHA.
           ADD 1 TO WRK-QTDE-FICHAS.
           MOVE WRK-QTDE-FICHAS TO WRK-CB-FICHA.
           MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-FUNCIONARIO.
           IF WRK-ESTAB-FUNCIONARIO = SPACE
               MOVE '1' TO WRK-ESTAB-FUNCIONARIO
           END-IF.
           CALL "EMPRLOOK" USING WRK-ESTAB-FUNCIONARIO WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-RAZAO
           END-IF.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-ESTAB-FUNCIONARIO TO WRK-LE-ESTAB.
           MOVE EMP-CPF TO WRK-LF-CPF.
           MOVE EMP-NOME TO WRK-LF-NOME.
           MOVE WRK-LINHAS-POR-PAGINA TO WRK-LINHA-CORRENTE.
           PERFORM 3100-IDENTIFICACAO THRU 3100-EXIT.
           PERFORM 3200-LOTACAO THRU 3200-EXIT.
           PERFORM 3300-SALARIOS THRU 3300-EXIT.
           PERFORM 3400-TRANSFERENCIAS THRU 3400-EXIT.
           PERFORM 3500-FERIAS THRU 3500-EXIT.
           PERFORM 3600-DEPENDENTES THRU 3600-EXIT.
           PERFORM 3700-DESLIGAMENTO THRU 3700-EXIT.
       3000-EXIT.
           EXIT.
       3100-IDENTIFICACAO.
           MOVE "IDENTIFICACAO E ADMISSAO" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE EMP-CPF TO WRK-LI-CPF.
           MOVE EMP-NOME TO WRK-LI-NOME.
           IF EMP-DESLIGADO
               MOVE "DESLIGADO" TO WRK-LI-SITUACAO
           ELSE
               MOVE "ATIVO" TO WRK-LI-SITUACAO
           END-IF.
           MOVE WRK-LINHA-IDENTIFICACAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-LA-ADMISSAO.
           IF EMP-DATA-ADMISSAO NUMERIC
               MOVE EMP-DATA-ADMISSAO TO WRK-LA-ADMISSAO
           END-IF.
           MOVE EMP-SALARIO TO WRK-LA-SALARIO.
           MOVE EMP-MOEDA TO WRK-LA-MOEDA.
           MOVE WRK-LINHA-ADMISSAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF NOT WRK-CARGO-DISPONIVEL-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE EMP-CPF TO CFU-CPF.
           READ POSITION-FILE
               INVALID KEY
                   GO TO 3100-EXIT
           END-READ.
           CALL "CARGLOOK" USING CFU-CARGO WRK-TITULO-CARGO
               WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
               WRK-CARGO-ACHADO.
           IF WRK-CARGO-ACHADO NOT = 'S'
               MOVE "CARGO NAO CADASTRADO" TO WRK-TITULO-CARGO
           END-IF.
           MOVE CFU-CARGO TO WRK-LC-CARGO.
           MOVE WRK-TITULO-CARGO TO WRK-LC-TITULO.
           MOVE ZEROS TO WRK-LC-DATA.
           IF CFU-DATA-ATUALIZACAO NUMERIC
               MOVE CFU-DATA-ATUALIZACAO TO WRK-LC-DATA
           END-IF.
           MOVE WRK-LINHA-CARGO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
       3200-LOTACAO.
           MOVE "LOTACAO" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE WRK-ESTAB-FUNCIONARIO TO WRK-LL-ESTAB.
           MOVE WRK-CNPJ TO WRK-LL-CNPJ.
           MOVE WRK-RAZAO TO WRK-LL-RAZAO.
           MOVE WRK-LINHA-LOTACAO-ESTAB TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CALL "DEPTLOOK" USING EMP-DEPTO WRK-DESCRICAO-DEPTO
               WRK-DEPTO-ACHADO.
           IF WRK-DEPTO-ACHADO NOT = 'S'
               MOVE "DEPTO NAO CADASTRADO" TO WRK-DESCRICAO-DEPTO
           END-IF.
           MOVE EMP-DEPTO TO WRK-LD-DEPTO.
           MOVE WRK-DESCRICAO-DEPTO TO WRK-LD-DESCRICAO.
           MOVE WRK-LINHA-LOTACAO-DEPTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * ALTERACOES DE SALARIO DO CPF NA TABELA DO DIARIO.
      *****************************************************************
       3300-SALARIOS.
           MOVE "ALTERACOES DE SALARIO (DIARIO DO CADASTRO)"
               TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE WRK-LINHA-TITULO-SALARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           PERFORM 3310-IMPRIME-SALARIO THRU 3310-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-SALARIOS.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUMA ALTERACAO NO DIARIO" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       3300-EXIT.
           EXIT.
       3310-IMPRIME-SALARIO.
           IF WRK-TS-CPF (WRK-IDX) NOT = EMP-CPF
               GO TO 3310-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE ZEROS TO WRK-LZ-DATA.
           IF WRK-TS-DATA (WRK-IDX) NUMERIC
               MOVE WRK-TS-DATA (WRK-IDX) TO WRK-LZ-DATA
           END-IF.
           IF WRK-TS-ACAO (WRK-IDX) = 'I'
               MOVE "ADMISSAO" TO WRK-LZ-ORIGEM
           ELSE
               MOVE "ALTERACAO" TO WRK-LZ-ORIGEM
           END-IF.
           MOVE WRK-TS-ANTERIOR (WRK-IDX) TO WRK-LZ-ANTERIOR.
           MOVE WRK-TS-NOVO (WRK-IDX) TO WRK-LZ-NOVO.
           MOVE WRK-TS-PROGRAMA (WRK-IDX) TO WRK-LZ-PROGRAMA.
           MOVE WRK-LINHA-SALARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3310-EXIT.
           EXIT.
      *****************************************************************
      * TRANSFERENCIAS - CHAVES CPF + DATA EFETIVA, EM ORDEM DE DATA.
      *****************************************************************
       3400-TRANSFERENCIAS.
           MOVE "TRANSFERENCIAS" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           IF NOT WRK-TRANSF-DISPONIVEL-SW
               GO TO 3400-NENHUMA
           END-IF.
           MOVE EMP-CPF TO TRF-CPF.
           MOVE ZEROS TO TRF-DATA-EFETIVA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START TRANSFER-FILE KEY IS NOT < TRF-CHAVE
               INVALID KEY
                   GO TO 3400-NENHUMA
           END-START.
           READ TRANSFER-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 3410-IMPRIME-TRANSFERENCIA THRU 3410-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       3400-NENHUMA.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUMA TRANSFERENCIA" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       3400-EXIT.
           EXIT.
       3410-IMPRIME-TRANSFERENCIA.
           IF TRF-CPF NOT = EMP-CPF
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 3410-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE TRF-DATA-EFETIVA TO WRK-LT-DATA.
           MOVE TRF-DEPTO-ANTERIOR TO WRK-LT-DEPTO-ANT.
           MOVE TRF-DEPTO-NOVO TO WRK-LT-DEPTO-NOVO.
           MOVE TRF-ESTAB-ANTERIOR TO WRK-LT-ESTAB-ANT.
           MOVE TRF-ESTAB-NOVO TO WRK-LT-ESTAB-NOVO.
           MOVE TRF-OPERADOR TO WRK-LT-OPERADOR.
           MOVE WRK-LINHA-TRANSFERENCIA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ TRANSFER-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       3410-EXIT.
           EXIT.
      *****************************************************************
      * FERIAS GOZADAS DO CPF NA TABELA DO FERGOZO.
      *****************************************************************
       3500-FERIAS.
           MOVE "FERIAS GOZADAS" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           PERFORM 3510-IMPRIME-FERIAS THRU 3510-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-GOZOS.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUMA FERIAS GOZADA" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       3500-EXIT.
           EXIT.
       3510-IMPRIME-FERIAS.
           IF WRK-TG-CPF (WRK-IDX) NOT = EMP-CPF
               GO TO 3510-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE ZEROS TO WRK-LG-INICIO.
           IF WRK-TG-INICIO (WRK-IDX) NUMERIC
               MOVE WRK-TG-INICIO (WRK-IDX) TO WRK-LG-INICIO
           END-IF.
           MOVE WRK-TG-DIAS (WRK-IDX) TO WRK-LG-DIAS.
           MOVE WRK-LINHA-FERIAS TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3510-EXIT.
           EXIT.
      *****************************************************************
      * DEPENDENTES - CHAVES CPF + SEQUENCIA.
      *****************************************************************
       3600-DEPENDENTES.
           MOVE "DEPENDENTES" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           IF NOT WRK-DEPEND-DISPONIVEL-SW
               GO TO 3600-NENHUM
           END-IF.
           MOVE EMP-CPF TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START DEPENDENT-FILE KEY IS NOT < DEP-CHAVE
               INVALID KEY
                   GO TO 3600-NENHUM
           END-START.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 3610-IMPRIME-DEPENDENTE THRU 3610-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       3600-NENHUM.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUM DEPENDENTE" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       3600-EXIT.
           EXIT.
       3610-IMPRIME-DEPENDENTE.
           IF DEP-CPF NOT = EMP-CPF
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 3610-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           MOVE DEP-SEQ TO WRK-LP-SEQ.
           MOVE DEP-NOME TO WRK-LP-NOME.
           MOVE ZEROS TO WRK-LP-NASCIMENTO.
           IF DEP-NASCIMENTO NUMERIC
               MOVE DEP-NASCIMENTO TO WRK-LP-NASCIMENTO
           END-IF.
           MOVE DEP-IRRF TO WRK-LP-IRRF.
           MOVE WRK-LINHA-DEPENDENTE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       3610-EXIT.
           EXIT.
      *****************************************************************
      * DESLIGAMENTO - DATA DO MESTRE E MOTIVO DO DESLIG (TABELA DE
      * MOTIVOS DO ESOCIAL).
      *****************************************************************
       3700-DESLIGAMENTO.
           MOVE "DESLIGAMENTO" TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           IF NOT EMP-DESLIGADO
               MOVE "CONTRATO EM VIGOR" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
               GO TO 3700-EXIT
           END-IF.
           MOVE ZEROS TO WRK-LX-DATA.
           IF EMP-DATA-DESLIGAMENTO NUMERIC
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-LX-DATA
           END-IF.
           MOVE SPACES TO WRK-LX-MOTIVO.
           MOVE "MOTIVO NAO REGISTRADO" TO WRK-LX-DESCRICAO.
           IF WRK-DESLIG-DISPONIVEL-SW
               MOVE EMP-CPF TO DSL-CPF
               READ TERMINATION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 3710-DESCREVE-MOTIVO THRU 3710-EXIT
               END-READ
           END-IF.
           MOVE WRK-LINHA-DESLIGAMENTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3700-EXIT.
           EXIT.
       3710-DESCREVE-MOTIVO.
           MOVE DSL-MOTIVO TO WRK-LX-MOTIVO.
           EVALUATE TRUE
               WHEN DSL-JUSTA-CAUSA
                   MOVE "DISPENSA COM JUSTA CAUSA"
                       TO WRK-LX-DESCRICAO
               WHEN DSL-SEM-JUSTA-CAUSA
                   MOVE "DISPENSA SEM JUSTA CAUSA"
                       TO WRK-LX-DESCRICAO
               WHEN DSL-ANTECIPADA-EMPREGADOR
                   MOVE "TERMINO ANTECIPADO DO CONTRATO A PRAZO - EMPR"
                       TO WRK-LX-DESCRICAO
               WHEN DSL-ANTECIPADA-EMPREGADO
                   MOVE "TERMINO ANTECIPADO DO CONTRATO A PRAZO - EMPD"
                       TO WRK-LX-DESCRICAO
               WHEN DSL-CULPA-RECIPROCA
                   MOVE "CULPA RECIPROCA" TO WRK-LX-DESCRICAO
               WHEN DSL-TERMINO-CONTRATO
                   MOVE "TERMINO DO CONTRATO A PRAZO"
                       TO WRK-LX-DESCRICAO
               WHEN DSL-PEDIDO-DEMISSAO
                   MOVE "PEDIDO DE DEMISSAO" TO WRK-LX-DESCRICAO
               WHEN DSL-FALECIMENTO
                   MOVE "FALECIMENTO DO EMPREGADO" TO WRK-LX-DESCRICAO
               WHEN DSL-ACORDO
                   MOVE "ACORDO ENTRE AS PARTES (CLT 484-A)"
                       TO WRK-LX-DESCRICAO
               WHEN OTHER
                   MOVE "MOTIVO FORA DA TABELA" TO WRK-LX-DESCRICAO
           END-EVALUATE.
       3710-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DA FICHA SAI POR
      * AQUI. O CABECALHO DE CADA PAGINA REPETE O EMPREGADOR E O
      * EMPREGADO; A FICHA NOVA FORCA A PAGINA NOVA (3000).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-EMPREGADOR.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-EMPREGADO.
           WRITE REGISTRATION-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE 5 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       8200-TITULO-SECAO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SECAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8200-EXIT.
           EXIT.
       8300-IMPRIME-NENHUM.
           MOVE WRK-LINHA-NENHUM TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8300-EXIT.
           EXIT.
      *****************************************************************
      * TOTAL DE FICHAS E FECHAMENTO DOS ARQUIVOS.
      *****************************************************************
       9000-FINALIZA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-QTDE-FICHAS TO WRK-LTT-QTDE.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-CARGO-DISPONIVEL-SW
               CLOSE POSITION-FILE
           END-IF.
           IF WRK-TRANSF-DISPONIVEL-SW
               CLOSE TRANSFER-FILE
           END-IF.
           IF WRK-DEPEND-DISPONIVEL-SW
               CLOSE DEPENDENT-FILE
           END-IF.
           IF WRK-DESLIG-DISPONIVEL-SW
               CLOSE TERMINATION-FILE
           END-IF.
           CLOSE REGISTRATION-REPORT.
       9000-EXIT.
           EXIT.
       END PROGRAM FICHAREG.
