       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCREAL.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: ORCADO X REALIZADO DO CUSTO DE PESSOAL POR CENTRO DE
      *          CUSTO, PARA A CONTROLADORIA. O CONSOLE TRAZ ANO, MES E
      *          A TOLERANCIA EM % (INTEIRA). O ORCADO VEM DO ORCAMENT
      *          (MANTIDO PELO ORCMANT); O REALIZADO E O CUSTO
      *          CARREGADO DE CADA MES DO ANO ATE A COMPETENCIA, POR
      *          FUNCIONARIO DO SALHIST (DESLIGADOS INCLUSIVE):
      *            - BRUTO DO MES (HIST-SAL);
      *            - FGTS (FGTSCALC) SOBRE O BRUTO;
      *            - INSS PATRONAL, RAT E TERCEIROS (ENCCALC) DO
      *              ESTABELECIMENTO DO HISTORICO;
      *            - PROVISOES DE 13O, FERIAS E SEUS ENCARGOS
      *              (PROVCALC, A MESMA REGRA DO PROVMENS) SOBRE O
      *              BRUTO.
      *          O CUSTO DO MES E DIVIDIDO PELO RATEIO VIGENTE NELE
      *          (RATCALC, COMO NO GLPOST/PROVMENS) A PARTIR DO
      *          EMP-DEPTO ATUAL DO MESTRE. POR ESTABELECIMENTO +
      *          DEPARTAMENTO SAEM O QUADRO ORCADO/REAL DA COMPETENCIA,
      *          O ORCADO, O REALIZADO E A VARIACAO EM VALOR E EM % DO
      *          MES E DO ACUMULADO NO ANO, COM SUBTOTAL POR
      *          ESTABELECIMENTO E TOTAL GERAL. CENTRO DE CUSTO COM
      *          REALIZADO ACIMA DO ORCADO ALEM DA TOLERANCIA (NO MES OU
      *          NO ACUMULADO) E MARCADO E LISTADO NO FIM PARA O GESTOR
      *          DO DEPTMSTR (DPT-GESTOR) - RC 4. SALHIST OU MESTRE
      *          AUSENTE, MES OU TOLERANCIA INVALIDOS, RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALARY-HISTORY ASSIGN TO "SALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HISTORICO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT BUDGET-FILE ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCAMENTO.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT BUDGET-REPORT ASSIGN TO "ORCRELRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  SALARY-HISTORY.
       COPY "SALHIST.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  BUDGET-FILE.
       COPY "ORCAMENT.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       FD  BUDGET-REPORT.
       01  BUDGET-REPORT-REC          PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-HISTORICO         PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-ORCAMENTO         PIC X(02) VALUE SPACES.
           88 WRK-FS-ORC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-HISTORICO        PIC X(01) VALUE 'N'.
           88 WRK-FIM-HISTORICO-SW          VALUE 'S'.
       77 WRK-FIM-ORCAMENTO        PIC X(01) VALUE 'N'.
           88 WRK-FIM-ORCAMENTO-SW          VALUE 'S'.
       77 WRK-MESTRE-ACHADO        PIC X(01) VALUE 'N'.
           88 WRK-MESTRE-ACHADO-SW          VALUE 'S'.
       77 WRK-ANO-REFERENCIA       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REFERENCIA       PIC 9(02) VALUE ZEROS.
       77 WRK-TOLERANCIA           PIC 9(03) VALUE ZEROS.
       77 WRK-MES-CUSTO            PIC 9(02) VALUE ZEROS.
       77 WRK-ESTAB-HISTORICO      PIC X(01) VALUE SPACE.
       77 WRK-POS-ESTAB            PIC X(01) VALUE SPACE.
       77 WRK-POS-DEPTO            PIC X(04) VALUE SPACES.
       77 WRK-BRUTO-MES            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-MES             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PATRONAL-MES         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT-MES              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS-MES        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ENCARGOS-ACHADO      PIC X(01) VALUE 'N'.
           88 WRK-ENCARGOS-ACHADO-SIM       VALUE 'S'.
       77 WRK-PROV-DECIMO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PROV-FERIAS          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PROV-ENCARGOS        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       77 WRK-MAX-UNIDADES         PIC 9(03) COMP VALUE 200.
       77 WRK-QTDE-UNIDADES        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX2                 PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX2-INICIAL         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-MENOR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-UNIDADE          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-AVISOS          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-MESTRE      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-ENCARGOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RATEIO-INVALIDO PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-HISTORICOS      PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-ACIMA           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-VARIACAO-MES         PIC S9(09)V99 VALUE ZEROS.
       77 WRK-VARIACAO-ACUM        PIC S9(11)V99 VALUE ZEROS.
       77 WRK-PERC-MES             PIC S9(03)V99 VALUE ZEROS.
       77 WRK-PERC-ACUM            PIC S9(03)V99 VALUE ZEROS.
       77 WRK-LIMITE-MES           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LIMITE-ACUM          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-UNIDADE-ACIMA        PIC X(01) VALUE 'N'.
           88 WRK-UNIDADE-ACIMA-SW          VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-GESTOR-DEPTO         PIC X(20) VALUE SPACES.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-ESTAB-ANTERIOR       PIC X(01) VALUE SPACE.
       77 WRK-CUSTO-MES            PIC 9(08)V99 VALUE ZEROS.
      *****************************************************************
      * PARTES DO CUSTO DO MES POR CENTRO DE CUSTO (RATCALC).
      *****************************************************************
       01 WRK-PARTES-CUSTO.
           02 WRK-PC-QTDE           PIC 9(01).
           02 WRK-PC-ITEM OCCURS 5 TIMES.
               03 WRK-PC-DEPTO          PIC X(04).
               03 WRK-PC-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PC-VALOR          PIC 9(08)V99.
      *****************************************************************
      * UNIDADES (ESTABELECIMENTO + DEPARTAMENTO) COM ORCADO E
      * REALIZADO DA COMPETENCIA E DO ACUMULADO NO ANO.
      *****************************************************************
       01 WRK-TABELA-UNIDADES.
           02 WRK-UNIDADE-ITEM OCCURS 200 TIMES.
               03 WRK-TU-CHAVE.
                   04 WRK-TU-ESTAB      PIC X(01).
                   04 WRK-TU-DEPTO      PIC X(04).
               03 WRK-TU-QUADRO-ORC     PIC 9(05).
               03 WRK-TU-QUADRO-REAL    PIC 9(05).
               03 WRK-TU-ORC-MES        PIC 9(09)V99.
               03 WRK-TU-REAL-MES       PIC 9(09)V99.
               03 WRK-TU-ORC-ACUM       PIC 9(11)V99.
               03 WRK-TU-REAL-ACUM      PIC 9(11)V99.
               03 WRK-TU-ACIMA          PIC X(01).
       01 WRK-UNIDADE-TEMP         PIC X(64).
      *****************************************************************
      * VALORES DA LINHA A IMPRIMIR (UNIDADE, SUBTOTAL DO
      * ESTABELECIMENTO OU TOTAL GERAL).
      *****************************************************************
       01 WRK-VALORES.
           02 WRK-VL-QUADRO-ORC     PIC 9(07).
           02 WRK-VL-QUADRO-REAL    PIC 9(07).
           02 WRK-VL-ORC-MES        PIC 9(11)V99.
           02 WRK-VL-REAL-MES       PIC 9(11)V99.
           02 WRK-VL-ORC-ACUM       PIC 9(13)V99.
           02 WRK-VL-REAL-ACUM      PIC 9(13)V99.
       01 WRK-TOTAIS-ESTAB.
           02 WRK-TE-QUADRO-ORC     PIC 9(07).
           02 WRK-TE-QUADRO-REAL    PIC 9(07).
           02 WRK-TE-ORC-MES        PIC 9(11)V99.
           02 WRK-TE-REAL-MES       PIC 9(11)V99.
           02 WRK-TE-ORC-ACUM       PIC 9(13)V99.
           02 WRK-TE-REAL-ACUM      PIC 9(13)V99.
       01 WRK-TOTAIS-GERAIS.
           02 WRK-TG-QUADRO-ORC     PIC 9(07).
           02 WRK-TG-QUADRO-REAL    PIC 9(07).
           02 WRK-TG-ORC-MES        PIC 9(11)V99.
           02 WRK-TG-REAL-MES       PIC 9(11)V99.
           02 WRK-TG-ORC-ACUM       PIC 9(13)V99.
           02 WRK-TG-REAL-ACUM      PIC 9(13)V99.
      *****************************************************************
      * LINHAS DO RELATORIO - VALORES EM REAIS, SEM CENTAVOS.
      *****************************************************************
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SEPARADOR      PIC X(132) VALUE ALL "-".
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(36) VALUE
               "ORCADO X REALIZADO DE PESSOAL - ATE ".
           02 WRK-CB-MES-REF        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-REF        PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - TOLERANCIA ".
           02 WRK-CB-TOLERANCIA     PIC ZZ9.
           02 FILLER                PIC X(02) VALUE "%".
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(38) VALUE
               "DEPTO DESCRICAO            QUADRO O/R".
           02 FILLER                PIC X(43) VALUE
               "ORCADO MES  REAL. MES    VARIACAO   VAR.%".
           02 FILLER                PIC X(51) VALUE
               "ORCADO ACUM  REAL. ACUM VARIACAO AC.   VAR.% MARCA".
       01 WRK-LINHA-ESTAB.
           02 FILLER                PIC X(17) VALUE
               "ESTABELECIMENTO: ".
           02 WRK-LE-ESTAB          PIC X(01).
           02 FILLER                PIC X(08) VALUE "  CNPJ: ".
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LE-RAZAO          PIC X(30).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-DEPTO           PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DESCRICAO       PIC X(19).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-QUADRO-ORC      PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-QUADRO-REAL     PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ORC-MES         PIC ZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-REAL-MES        PIC ZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-VARIACAO-MES    PIC -ZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-PERC-MES        PIC -ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ORC-ACUM        PIC ZZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-REAL-ACUM       PIC ZZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-VARIACAO-ACUM   PIC -ZZZ.ZZZ.ZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-PERC-ACUM       PIC -ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MARCA           PIC X(06).
       01 WRK-LINHA-TITULO-ACIMA.
           02 FILLER                PIC X(41) VALUE
               "CENTROS DE CUSTO ACIMA DO ORCADO ALEM DE ".
           02 WRK-TA-TOLERANCIA     PIC ZZ9.
           02 FILLER                PIC X(25) VALUE
               "% - A CARGO DO GESTOR".
       01 WRK-LINHA-ACIMA.
           02 FILLER                PIC X(07) VALUE "ESTAB ".
           02 WRK-LA-ESTAB          PIC X(01).
           02 FILLER                PIC X(08) VALUE "  DEPTO ".
           02 WRK-LA-DEPTO          PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LA-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(10) VALUE "  GESTOR: ".
           02 WRK-LA-GESTOR         PIC X(20).
           02 FILLER                PIC X(11) VALUE "  VAR. MES ".
           02 WRK-LA-PERC-MES       PIC -ZZ9,99.
           02 FILLER                PIC X(09) VALUE "%  ACUM. ".
           02 WRK-LA-PERC-ACUM      PIC -ZZ9,99.
           02 FILLER                PIC X(01) VALUE "%".
       01 WRK-LINHA-NENHUM-ACIMA   PIC X(50) VALUE
               "NENHUM CENTRO DE CUSTO ACIMA DA TOLERANCIA".
       01 WRK-LINHA-AVISOS.
           02 FILLER                PIC X(45) VALUE
               "AVISOS (VER CONSOLE) - APURACAO INCOMPLETA: ".
           02 WRK-LV-QTDE           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-REFERENCIA FROM CONSOLE.
           ACCEPT WRK-MES-REFERENCIA FROM CONSOLE.
           ACCEPT WRK-TOLERANCIA FROM CONSOLE.
           IF WRK-MES-REFERENCIA < 1 OR WRK-MES-REFERENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-TOLERANCIA NOT NUMERIC
               DISPLAY 'TOLERANCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-HIST-NAO-ENCONTRADO
              OR WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-APURA-REALIZADO THRU 2000-EXIT
               UNTIL WRK-FIM-HISTORICO-SW.
           CLOSE SALARY-HISTORY.
           CLOSE EMPLOYEE-MASTER.
           PERFORM 3000-CARREGA-ORCAMENTO THRU 3000-EXIT.
           PERFORM 3500-ORDENA-UNIDADES THRU 3500-EXIT.
           PERFORM 4000-IMPRIME-RELATORIO THRU 4000-EXIT.
           IF WRK-QTDE-ACIMA > ZEROS OR WRK-QTDE-AVISOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE O SALHIST E O MESTRE E LE O PRIMEIRO HISTORICO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT SALARY-HISTORY.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               DISPLAY 'SALHIST NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE SALARY-HISTORY
               GO TO 1000-EXIT
           END-IF.
           PERFORM 2900-LE-HISTORICO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * REALIZADO: PARA CADA HISTORICO DO ANO, O CUSTO CARREGADO DE
      * CADA MES ATE A COMPETENCIA, RATEADO PELOS CENTROS DE CUSTO DO
      * FUNCIONARIO NAQUELE MES. O QUADRO REAL E O DE QUEM TEVE BRUTO
      * NA COMPETENCIA, CONTADO NO EMP-DEPTO.
      *****************************************************************
       2000-APURA-REALIZADO.
           IF HIST-ANO NOT = WRK-ANO-REFERENCIA
               GO TO 2000-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-HISTORICOS.
           MOVE HIST-CPF TO EMP-CPF.
           MOVE 'S' TO WRK-MESTRE-ACHADO.
           READ EMPLOYEE-MASTER
               INVALID KEY MOVE 'N' TO WRK-MESTRE-ACHADO
           END-READ.
           IF NOT WRK-MESTRE-ACHADO-SW
               DISPLAY 'AVISO: CPF ' HIST-CPF ' DO SALHIST SEM '
                       'CADASTRO NO MESTRE - FORA DO REALIZADO'
               ADD 1 TO WRK-QTDE-SEM-MESTRE
               ADD 1 TO WRK-QTDE-AVISOS
               GO TO 2000-LE-PROXIMO
           END-IF.
           MOVE HIST-ESTABELECIMENTO TO WRK-ESTAB-HISTORICO.
           IF WRK-ESTAB-HISTORICO = SPACE
               MOVE '1' TO WRK-ESTAB-HISTORICO
           END-IF.
           PERFORM 2100-CUSTO-DO-MES THRU 2100-EXIT
               VARYING WRK-MES-CUSTO FROM 1 BY 1
               UNTIL WRK-MES-CUSTO > WRK-MES-REFERENCIA.
           IF HIST-SAL (WRK-MES-REFERENCIA) > ZEROS
               MOVE WRK-ESTAB-HISTORICO TO WRK-POS-ESTAB
               MOVE EMP-DEPTO TO WRK-POS-DEPTO
               PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT
               IF WRK-IDX-UNIDADE > ZEROS
                   ADD 1 TO WRK-TU-QUADRO-REAL (WRK-IDX-UNIDADE)
               END-IF
           END-IF.
       2000-LE-PROXIMO.
           PERFORM 2900-LE-HISTORICO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * CUSTO CARREGADO DO MES WRK-MES-CUSTO: BRUTO + FGTS + INSS
      * PATRONAL/RAT/TERCEIROS + PROVISOES, DIVIDIDO PELO RATEIO.
      *****************************************************************
       2100-CUSTO-DO-MES.
           MOVE HIST-SAL (WRK-MES-CUSTO) TO WRK-BRUTO-MES.
           IF WRK-BRUTO-MES = ZEROS
               GO TO 2100-EXIT
           END-IF.
           CALL "FGTSCALC" USING WRK-BRUTO-MES WRK-FGTS-MES.
           CALL "ENCCALC" USING WRK-ESTAB-HISTORICO WRK-BRUTO-MES
               WRK-PATRONAL-MES WRK-RAT-MES WRK-TERCEIROS-MES
               WRK-ENCARGOS-ACHADO.
           IF NOT WRK-ENCARGOS-ACHADO-SIM
               MOVE ZEROS TO WRK-PATRONAL-MES
               MOVE ZEROS TO WRK-RAT-MES
               MOVE ZEROS TO WRK-TERCEIROS-MES
               ADD 1 TO WRK-QTDE-SEM-ENCARGOS
           END-IF.
           CALL "PROVCALC" USING WRK-BRUTO-MES WRK-PROV-DECIMO
               WRK-PROV-FERIAS WRK-PROV-ENCARGOS.
           COMPUTE WRK-CUSTO-MES = WRK-BRUTO-MES + WRK-FGTS-MES
               + WRK-PATRONAL-MES + WRK-RAT-MES + WRK-TERCEIROS-MES
               + WRK-PROV-DECIMO + WRK-PROV-FERIAS + WRK-PROV-ENCARGOS.
           MOVE WRK-CUSTO-MES TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF EMP-DEPTO WRK-ANO-REFERENCIA
               WRK-MES-CUSTO WRK-VALOR-RATEIO WRK-PARTES-CUSTO
               WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' EM ' WRK-MES-CUSTO ' - CUSTO INTEGRAL NO '
                       'DEPTO ' EMP-DEPTO
               ADD 1 TO WRK-QTDE-RATEIO-INVALIDO
           END-IF.
           PERFORM 2200-ACUMULA-PARTE THRU 2200-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PC-QTDE.
       2100-EXIT.
           EXIT.
       2200-ACUMULA-PARTE.
           MOVE WRK-ESTAB-HISTORICO TO WRK-POS-ESTAB.
           MOVE WRK-PC-DEPTO (WRK-IDX-PARTE) TO WRK-POS-DEPTO.
           PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT.
           IF WRK-IDX-UNIDADE = ZEROS
               GO TO 2200-EXIT
           END-IF.
           ADD WRK-PC-VALOR (WRK-IDX-PARTE)
               TO WRK-TU-REAL-ACUM (WRK-IDX-UNIDADE).
           IF WRK-MES-CUSTO = WRK-MES-REFERENCIA
               ADD WRK-PC-VALOR (WRK-IDX-PARTE)
                   TO WRK-TU-REAL-MES (WRK-IDX-UNIDADE)
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA A UNIDADE WRK-POS-ESTAB + WRK-POS-DEPTO NA TABELA E A
      * INCLUI SE FOR NOVA. TABELA CHEIA DEVOLVE ZERO, COM AVISO.
      *****************************************************************
       2700-LOCALIZA-UNIDADE.
           MOVE ZEROS TO WRK-IDX-UNIDADE.
           PERFORM 2710-COMPARA-UNIDADE THRU 2710-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-UNIDADES
                  OR WRK-IDX-UNIDADE > ZEROS.
           IF WRK-IDX-UNIDADE > ZEROS
               GO TO 2700-EXIT
           END-IF.
           IF WRK-QTDE-UNIDADES NOT < WRK-MAX-UNIDADES
               DISPLAY 'AVISO: MAIS DE ' WRK-MAX-UNIDADES
                       ' UNIDADES - DEPTO ' WRK-POS-DEPTO
                       ' DO ESTAB ' WRK-POS-ESTAB ' IGNORADO'
               ADD 1 TO WRK-QTDE-AVISOS
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-UNIDADES.
           MOVE WRK-QTDE-UNIDADES TO WRK-IDX-UNIDADE.
           MOVE WRK-POS-ESTAB TO WRK-TU-ESTAB (WRK-IDX-UNIDADE).
           MOVE WRK-POS-DEPTO TO WRK-TU-DEPTO (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-QUADRO-ORC (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-QUADRO-REAL (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-ORC-MES (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-REAL-MES (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-ORC-ACUM (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-REAL-ACUM (WRK-IDX-UNIDADE).
           MOVE 'N' TO WRK-TU-ACIMA (WRK-IDX-UNIDADE).
       2700-EXIT.
           EXIT.
       2710-COMPARA-UNIDADE.
           IF WRK-TU-ESTAB (WRK-IDX) = WRK-POS-ESTAB
              AND WRK-TU-DEPTO (WRK-IDX) = WRK-POS-DEPTO
               MOVE WRK-IDX TO WRK-IDX-UNIDADE
           END-IF.
       2710-EXIT.
           EXIT.
       2900-LE-HISTORICO.
           READ SALARY-HISTORY NEXT RECORD
               AT END SET WRK-FIM-HISTORICO-SW TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * ORCADO: OS REGISTROS DO ANO NO ORCAMENT (A CHAVE COMECA PELO
      * ANO), ACUMULADOS ATE A COMPETENCIA. SEM ORCAMENTO CADASTRADO O
      * RELATORIO SAI SO COM O REALIZADO, COM AVISO.
      *****************************************************************
       3000-CARREGA-ORCAMENTO.
           OPEN INPUT BUDGET-FILE.
           IF WRK-FS-ORC-NAO-ENCONTRADO
               DISPLAY 'AVISO: ORCAMENT NAO ENCONTRADO - RELATORIO '
                       'SEM ORCADO'
               ADD 1 TO WRK-QTDE-AVISOS
               GO TO 3000-EXIT
           END-IF.
           MOVE LOW-VALUES TO ORC-CHAVE.
           MOVE WRK-ANO-REFERENCIA TO ORC-ANO.
           START BUDGET-FILE KEY IS NOT LESS THAN ORC-CHAVE
               INVALID KEY SET WRK-FIM-ORCAMENTO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-ORCAMENTO-SW
               PERFORM 3100-LE-ORCAMENTO THRU 3100-EXIT
           END-IF.
           PERFORM 3200-ACUMULA-ORCAMENTO THRU 3200-EXIT
               UNTIL WRK-FIM-ORCAMENTO-SW.
           CLOSE BUDGET-FILE.
       3000-EXIT.
           EXIT.
       3100-LE-ORCAMENTO.
           READ BUDGET-FILE NEXT RECORD
               AT END SET WRK-FIM-ORCAMENTO-SW TO TRUE
           END-READ.
           IF NOT WRK-FIM-ORCAMENTO-SW
              AND ORC-ANO NOT = WRK-ANO-REFERENCIA
               SET WRK-FIM-ORCAMENTO-SW TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.
       3200-ACUMULA-ORCAMENTO.
           IF ORC-MES > WRK-MES-REFERENCIA
               GO TO 3200-LE-PROXIMO
           END-IF.
           MOVE ORC-ESTABELECIMENTO TO WRK-POS-ESTAB.
           IF WRK-POS-ESTAB = SPACE
               MOVE '1' TO WRK-POS-ESTAB
           END-IF.
           MOVE ORC-DEPTO TO WRK-POS-DEPTO.
           PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT.
           IF WRK-IDX-UNIDADE = ZEROS
               GO TO 3200-LE-PROXIMO
           END-IF.
           ADD ORC-CUSTO TO WRK-TU-ORC-ACUM (WRK-IDX-UNIDADE).
           IF ORC-MES = WRK-MES-REFERENCIA
               ADD ORC-CUSTO TO WRK-TU-ORC-MES (WRK-IDX-UNIDADE)
               ADD ORC-QUADRO TO WRK-TU-QUADRO-ORC (WRK-IDX-UNIDADE)
           END-IF.
       3200-LE-PROXIMO.
           PERFORM 3100-LE-ORCAMENTO THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * ORDENA AS UNIDADES POR ESTABELECIMENTO + DEPARTAMENTO
      * (SELECTION SORT, COMO NO RANKING DO DEPTROLL).
      *****************************************************************
       3500-ORDENA-UNIDADES.
           PERFORM 3600-SELECIONA-MENOR THRU 3600-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX >= WRK-QTDE-UNIDADES.
       3500-EXIT.
           EXIT.
       3600-SELECIONA-MENOR.
           MOVE WRK-IDX TO WRK-IDX-MENOR.
           MOVE WRK-IDX TO WRK-IDX2-INICIAL.
           ADD 1 TO WRK-IDX2-INICIAL.
           PERFORM 3700-COMPARA-MENOR THRU 3700-EXIT
               VARYING WRK-IDX2 FROM WRK-IDX2-INICIAL BY 1
               UNTIL WRK-IDX2 > WRK-QTDE-UNIDADES.
           IF WRK-IDX-MENOR NOT = WRK-IDX
               MOVE WRK-UNIDADE-ITEM (WRK-IDX) TO WRK-UNIDADE-TEMP
               MOVE WRK-UNIDADE-ITEM (WRK-IDX-MENOR)
                   TO WRK-UNIDADE-ITEM (WRK-IDX)
               MOVE WRK-UNIDADE-TEMP
                   TO WRK-UNIDADE-ITEM (WRK-IDX-MENOR)
           END-IF.
       3600-EXIT.
           EXIT.
       3700-COMPARA-MENOR.
           IF WRK-TU-CHAVE (WRK-IDX2) < WRK-TU-CHAVE (WRK-IDX-MENOR)
               MOVE WRK-IDX2 TO WRK-IDX-MENOR
           END-IF.
       3700-EXIT.
           EXIT.
      *****************************************************************
      * RELATORIO: UMA LINHA POR CENTRO DE CUSTO, QUEBRA COM SUBTOTAL
      * POR ESTABELECIMENTO, TOTAL GERAL E, NO FIM, A LISTA DOS
      * CENTROS DE CUSTO ACIMA DA TOLERANCIA COM O GESTOR.
      *****************************************************************
       4000-IMPRIME-RELATORIO.
           OPEN INPUT DEPARTMENT-MASTER.
           IF NOT WRK-FS-DEPTOS-NAO-ENCONTRADO
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           ELSE
               DISPLAY 'AVISO: DEPTMSTR NAO ENCONTRADO - RELATORIO '
                       'SEM DESCRICAO E GESTOR'
           END-IF.
           OPEN OUTPUT BUDGET-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-MES-REFERENCIA TO WRK-CB-MES-REF.
           MOVE WRK-ANO-REFERENCIA TO WRK-CB-ANO-REF.
           MOVE WRK-TOLERANCIA TO WRK-CB-TOLERANCIA.
           MOVE ZEROS TO WRK-TOTAIS-GERAIS.
           MOVE ZEROS TO WRK-TOTAIS-ESTAB.
           PERFORM 4100-IMPRIME-UNIDADE THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-UNIDADES.
           IF WRK-QTDE-UNIDADES > ZEROS
               PERFORM 4300-SUBTOTAL-ESTAB THRU 4300-EXIT
           END-IF.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOTAIS-GERAIS TO WRK-VALORES.
           MOVE SPACES TO WRK-D-DEPTO.
           MOVE "TOTAL GERAL" TO WRK-D-DESCRICAO.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           MOVE SPACES TO WRK-D-MARCA.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 4600-LISTA-ACIMA THRU 4600-EXIT.
           IF WRK-QTDE-SEM-ENCARGOS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-SEM-ENCARGOS
                       ' MES(ES) SEM TABELA DE ENCARGOS DO '
                       'ESTABELECIMENTO - INSS PATRONAL ZERADO'
               ADD 1 TO WRK-QTDE-AVISOS
           END-IF.
           IF WRK-QTDE-RATEIO-INVALIDO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-RATEIO-INVALIDO
                       ' MES(ES) COM RATEIO INVALIDO APURADOS INTEGRAIS'
                       ' NO DEPARTAMENTO DO MESTRE'
           END-IF.
           IF WRK-QTDE-AVISOS > ZEROS
               MOVE WRK-QTDE-AVISOS TO WRK-LV-QTDE
               MOVE WRK-LINHA-AVISOS TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE BUDGET-REPORT.
           DISPLAY 'ORCREAL: ' WRK-QTDE-HISTORICOS ' HISTORICOS, '
                   WRK-QTDE-UNIDADES ' CENTROS DE CUSTO, '
                   WRK-QTDE-ACIMA ' ACIMA DA TOLERANCIA'.
       4000-EXIT.
           EXIT.
       4100-IMPRIME-UNIDADE.
           IF WRK-IDX > 1
              AND WRK-TU-ESTAB (WRK-IDX) NOT = WRK-ESTAB-ANTERIOR
               PERFORM 4300-SUBTOTAL-ESTAB THRU 4300-EXIT
           END-IF.
           IF WRK-IDX = 1
              OR WRK-TU-ESTAB (WRK-IDX) NOT = WRK-ESTAB-ANTERIOR
               PERFORM 4200-CABECALHO-ESTAB THRU 4200-EXIT
           END-IF.
           MOVE WRK-TU-QUADRO-ORC (WRK-IDX) TO WRK-VL-QUADRO-ORC.
           MOVE WRK-TU-QUADRO-REAL (WRK-IDX) TO WRK-VL-QUADRO-REAL.
           MOVE WRK-TU-ORC-MES (WRK-IDX) TO WRK-VL-ORC-MES.
           MOVE WRK-TU-REAL-MES (WRK-IDX) TO WRK-VL-REAL-MES.
           MOVE WRK-TU-ORC-ACUM (WRK-IDX) TO WRK-VL-ORC-ACUM.
           MOVE WRK-TU-REAL-ACUM (WRK-IDX) TO WRK-VL-REAL-ACUM.
           ADD WRK-VL-QUADRO-ORC TO WRK-TE-QUADRO-ORC
               WRK-TG-QUADRO-ORC.
           ADD WRK-VL-QUADRO-REAL TO WRK-TE-QUADRO-REAL
               WRK-TG-QUADRO-REAL.
           ADD WRK-VL-ORC-MES TO WRK-TE-ORC-MES WRK-TG-ORC-MES.
           ADD WRK-VL-REAL-MES TO WRK-TE-REAL-MES WRK-TG-REAL-MES.
           ADD WRK-VL-ORC-ACUM TO WRK-TE-ORC-ACUM WRK-TG-ORC-ACUM.
           ADD WRK-VL-REAL-ACUM TO WRK-TE-REAL-ACUM WRK-TG-REAL-ACUM.
           PERFORM 4500-LE-DEPARTAMENTO THRU 4500-EXIT.
           MOVE WRK-TU-DEPTO (WRK-IDX) TO WRK-D-DEPTO.
           MOVE WRK-DESCRICAO-DEPTO TO WRK-D-DESCRICAO.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           IF WRK-UNIDADE-ACIMA-SW
               MOVE 'S' TO WRK-TU-ACIMA (WRK-IDX)
               ADD 1 TO WRK-QTDE-ACIMA
           END-IF.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.
       4200-CABECALHO-ESTAB.
           MOVE WRK-TU-ESTAB (WRK-IDX) TO WRK-ESTAB-ANTERIOR.
           CALL "EMPRLOOK" USING WRK-ESTAB-ANTERIOR WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE SPACES TO WRK-CNPJ
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-RAZAO
           END-IF.
           MOVE WRK-ESTAB-ANTERIOR TO WRK-LE-ESTAB.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-ESTAB TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4200-EXIT.
           EXIT.
       4300-SUBTOTAL-ESTAB.
           MOVE WRK-TOTAIS-ESTAB TO WRK-VALORES.
           MOVE SPACES TO WRK-D-DEPTO.
           MOVE "TOTAL DO ESTAB." TO WRK-D-DESCRICAO.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           MOVE SPACES TO WRK-D-MARCA.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-TOTAIS-ESTAB.
       4300-EXIT.
           EXIT.
      *****************************************************************
      * VARIACAO = REALIZADO - ORCADO (POSITIVA = ACIMA DO ORCADO);
      * VARIACAO % SOBRE O ORCADO. SEM ORCADO, REALIZADO POSITIVO DA
      * 999,99%. ACIMA DA TOLERANCIA QUANDO O REALIZADO PASSA DO
      * ORCADO MAIS A TOLERANCIA, NO MES OU NO ACUMULADO.
      *****************************************************************
       4400-MONTA-DETALHE.
           MOVE 'N' TO WRK-UNIDADE-ACIMA.
           COMPUTE WRK-VARIACAO-MES = WRK-VL-REAL-MES - WRK-VL-ORC-MES.
           COMPUTE WRK-VARIACAO-ACUM =
               WRK-VL-REAL-ACUM - WRK-VL-ORC-ACUM.
           MOVE ZEROS TO WRK-PERC-MES.
           MOVE ZEROS TO WRK-PERC-ACUM.
           IF WRK-VL-ORC-MES > ZEROS
               COMPUTE WRK-PERC-MES ROUNDED =
                   WRK-VARIACAO-MES * 100 / WRK-VL-ORC-MES
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-PERC-MES
               END-COMPUTE
           ELSE
               IF WRK-VL-REAL-MES > ZEROS
                   MOVE 999,99 TO WRK-PERC-MES
               END-IF
           END-IF.
           IF WRK-VL-ORC-ACUM > ZEROS
               COMPUTE WRK-PERC-ACUM ROUNDED =
                   WRK-VARIACAO-ACUM * 100 / WRK-VL-ORC-ACUM
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-PERC-ACUM
               END-COMPUTE
           ELSE
               IF WRK-VL-REAL-ACUM > ZEROS
                   MOVE 999,99 TO WRK-PERC-ACUM
               END-IF
           END-IF.
           COMPUTE WRK-LIMITE-MES ROUNDED =
               WRK-VL-ORC-MES * (100 + WRK-TOLERANCIA) / 100.
           COMPUTE WRK-LIMITE-ACUM ROUNDED =
               WRK-VL-ORC-ACUM * (100 + WRK-TOLERANCIA) / 100.
           IF WRK-VL-REAL-MES > WRK-LIMITE-MES
              OR WRK-VL-REAL-ACUM > WRK-LIMITE-ACUM
               SET WRK-UNIDADE-ACIMA-SW TO TRUE
           END-IF.
           MOVE WRK-VL-QUADRO-ORC TO WRK-D-QUADRO-ORC.
           MOVE WRK-VL-QUADRO-REAL TO WRK-D-QUADRO-REAL.
           MOVE WRK-VL-ORC-MES TO WRK-D-ORC-MES.
           MOVE WRK-VL-REAL-MES TO WRK-D-REAL-MES.
           MOVE WRK-VARIACAO-MES TO WRK-D-VARIACAO-MES.
           MOVE WRK-PERC-MES TO WRK-D-PERC-MES.
           MOVE WRK-VL-ORC-ACUM TO WRK-D-ORC-ACUM.
           MOVE WRK-VL-REAL-ACUM TO WRK-D-REAL-ACUM.
           MOVE WRK-VARIACAO-ACUM TO WRK-D-VARIACAO-ACUM.
           MOVE WRK-PERC-ACUM TO WRK-D-PERC-ACUM.
           IF WRK-UNIDADE-ACIMA-SW
               MOVE "ACIMA" TO WRK-D-MARCA
           ELSE
               MOVE SPACES TO WRK-D-MARCA
           END-IF.
       4400-EXIT.
           EXIT.
       4500-LE-DEPARTAMENTO.
           MOVE SPACES TO WRK-DESCRICAO-DEPTO.
           MOVE SPACES TO WRK-GESTOR-DEPTO.
           IF WRK-DEPTOS-ABERTO-SW
               MOVE WRK-TU-DEPTO (WRK-IDX) TO DPT-CODIGO
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-DESCRICAO-DEPTO
                   NOT INVALID KEY
                       MOVE DPT-DESCRICAO TO WRK-DESCRICAO-DEPTO
                       MOVE DPT-GESTOR TO WRK-GESTOR-DEPTO
               END-READ
           END-IF.
       4500-EXIT.
           EXIT.
      *****************************************************************
      * LISTA DOS CENTROS DE CUSTO MARCADOS, COM O GESTOR RESPONSAVEL.
      *****************************************************************
       4600-LISTA-ACIMA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOLERANCIA TO WRK-TA-TOLERANCIA.
           MOVE WRK-LINHA-TITULO-ACIMA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-ACIMA = ZEROS
               MOVE WRK-LINHA-NENHUM-ACIMA TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
               GO TO 4600-EXIT
           END-IF.
           PERFORM 4700-IMPRIME-ACIMA THRU 4700-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-UNIDADES.
       4600-EXIT.
           EXIT.
       4700-IMPRIME-ACIMA.
           IF WRK-TU-ACIMA (WRK-IDX) NOT = 'S'
               GO TO 4700-EXIT
           END-IF.
           MOVE WRK-TU-QUADRO-ORC (WRK-IDX) TO WRK-VL-QUADRO-ORC.
           MOVE WRK-TU-QUADRO-REAL (WRK-IDX) TO WRK-VL-QUADRO-REAL.
           MOVE WRK-TU-ORC-MES (WRK-IDX) TO WRK-VL-ORC-MES.
           MOVE WRK-TU-REAL-MES (WRK-IDX) TO WRK-VL-REAL-MES.
           MOVE WRK-TU-ORC-ACUM (WRK-IDX) TO WRK-VL-ORC-ACUM.
           MOVE WRK-TU-REAL-ACUM (WRK-IDX) TO WRK-VL-REAL-ACUM.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           PERFORM 4500-LE-DEPARTAMENTO THRU 4500-EXIT.
           IF WRK-GESTOR-DEPTO = SPACES
               MOVE "SEM GESTOR CADASTRADO" TO WRK-GESTOR-DEPTO
           END-IF.
           MOVE WRK-TU-ESTAB (WRK-IDX) TO WRK-LA-ESTAB.
           MOVE WRK-TU-DEPTO (WRK-IDX) TO WRK-LA-DEPTO.
           MOVE WRK-DESCRICAO-DEPTO TO WRK-LA-DESCRICAO.
           MOVE WRK-GESTOR-DEPTO TO WRK-LA-GESTOR.
           MOVE WRK-PERC-MES TO WRK-LA-PERC-MES.
           MOVE WRK-PERC-ACUM TO WRK-LA-PERC-ACUM.
           MOVE WRK-LINHA-ACIMA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           DISPLAY 'ORCREAL: DEPTO ' WRK-TU-DEPTO (WRK-IDX)
                   ' ESTAB ' WRK-TU-ESTAB (WRK-IDX)
                   ' ACIMA DO ORCADO - GESTOR ' WRK-GESTOR-DEPTO.
       4700-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE BUDGET-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE BUDGET-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE BUDGET-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE BUDGET-REPORT-REC FROM WRK-LINHA-TITULO.
           WRITE BUDGET-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE 4 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM ORCREAL.
