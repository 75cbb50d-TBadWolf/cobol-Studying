       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHVENC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: VENCIMENTO MENSAL DO BANCO DE HORAS. RECEBE PELO
      *          CONSOLE O ANO E O MES DA COMPETENCIA E A CARGA MENSAL
      *          PADRAO (A MESMA DO HORAEXT) E PERCORRE O BANCOHR:
      *            - CREDITO EM ABERTO COM SEIS MESES OU MAIS (PRAZO
      *              DE COMPENSACAO DO ACORDO COLETIVO) E PAGO: O SALDO
      *              DE MINUTOS VENCIDOS DO CPF VIRA UM LANCAMENTO 'BHV'
      *              NO VARVENC, NO LAYOUT DO HORAEXT, PELO VALOR DA
      *              HORA (EMP-SALARIO SOBRE A CARGA PADRAO) COM O
      *              ADICIONAL DE 50%, E UM DEBITO DE ORIGEM 'V' VIA
      *              BHMOVTO BAIXA OS CREDITOS PAGOS (OS MAIS ANTIGOS,
      *              QUE SAO JUSTAMENTE OS VENCIDOS);
      *            - CREDITO EM ABERTO QUE VENCE NOS PROXIMOS DOIS
      *              MESES SAI NO RELATORIO DE HORAS A VENCER, POR
      *              DEPARTAMENTO COM O GESTOR DO DEPTMSTR, PARA O
      *              SUPERVISOR PROGRAMAR A FOLGA ANTES DO PAGAMENTO.
      *          FUNCIONARIO DESLIGADO NAO ENTRA - O SALDO POSITIVO
      *          DELE E PAGO NO TERMO DO RESCISAO. REPROCESSAR A
      *          COMPETENCIA NAO PAGA DE NOVO: O CREDITO PAGO JA ESTA
      *          BAIXADO NO BANCOHR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUR-BANK-FILE ASSIGN TO "BANCOHR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BHR-CHAVE
               FILE STATUS IS WRK-FS-BANCO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT SORT-WORK ASSIGN TO "SRTWK03".
           SELECT EARNINGS-OUTPUT ASSIGN TO "VARVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTOS.
           SELECT EXPIRY-REPORT ASSIGN TO "BHVENCRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOUR-BANK-FILE.
       COPY "BANCOHR.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       SD  SORT-WORK.
       01  SORT-RECORD.
           02 SRT-DEPTO                PIC X(04).
           02 SRT-CPF                  PIC X(11).
           02 SRT-DATA                 PIC 9(08).
           02 SRT-NOME                 PIC X(20).
           02 SRT-SALDO-MINUTOS        PIC 9(05).
           02 SRT-VENCIMENTO           PIC 9(06).
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
       FD  EXPIRY-REPORT.
       01  EXPIRY-REPORT-REC          PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-BANCO             PIC X(02) VALUE SPACES.
           88 WRK-FS-BANCO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FS-LANCAMENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-LANC-NAO-ABERTO        VALUE "35".
       77 WRK-FIM-BANCO            PIC X(01) VALUE 'N'.
           88 WRK-FIM-BANCO-SW              VALUE 'S'.
       77 WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-SW               VALUE 'S'.
       77 WRK-PRIMEIRO-REG         PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO                  VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-HORAS-PADRAO         PIC 9(03) VALUE ZEROS.
       77 WRK-MESES-COMPETENCIA    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-CREDITO        PIC 9(06) COMP VALUE ZEROS.
       77 WRK-IDADE-CREDITO        PIC S9(04) COMP VALUE ZEROS.
       77 WRK-PRAZO-MESES          PIC 9(02) COMP VALUE 6.
       77 WRK-MESES-AVISO          PIC 9(02) COMP VALUE 2.
       77 WRK-ANO-VENCIMENTO       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MES-VENCIMENTO       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CPF-ANTERIOR         PIC X(11) VALUE SPACES.
       77 WRK-FUNC-VALIDO          PIC X(01) VALUE 'N'.
           88 WRK-FUNC-VALIDO-SW            VALUE 'S'.
       77 WRK-DEPTO-ANTERIOR       PIC X(04) VALUE SPACES.
       77 WRK-MINUTOS-DEPTO        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-VALOR-HORA           PIC 9(04)V99 VALUE ZEROS.
       77 WRK-VALOR-VENCIDO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-PAGO           PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ADICIONAL-EXTRA      PIC 9V99    VALUE 1,50.
       77 WRK-HORAS-ED-N           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-MINUTOS-ED-N         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-A-VENCER        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-PAGOS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-BH-TIPO              PIC X(01) VALUE 'D'.
       77 WRK-BH-ORIGEM            PIC X(01) VALUE 'V'.
       77 WRK-BH-MINUTOS           PIC 9(05) VALUE ZEROS.
       77 WRK-BH-OPERADOR          PIC X(08) VALUE "BHVENC".
       77 WRK-BH-RESULTADO         PIC X(01) VALUE SPACE.
      *****************************************************************
      * TABELA DOS MINUTOS VENCIDOS POR CPF, MONTADA NA LEITURA DO
      * BANCOHR E PAGA DEPOIS QUE O ARQUIVO E FECHADO (O BHMOVTO O
      * REABRE PARA A BAIXA).
      *****************************************************************
       77 WRK-MAX-VENCIDOS         PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-VENCIDOS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-VENCIDOS.
           02 WRK-VENC-ITEM OCCURS 500 TIMES.
               03 WRK-TV-CPF            PIC X(11).
               03 WRK-TV-MINUTOS        PIC 9(05).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(36) VALUE
               "BANCO DE HORAS - VENCIMENTOS DE ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-TITULO-A-VENCER.
           02 FILLER                PIC X(50) VALUE
               "CREDITOS A VENCER NOS PROXIMOS 2 MESES".
       01 WRK-LINHA-DEPTO.
           02 FILLER                PIC X(14) VALUE "DEPARTAMENTO: ".
           02 WRK-DP-CODIGO         PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DP-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(10) VALUE "  GESTOR: ".
           02 WRK-DP-GESTOR         PIC X(20).
       01 WRK-LINHA-A-VENCER.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-AV-CPF            PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-AV-NOME           PIC X(20).
           02 FILLER                PIC X(10) VALUE "  CREDITO ".
           02 WRK-AV-DATA           PIC 9(08).
           02 FILLER                PIC X(08) VALUE "  SALDO ".
           02 WRK-AV-HORAS          PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-AV-MINUTOS        PIC 99.
           02 FILLER                PIC X(10) VALUE "  VENCE EM".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-AV-MES-VENC       PIC 99.
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-AV-ANO-VENC       PIC 9(04).
       01 WRK-LINHA-TOTAL-DEPTO.
           02 FILLER                PIC X(30) VALUE
               "    TOTAL A VENCER DO DEPTO: ".
           02 WRK-TD-HORAS          PIC ZZZZZ9.
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-TD-MINUTOS        PIC 99.
       01 WRK-LINHA-TITULO-PAGOS.
           02 FILLER                PIC X(50) VALUE
               "CREDITOS VENCIDOS PAGOS NA COMPETENCIA (VERBA BHV)".
       01 WRK-LINHA-PAGO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-PG-CPF            PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-PG-NOME           PIC X(20).
           02 FILLER                PIC X(08) VALUE "  HORAS ".
           02 WRK-PG-HORAS          PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-PG-MINUTOS        PIC 99.
           02 FILLER                PIC X(08) VALUE "  VALOR ".
           02 WRK-PG-VALOR          PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(11) VALUE "A VENCER: ".
           02 WRK-TOT-AVENC-ED      PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  PAGOS: ".
           02 WRK-TOT-PAGOS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(15) VALUE "  TOTAL PAGO: ".
           02 WRK-TOT-VALOR-ED      PIC ZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           ACCEPT WRK-HORAS-PADRAO FROM CONSOLE.
           IF WRK-MES-PEDIDO < 1 OR WRK-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-HORAS-PADRAO NOT NUMERIC
               OR WRK-HORAS-PADRAO = ZEROS
               DISPLAY 'CARGA MENSAL PADRAO INVALIDA - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           COMPUTE WRK-MESES-COMPETENCIA =
               (WRK-ANO-PEDIDO * 12) + WRK-MES-PEDIDO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-BANCO-NAO-ENCONTRADO
               GO TO 0000-FIM
           END-IF.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPTO SRT-CPF SRT-DATA
               INPUT PROCEDURE IS 2000-LE-BANCO
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-A-VENCER
                   THRU 3000-EXIT.
           PERFORM 4000-PAGA-VENCIDOS THRU 4000-EXIT.
           PERFORM 5000-FINALIZA THRU 5000-EXIT.
           IF WRK-QTDE-VENCIDOS NOT < WRK-MAX-VENCIDOS
               DISPLAY 'AVISO: TABELA DE VENCIDOS CHEIA - CPFS '
                   'EXCEDENTES FICAM PARA A PROXIMA COMPETENCIA'
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * CONFERE QUE O BANCOHR E O MESTRE EXISTEM (O BANCOHR E FECHADO
      * EM SEGUIDA - QUEM O LE DE FATO E A FASE DE ENTRADA DO SORT),
      * ABRE O DEPTMSTR, O VARVENC EM EXTEND E O RELATORIO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT HOUR-BANK-FILE.
           IF WRK-FS-BANCO-NAO-ENCONTRADO
               DISPLAY 'BANCOHR NAO ENCONTRADO - NENHUM BANCO DE '
                       'HORAS A VENCER'
               GO TO 1000-EXIT
           END-IF.
           CLOSE HOUR-BANK-FILE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF NOT WRK-FS-DEPTOS-NAO-ENCONTRADO
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN EXTEND EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               OPEN OUTPUT EARNINGS-OUTPUT
           END-IF.
           OPEN OUTPUT EXPIRY-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-TITULO-A-VENCER.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LE O BANCOHR INTEIRO. CREDITO EM
      * ABERTO VENCIDO VAI PARA A TABELA DE PAGAMENTO; CREDITO QUE
      * VENCE NOS PROXIMOS MESES DE AVISO E LIBERADO PARA O
      * RELATORIO COM O DEPARTAMENTO DO FUNCIONARIO.
      *****************************************************************
       2000-LE-BANCO.
           OPEN INPUT HOUR-BANK-FILE.
           PERFORM 2100-LE-MOVIMENTO THRU 2100-EXIT.
           PERFORM 2200-AVALIA-MOVIMENTO THRU 2200-EXIT
               UNTIL WRK-FIM-BANCO-SW.
           CLOSE HOUR-BANK-FILE.
       2000-EXIT.
           EXIT.
       2100-LE-MOVIMENTO.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END SET WRK-FIM-BANCO-SW TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
       2200-AVALIA-MOVIMENTO.
           IF NOT BHR-CREDITO OR NOT BHR-EM-ABERTO
               OR BHR-SALDO-MINUTOS = ZEROS
               GO TO 2200-LE-PROXIMO
           END-IF.
           IF BHR-CPF NOT = WRK-CPF-ANTERIOR
               PERFORM 2300-LOCALIZA-FUNCIONARIO THRU 2300-EXIT
           END-IF.
           IF NOT WRK-FUNC-VALIDO-SW
               GO TO 2200-LE-PROXIMO
           END-IF.
           COMPUTE WRK-MESES-CREDITO = (BHR-ANO * 12) + BHR-MES.
           COMPUTE WRK-IDADE-CREDITO =
               WRK-MESES-COMPETENCIA - WRK-MESES-CREDITO.
           IF WRK-IDADE-CREDITO NOT < WRK-PRAZO-MESES
               PERFORM 2400-ACUMULA-VENCIDO THRU 2400-EXIT
               GO TO 2200-LE-PROXIMO
           END-IF.
           IF WRK-IDADE-CREDITO NOT < WRK-PRAZO-MESES - WRK-MESES-AVISO
               PERFORM 2500-RELEASE-A-VENCER THRU 2500-EXIT
           END-IF.
       2200-LE-PROXIMO.
           PERFORM 2100-LE-MOVIMENTO THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * LE O FUNCIONARIO DO CPF CORRENTE NO MESTRE - SEM CADASTRO OU
      * DESLIGADO FICA FORA (O DESLIGADO RECEBE NO RESCISAO).
      *****************************************************************
       2300-LOCALIZA-FUNCIONARIO.
           MOVE BHR-CPF TO WRK-CPF-ANTERIOR.
           MOVE 'N' TO WRK-FUNC-VALIDO.
           MOVE BHR-CPF TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'AVISO: CPF ' BHR-CPF ' COM BANCO DE HORAS '
                           'E SEM CADASTRO NO MESTRE'
                   GO TO 2300-EXIT
           END-READ.
           IF NOT EMP-DESLIGADO
               SET WRK-FUNC-VALIDO-SW TO TRUE
           END-IF.
       2300-EXIT.
           EXIT.
       2400-ACUMULA-VENCIDO.
           IF WRK-QTDE-VENCIDOS > ZEROS
               IF WRK-TV-CPF (WRK-QTDE-VENCIDOS) = BHR-CPF
                   ADD BHR-SALDO-MINUTOS
                       TO WRK-TV-MINUTOS (WRK-QTDE-VENCIDOS)
                   GO TO 2400-EXIT
               END-IF
           END-IF.
           IF WRK-QTDE-VENCIDOS NOT < WRK-MAX-VENCIDOS
               GO TO 2400-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-VENCIDOS.
           MOVE BHR-CPF TO WRK-TV-CPF (WRK-QTDE-VENCIDOS).
           MOVE BHR-SALDO-MINUTOS TO WRK-TV-MINUTOS (WRK-QTDE-VENCIDOS).
       2400-EXIT.
           EXIT.
       2500-RELEASE-A-VENCER.
           MOVE EMP-DEPTO TO SRT-DEPTO.
           MOVE BHR-CPF TO SRT-CPF.
           MOVE BHR-DATA TO SRT-DATA.
           MOVE EMP-NOME TO SRT-NOME.
           MOVE BHR-SALDO-MINUTOS TO SRT-SALDO-MINUTOS.
           COMPUTE WRK-MESES-CREDITO =
               WRK-MESES-CREDITO - 1 + WRK-PRAZO-MESES.
           DIVIDE WRK-MESES-CREDITO BY 12 GIVING WRK-ANO-VENCIMENTO
               REMAINDER WRK-MES-VENCIMENTO.
           ADD 1 TO WRK-MES-VENCIMENTO.
           COMPUTE SRT-VENCIMENTO =
               (WRK-ANO-VENCIMENTO * 100) + WRK-MES-VENCIMENTO.
           RELEASE SORT-RECORD.
           ADD 1 TO WRK-QTDE-A-VENCER.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT - IMPRIME OS CREDITOS A VENCER COM
      * QUEBRA POR DEPARTAMENTO (CABECALHO COM O GESTOR E TOTAL DE
      * HORAS DO DEPARTAMENTO).
      *****************************************************************
       3000-IMPRIME-A-VENCER.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           PERFORM 3200-IMPRIME-CREDITO THRU 3200-EXIT
               UNTIL WRK-FIM-SORT-SW.
           IF NOT WRK-PRIMEIRO
               PERFORM 3400-TOTAL-DEPTO THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WRK-FIM-SORT-SW TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-IMPRIME-CREDITO.
           IF WRK-PRIMEIRO
               MOVE 'N' TO WRK-PRIMEIRO-REG
               PERFORM 3300-CABECALHO-DEPTO THRU 3300-EXIT
           END-IF.
           IF SRT-DEPTO NOT = WRK-DEPTO-ANTERIOR
               PERFORM 3400-TOTAL-DEPTO THRU 3400-EXIT
               PERFORM 3300-CABECALHO-DEPTO THRU 3300-EXIT
           END-IF.
           MOVE SRT-CPF TO WRK-AV-CPF.
           MOVE SRT-NOME TO WRK-AV-NOME.
           MOVE SRT-DATA TO WRK-AV-DATA.
           DIVIDE SRT-SALDO-MINUTOS BY 60 GIVING WRK-HORAS-ED-N
               REMAINDER WRK-MINUTOS-ED-N.
           MOVE WRK-HORAS-ED-N TO WRK-AV-HORAS.
           MOVE WRK-MINUTOS-ED-N TO WRK-AV-MINUTOS.
           DIVIDE SRT-VENCIMENTO BY 100 GIVING WRK-ANO-VENCIMENTO
               REMAINDER WRK-MES-VENCIMENTO.
           MOVE WRK-MES-VENCIMENTO TO WRK-AV-MES-VENC.
           MOVE WRK-ANO-VENCIMENTO TO WRK-AV-ANO-VENC.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-A-VENCER.
           ADD SRT-SALDO-MINUTOS TO WRK-MINUTOS-DEPTO.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-CABECALHO-DEPTO.
           MOVE SRT-DEPTO TO WRK-DEPTO-ANTERIOR.
           MOVE ZEROS TO WRK-MINUTOS-DEPTO.
           MOVE SRT-DEPTO TO WRK-DP-CODIGO.
           MOVE SPACES TO WRK-DP-DESCRICAO.
           MOVE SPACES TO WRK-DP-GESTOR.
           IF WRK-DEPTOS-ABERTO-SW
               MOVE SRT-DEPTO TO DPT-CODIGO
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-DP-DESCRICAO
                   NOT INVALID KEY
                       MOVE DPT-DESCRICAO TO WRK-DP-DESCRICAO
                       MOVE DPT-GESTOR TO WRK-DP-GESTOR
               END-READ
           END-IF.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-DEPTO.
       3300-EXIT.
           EXIT.
       3400-TOTAL-DEPTO.
           DIVIDE WRK-MINUTOS-DEPTO BY 60 GIVING WRK-HORAS-ED-N
               REMAINDER WRK-MINUTOS-ED-N.
           MOVE WRK-HORAS-ED-N TO WRK-TD-HORAS.
           MOVE WRK-MINUTOS-ED-N TO WRK-TD-MINUTOS.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-TOTAL-DEPTO.
       3400-EXIT.
           EXIT.
      *****************************************************************
      * PAGA OS CREDITOS VENCIDOS DE CADA CPF DA TABELA: VERBA 'BHV'
      * NO VARVENC PELO VALOR DA HORA COM O ADICIONAL DE 50% E DEBITO
      * DE ORIGEM 'V' NO BANCOHR, DATADO HOJE, PARA BAIXAR OS CREDITOS
      * PAGOS.
      *****************************************************************
       4000-PAGA-VENCIDOS.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-TITULO-PAGOS.
           PERFORM 4100-PAGA-CPF THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-VENCIDOS.
       4000-EXIT.
           EXIT.
       4100-PAGA-CPF.
           MOVE WRK-TV-CPF (WRK-IDX) TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 4100-EXIT
           END-READ.
           COMPUTE WRK-VALOR-HORA ROUNDED =
               EMP-SALARIO / WRK-HORAS-PADRAO.
           COMPUTE WRK-VALOR-VENCIDO ROUNDED =
               WRK-VALOR-HORA * WRK-ADICIONAL-EXTRA
                   * WRK-TV-MINUTOS (WRK-IDX) / 60.
           MOVE WRK-TV-MINUTOS (WRK-IDX) TO WRK-BH-MINUTOS.
           CALL "BHMOVTO" USING WRK-TV-CPF (WRK-IDX) WRK-DATA-HOJE-NUM
               WRK-BH-TIPO WRK-BH-ORIGEM WRK-BH-MINUTOS
               WRK-BH-OPERADOR WRK-BH-RESULTADO.
           IF WRK-BH-RESULTADO NOT = 'S'
               DISPLAY 'CPF ' WRK-TV-CPF (WRK-IDX) ' - BAIXA DO BANCO '
                       'DE HORAS NAO GRAVADA - VENCIDO NAO PAGO'
               GO TO 4100-EXIT
           END-IF.
           IF WRK-VALOR-VENCIDO > ZEROS
               MOVE SPACES TO EARNINGS-OUTPUT-REC
               MOVE WRK-TV-CPF (WRK-IDX) TO VEN-OUT-CPF
               MOVE "BHV" TO VEN-OUT-CODIGO
               MOVE "BANCO HORAS VENCIDO" TO VEN-OUT-DESCRICAO
               MOVE WRK-VALOR-VENCIDO TO VEN-OUT-VALOR
               MOVE 'V' TO VEN-OUT-TIPO
               WRITE EARNINGS-OUTPUT-REC
           END-IF.
           MOVE WRK-TV-CPF (WRK-IDX) TO WRK-PG-CPF.
           MOVE EMP-NOME TO WRK-PG-NOME.
           DIVIDE WRK-TV-MINUTOS (WRK-IDX) BY 60 GIVING WRK-HORAS-ED-N
               REMAINDER WRK-MINUTOS-ED-N.
           MOVE WRK-HORAS-ED-N TO WRK-PG-HORAS.
           MOVE WRK-MINUTOS-ED-N TO WRK-PG-MINUTOS.
           MOVE WRK-VALOR-VENCIDO TO WRK-PG-VALOR.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-PAGO.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-VALOR-VENCIDO TO WRK-TOTAL-PAGO.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       5000-FINALIZA.
           MOVE WRK-QTDE-A-VENCER TO WRK-TOT-AVENC-ED.
           MOVE WRK-QTDE-PAGOS TO WRK-TOT-PAGOS-ED.
           MOVE WRK-TOTAL-PAGO TO WRK-TOT-VALOR-ED.
           WRITE EXPIRY-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE EARNINGS-OUTPUT.
           CLOSE EXPIRY-REPORT.
       5000-EXIT.
           EXIT.
       END PROGRAM BHVENC.
