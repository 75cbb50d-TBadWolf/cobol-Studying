       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: DIVIDE UM VALOR DA COMPETENCIA DO FUNCIONARIO ENTRE OS
      *          DEPARTAMENTOS/ESTABELECIMENTOS EM QUE ELE ESTEVE NO
      *          MES, PELO HISTORICO DE TRANSFERENCIAS (CADASTRO
      *          TRANSF, GRAVADO PELO EMPMAINT). RECEBE O CPF, O
      *          DEPARTAMENTO E O ESTABELECIMENTO DO MESTRE, A
      *          COMPETENCIA (ANO E MES) E O VALOR, E DEVOLVE A TABELA
      *          DE TRECHOS (DEPARTAMENTO, ESTABELECIMENTO, DIA INICIAL
      *          E FINAL, DIAS E VALOR) E A SITUACAO: 'S' HOUVE
      *          TRANSFERENCIA DENTRO DO MES (MAIS DE UM TRECHO) OU 'N'
      *          UM TRECHO SO.
      *          O LOCAL NO DIA 1 E O 'ANTERIOR' DA PRIMEIRA
      *          TRANSFERENCIA EFETIVA DEPOIS DO DIA 1 (SEM NENHUMA, O
      *          DO MESTRE) - ASSIM UMA COMPETENCIA JA FECHADA OU UMA
      *          TRANSFERENCIA COM DATA FUTURA, QUE JA ALTEROU O
      *          MESTRE, CONTINUAM CAINDO NO LOCAL CERTO. CADA
      *          TRANSFERENCIA EFETIVA DO DIA 2 AO DIA 30 ABRE UM
      *          TRECHO NOVO; EFETIVA NO DIA 31 SO VALE A PARTIR DO MES
      *          SEGUINTE. MES COMERCIAL DE 30 DIAS, A MESMA BASE DO
      *          PROPORCIONAL DA FOLHA: CADA TRECHO RECEBE VALOR X DIAS
      *          / 30 ARREDONDADO E O ULTIMO FICA COM A SOBRA, PARA A
      *          SOMA BATER COM O VALOR. COMPETENCIA INVALIDA DEVOLVE UM
      *          TRECHO SO COM O LOCAL DO MESTRE. O CADASTRO E ABERTO NA
      *          PRIMEIRA CHAMADA DO RUN; CADASTRO AUSENTE = NINGUEM
      *          TRANSFERIDO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       COPY "TRANSF.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-TRANSF            PIC X(02) VALUE SPACES.
           88 WRK-FS-TRANSF-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-ABERTO-SW        VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-FIM-TRANSFERENCIAS   PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANSF-SW             VALUE 'S'.
       77 WRK-LOCAL-INICIAL        PIC X(01) VALUE 'N'.
           88 WRK-LOCAL-INICIAL-SW          VALUE 'S'.
       77 WRK-DATA-INICIO-MES      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-TRECHOS         PIC 9(09)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-DEPTO-LK             PIC X(04).
       01 WRK-ESTAB-LK             PIC X(01).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       01 WRK-VALOR-LK             PIC 9(08)V99.
       01 WRK-TRECHOS-LK.
           02 WRK-TR-QTDE           PIC 9(01).
           02 WRK-TR-ITEM OCCURS 5 TIMES.
               03 WRK-TR-DEPTO          PIC X(04).
               03 WRK-TR-ESTAB          PIC X(01).
               03 WRK-TR-DIA-INICIO     PIC 9(02).
               03 WRK-TR-DIA-FIM        PIC 9(02).
               03 WRK-TR-DIAS           PIC 9(02).
               03 WRK-TR-VALOR          PIC 9(08)V99.
       01 WRK-SITUACAO-LK          PIC X(01).
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-DEPTO-LK WRK-ESTAB-LK
               WRK-ANO-LK WRK-MES-LK WRK-VALOR-LK WRK-TRECHOS-LK
               WRK-SITUACAO-LK.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           MOVE 'N' TO WRK-SITUACAO-LK.
           MOVE 'N' TO WRK-LOCAL-INICIAL.
           MOVE 1 TO WRK-TR-QTDE.
           MOVE 01 TO WRK-TR-DIA-INICIO (1).
           IF WRK-CADASTRO-ABERTO-SW
               AND WRK-ANO-LK NUMERIC AND WRK-ANO-LK > ZEROS
               AND WRK-MES-LK NUMERIC
               AND WRK-MES-LK >= 1 AND WRK-MES-LK <= 12
               PERFORM 2000-PERCORRE-HISTORICO THRU 2000-EXIT
           END-IF.
           IF NOT WRK-LOCAL-INICIAL-SW
               MOVE WRK-DEPTO-LK TO WRK-TR-DEPTO (1)
               IF WRK-ESTAB-LK = SPACE
                   MOVE '1' TO WRK-TR-ESTAB (1)
               ELSE
                   MOVE WRK-ESTAB-LK TO WRK-TR-ESTAB (1)
               END-IF
           END-IF.
           PERFORM 3000-DISTRIBUI THRU 3000-EXIT.
           IF WRK-TR-QTDE > 1
               MOVE 'S' TO WRK-SITUACAO-LK
           END-IF.
           GOBACK.
      *****************************************************************
      * ABRE O CADASTRO NA PRIMEIRA CHAMADA DO RUN - AUSENTE = NINGUEM
      * TRANSFERIDO.
      *****************************************************************
       1000-ABRE-CADASTRO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN INPUT TRANSFER-FILE.
           IF NOT WRK-FS-TRANSF-NAO-ENCONTRADO
               SET WRK-CADASTRO-ABERTO-SW TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE AS TRANSFERENCIAS DO CPF NA ORDEM DA CHAVE (DATA
      * EFETIVA CRESCENTE) ATE PASSAR DO DIA 30 DA COMPETENCIA.
      *****************************************************************
       2000-PERCORRE-HISTORICO.
           COMPUTE WRK-DATA-INICIO-MES =
               WRK-ANO-LK * 10000 + WRK-MES-LK * 100 + 1.
           COMPUTE WRK-DATA-FIM-MES = WRK-DATA-INICIO-MES + 29.
           MOVE 'N' TO WRK-FIM-TRANSFERENCIAS.
           MOVE WRK-CPF-LK TO TRF-CPF.
           MOVE ZEROS TO TRF-DATA-EFETIVA.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   SET WRK-FIM-TRANSF-SW TO TRUE
           END-START.
           PERFORM 2100-LE-TRANSFERENCIA THRU 2100-EXIT
               UNTIL WRK-FIM-TRANSF-SW.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * TRANSFERENCIA ATE O DIA 1 JA ESTA REFLETIDA NO LOCAL INICIAL;
      * A PRIMEIRA DEPOIS DO DIA 1 DA O LOCAL INICIAL PELO 'ANTERIOR';
      * AS DO DIA 2 AO 30 ABREM TRECHO. COM OS CINCO TRECHOS
      * OCUPADOS, UMA NOVA TRANSFERENCIA NO MES SO TROCA O LOCAL DO
      * ULTIMO TRECHO.
      *****************************************************************
       2100-LE-TRANSFERENCIA.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-TRANSF-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF TRF-CPF NOT = WRK-CPF-LK
               SET WRK-FIM-TRANSF-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF TRF-DATA-EFETIVA NOT > WRK-DATA-INICIO-MES
               GO TO 2100-EXIT
           END-IF.
           IF NOT WRK-LOCAL-INICIAL-SW
               SET WRK-LOCAL-INICIAL-SW TO TRUE
               MOVE TRF-DEPTO-ANTERIOR TO WRK-TR-DEPTO (1)
               MOVE TRF-ESTAB-ANTERIOR TO WRK-TR-ESTAB (1)
           END-IF.
           IF TRF-DATA-EFETIVA > WRK-DATA-FIM-MES
               SET WRK-FIM-TRANSF-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF WRK-TR-QTDE < 5
               ADD 1 TO WRK-TR-QTDE
               MOVE TRF-DIA TO WRK-TR-DIA-INICIO (WRK-TR-QTDE)
           END-IF.
           MOVE TRF-DEPTO-NOVO TO WRK-TR-DEPTO (WRK-TR-QTDE).
           MOVE TRF-ESTAB-NOVO TO WRK-TR-ESTAB (WRK-TR-QTDE).
       2100-EXIT.
           EXIT.
      *****************************************************************
      * FECHA OS TRECHOS (CADA UM VAI ATE A VESPERA DO SEGUINTE, O
      * ULTIMO ATE O DIA 30) E REPARTE O VALOR PELOS DIAS - O ULTIMO
      * TRECHO RECEBE O QUE SOBROU DO ARREDONDAMENTO DOS ANTERIORES.
      *****************************************************************
       3000-DISTRIBUI.
           MOVE ZEROS TO WRK-SOMA-TRECHOS.
           PERFORM 3100-FECHA-TRECHO THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-TR-QTDE.
           MOVE WRK-TR-QTDE TO WRK-IDX.
           SUBTRACT WRK-TR-VALOR (WRK-IDX) FROM WRK-SOMA-TRECHOS.
           COMPUTE WRK-TR-VALOR (WRK-IDX) =
               WRK-VALOR-LK - WRK-SOMA-TRECHOS.
       3000-EXIT.
           EXIT.
       3100-FECHA-TRECHO.
           IF WRK-IDX < WRK-TR-QTDE
               COMPUTE WRK-TR-DIA-FIM (WRK-IDX) =
                   WRK-TR-DIA-INICIO (WRK-IDX + 1) - 1
           ELSE
               MOVE 30 TO WRK-TR-DIA-FIM (WRK-IDX)
           END-IF.
           COMPUTE WRK-TR-DIAS (WRK-IDX) = WRK-TR-DIA-FIM (WRK-IDX)
               - WRK-TR-DIA-INICIO (WRK-IDX) + 1.
           COMPUTE WRK-TR-VALOR (WRK-IDX) ROUNDED =
               WRK-VALOR-LK * WRK-TR-DIAS (WRK-IDX) / 30.
           ADD WRK-TR-VALOR (WRK-IDX) TO WRK-SOMA-TRECHOS.
       3100-EXIT.
           EXIT.
       END PROGRAM TRFCALC.
