       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRFREL.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: RELATORIO DAS TRANSFERENCIAS DA COMPETENCIA INFORMADA
      *          PELO CONSOLE (ANO E MES) - LE O HISTORICO TRANSF EM
      *          ORDEM DE CHAVE E, PARA CADA TRANSFERENCIA COM DATA
      *          EFETIVA NA COMPETENCIA, IMPRIME CPF, NOME, DATA, O
      *          DEPARTAMENTO/ESTABELECIMENTO DE ORIGEM E DE DESTINO E O
      *          OPERADOR. AO FIM DE CADA CPF IMPRIME OS TRECHOS DO MES
      *          (TRFCALC) COM OS DIAS E O SALARIO DE CADASTRO DIVIDIDO
      *          POR ELES, COMO A FOLHA VAI PAGAR. CONTAGENS NO RODAPE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT TRANSFER-REPORT ASSIGN TO "TRFRELRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRANSFER-FILE.
       COPY "TRANSF.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  TRANSFER-REPORT.
       01  TRANSFER-REPORT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-TRANSF            PIC X(02) VALUE SPACES.
           88 WRK-FS-TRANSF-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-TRANSFERENCIAS   PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANSF-SW             VALUE 'S'.
       77 WRK-ACHOU-MESTRE         PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-MESTRE-SW           VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-ANTERIOR         PIC X(11) VALUE SPACES.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       77 WRK-QTDE-TRANSFERENCIAS  PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-FUNCIONARIOS    PIC 9(05) COMP VALUE ZEROS.
       01 WRK-TRECHOS-MES.
           02 WRK-TM-QTDE           PIC 9(01).
           02 WRK-TM-ITEM OCCURS 5 TIMES.
               03 WRK-TM-DEPTO          PIC X(04).
               03 WRK-TM-ESTAB          PIC X(01).
               03 WRK-TM-DIA-INICIO     PIC 9(02).
               03 WRK-TM-DIA-FIM        PIC 9(02).
               03 WRK-TM-DIAS           PIC 9(02).
               03 WRK-TM-VALOR          PIC 9(08)V99.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(30) VALUE
               "TRANSFERENCIAS DA COMPETENCIA ".
           02 WRK-CB-MES-PEDIDO     PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-PEDIDO     PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(10) VALUE "EFETIVA".
           02 FILLER                PIC X(10) VALUE "DE".
           02 FILLER                PIC X(10) VALUE "PARA".
           02 FILLER                PIC X(08) VALUE "OPERADOR".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-EFETIVA         PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DEPTO-DE        PIC X(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ESTAB-DE        PIC X(01).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-DEPTO-PARA      PIC X(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ESTAB-PARA      PIC X(01).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-OPERADOR        PIC X(08).
       01 WRK-LINHA-TRECHO.
           02 FILLER                PIC X(20) VALUE SPACES.
           02 FILLER                PIC X(10) VALUE "TRECHO DIA".
           02 WRK-T-DIA-INICIO      PIC 9(02).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-T-DIA-FIM         PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-T-DIAS            PIC Z9.
           02 FILLER                PIC X(07) VALUE " DIAS  ".
           02 FILLER                PIC X(06) VALUE "DEPTO ".
           02 WRK-T-DEPTO           PIC X(04).
           02 FILLER                PIC X(08) VALUE "  ESTAB ".
           02 WRK-T-ESTAB           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-T-VALOR           PIC ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(28) VALUE
               "TOTAL DE TRANSFERENCIAS: ".
           02 WRK-TOT-TRF-ED        PIC ZZZZ9.
           02 FILLER                PIC X(28) VALUE
               "   FUNCIONARIOS: ".
           02 WRK-TOT-FUN-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-TRANSF-NAO-ENCONTRADO
               OR WRK-FS-MASTER-NAO-ENCONTRADO
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-TRANSF-SW.
           IF WRK-CPF-ANTERIOR NOT = SPACES
               PERFORM 2200-IMPRIME-TRECHOS THRU 2200-EXIT
           END-IF.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS, GRAVA O CABECALHO E LE A PRIMEIRA
      * TRANSFERENCIA.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT TRANSFER-FILE.
           IF WRK-FS-TRANSF-NAO-ENCONTRADO
               DISPLAY 'HISTORICO DE TRANSFERENCIAS NAO ENCONTRADO - '
                       'EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE TRANSFER-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT TRANSFER-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES-PEDIDO.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO-PEDIDO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE TRANSFER-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE TRANSFER-REPORT-REC FROM WRK-LINHA-TITULO.
           READ TRANSFER-FILE NEXT RECORD
               AT END SET WRK-FIM-TRANSF-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME AS TRANSFERENCIAS DA COMPETENCIA; NA TROCA DE CPF
      * IMPRIME OS TRECHOS DO FUNCIONARIO ANTERIOR.
      *****************************************************************
       2000-PROCESSA.
           IF TRF-ANO NOT = WRK-ANO-PEDIDO
               OR TRF-MES NOT = WRK-MES-PEDIDO
               GO TO 2000-LE-PROXIMO
           END-IF.
           IF TRF-CPF NOT = WRK-CPF-ANTERIOR
               IF WRK-CPF-ANTERIOR NOT = SPACES
                   PERFORM 2200-IMPRIME-TRECHOS THRU 2200-EXIT
               END-IF
               MOVE TRF-CPF TO WRK-CPF-ANTERIOR
               ADD 1 TO WRK-QTDE-FUNCIONARIOS
               PERFORM 2050-LE-MESTRE THRU 2050-EXIT
           END-IF.
           PERFORM 2100-IMPRIME-TRANSFERENCIA THRU 2100-EXIT.
       2000-LE-PROXIMO.
           READ TRANSFER-FILE NEXT RECORD
               AT END SET WRK-FIM-TRANSF-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2050-LE-MESTRE.
           MOVE TRF-CPF TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-ACHOU-MESTRE
               NOT INVALID KEY
                   SET WRK-ACHOU-MESTRE-SW TO TRUE
           END-READ.
       2050-EXIT.
           EXIT.
       2100-IMPRIME-TRANSFERENCIA.
           MOVE TRF-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           IF WRK-ACHOU-MESTRE-SW
               MOVE EMP-NOME TO WRK-D-NOME
           ELSE
               MOVE "*** FORA DO MESTRE" TO WRK-D-NOME
           END-IF.
           MOVE TRF-DATA-EFETIVA TO WRK-D-EFETIVA.
           MOVE TRF-DEPTO-ANTERIOR TO WRK-D-DEPTO-DE.
           MOVE TRF-ESTAB-ANTERIOR TO WRK-D-ESTAB-DE.
           MOVE TRF-DEPTO-NOVO TO WRK-D-DEPTO-PARA.
           MOVE TRF-ESTAB-NOVO TO WRK-D-ESTAB-PARA.
           MOVE TRF-OPERADOR TO WRK-D-OPERADOR.
           WRITE TRANSFER-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-TRANSFERENCIAS.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * TRECHOS DO MES DO FUNCIONARIO (TRFCALC) COM O SALARIO DE
      * CADASTRO REPARTIDO PELOS DIAS - SEM MESTRE, SO OS DIAS.
      *****************************************************************
       2200-IMPRIME-TRECHOS.
           IF WRK-ACHOU-MESTRE-SW
               MOVE EMP-SALARIO TO WRK-VALOR-TRECHO
           ELSE
               MOVE ZEROS TO WRK-VALOR-TRECHO
               MOVE SPACES TO EMP-DEPTO
               MOVE SPACE TO EMP-ESTABELECIMENTO
           END-IF.
           CALL "TRFCALC" USING WRK-CPF-ANTERIOR EMP-DEPTO
               EMP-ESTABELECIMENTO WRK-ANO-PEDIDO WRK-MES-PEDIDO
               WRK-VALOR-TRECHO WRK-TRECHOS-MES WRK-SITUACAO-TRANSF.
           PERFORM 2210-IMPRIME-TRECHO THRU 2210-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TM-QTDE.
       2200-EXIT.
           EXIT.
       2210-IMPRIME-TRECHO.
           MOVE WRK-TM-DIA-INICIO (WRK-IDX-TRECHO) TO WRK-T-DIA-INICIO.
           MOVE WRK-TM-DIA-FIM (WRK-IDX-TRECHO) TO WRK-T-DIA-FIM.
           MOVE WRK-TM-DIAS (WRK-IDX-TRECHO) TO WRK-T-DIAS.
           MOVE WRK-TM-DEPTO (WRK-IDX-TRECHO) TO WRK-T-DEPTO.
           MOVE WRK-TM-ESTAB (WRK-IDX-TRECHO) TO WRK-T-ESTAB.
           MOVE WRK-TM-VALOR (WRK-IDX-TRECHO) TO WRK-T-VALOR.
           WRITE TRANSFER-REPORT-REC FROM WRK-LINHA-TRECHO.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA AS CONTAGENS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-TRANSFERENCIAS TO WRK-TOT-TRF-ED.
           MOVE WRK-QTDE-FUNCIONARIOS TO WRK-TOT-FUN-ED.
           WRITE TRANSFER-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE TRANSFER-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE TRANSFER-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM TRFREL.
