       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHEXTRA.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: EXTRATO MENSAL DO BANCO DE HORAS POR FUNCIONARIO.
      *          RECEBE PELO CONSOLE O ANO E O MES DA COMPETENCIA E
      *          PERCORRE O BANCOHR NA ORDEM DA CHAVE (CPF + DATA):
      *          PARA CADA CPF IMPRIME O SALDO ANTERIOR (CREDITOS MENOS
      *          DEBITOS DATADOS ANTES DO MES), UMA LINHA POR MOVIMENTO
      *          DO MES (HORA EXTRA/FALTA DO FECHAMENTO DE PONTO, FOLGA
      *          APROVADA, VENCIDO PAGO) COM A PARTE DELE QUE AINDA
      *          ESTA EM ABERTO PARA COMPENSAR, E O SALDO FINAL.
      *          MOVIMENTOS POSTERIORES A COMPETENCIA NAO ENTRAM NOS
      *          SALDOS, PARA O EXTRATO DE UM MES PASSADO FECHAR COM O
      *          QUE FOI ENTREGUE. CPF SEM SALDO E SEM MOVIMENTO NO MES
      *          NAO SAI.
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
           SELECT STATEMENT-REPORT ASSIGN TO "BHEXTRRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HOUR-BANK-FILE.
       COPY "BANCOHR.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-REC       PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-BANCO             PIC X(02) VALUE SPACES.
           88 WRK-FS-BANCO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-BANCO            PIC X(01) VALUE 'N'.
           88 WRK-FIM-BANCO-SW              VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-INICIO-MES      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-FIM-MES         PIC 9(08) VALUE ZEROS.
       77 WRK-CPF-ATUAL            PIC X(11) VALUE SPACES.
       77 WRK-SALDO-ANTERIOR       PIC S9(07) COMP VALUE ZEROS.
       77 WRK-SALDO-FINAL          PIC S9(07) COMP VALUE ZEROS.
       77 WRK-MINUTOS-EDITAR       PIC S9(07) COMP VALUE ZEROS.
       77 WRK-HORAS-ED-N           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-MINUTOS-ED-N         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-MOVTOS-MES      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-EXTRATOS        PIC 9(05) COMP VALUE ZEROS.
      *****************************************************************
      * MOVIMENTOS DO MES DO CPF CORRENTE - GUARDADOS ATE A QUEBRA DE
      * CPF, JA QUE O SALDO ANTERIOR SO FECHA DEPOIS DE LER TODOS OS
      * MOVIMENTOS ANTIGOS.
      *****************************************************************
       77 WRK-MAX-MOVTOS           PIC 9(03) COMP VALUE 200.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       01 WRK-TABELA-MOVTOS.
           02 WRK-MOVTO-ITEM OCCURS 200 TIMES.
               03 WRK-TM-DATA           PIC 9(08).
               03 WRK-TM-TIPO           PIC X(01).
               03 WRK-TM-ORIGEM         PIC X(01).
               03 WRK-TM-MINUTOS        PIC 9(05).
               03 WRK-TM-SALDO          PIC 9(05).
       01 WRK-HHMM-ED.
           02 WRK-HM-SINAL          PIC X(01).
           02 WRK-HM-HORAS          PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-HM-MINUTOS        PIC 99.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(36) VALUE
               "EXTRATO DO BANCO DE HORAS - MES ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-FUNCIONARIO.
           02 FILLER                PIC X(05) VALUE "CPF: ".
           02 WRK-F-CPF             PIC X(11).
           02 FILLER                PIC X(08) VALUE "  NOME: ".
           02 WRK-F-NOME            PIC X(20).
           02 FILLER                PIC X(09) VALUE "  DEPTO: ".
           02 WRK-F-DEPTO           PIC X(04).
       01 WRK-LINHA-SALDO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-S-DESCRICAO       PIC X(30).
           02 WRK-S-HORAS           PIC X(09).
       01 WRK-LINHA-MOVIMENTO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-M-DATA            PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-M-TIPO            PIC X(07).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-M-ORIGEM          PIC X(20).
           02 WRK-M-HORAS           PIC X(09).
           02 FILLER                PIC X(14) VALUE "  EM ABERTO: ".
           02 WRK-M-ABERTO          PIC X(09).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(23) VALUE
               "EXTRATOS EMITIDOS: ".
           02 WRK-TOT-EXTRATOS-ED   PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           IF WRK-MES-PEDIDO < 1 OR WRK-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-DATA-INICIO-MES =
               (WRK-ANO-PEDIDO * 10000) + (WRK-MES-PEDIDO * 100) + 1.
           COMPUTE WRK-DATA-FIM-MES = WRK-DATA-INICIO-MES + 30.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-BANCO-NAO-ENCONTRADO
               GO TO 0000-FIM
           END-IF.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-BANCO-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS, GRAVA O CABECALHO E LE O PRIMEIRO MOVIMENTO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT HOUR-BANK-FILE.
           IF WRK-FS-BANCO-NAO-ENCONTRADO
               DISPLAY 'BANCOHR NAO ENCONTRADO - NENHUM EXTRATO A '
                       'EMITIR'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE HOUR-BANK-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-CABECALHO.
           PERFORM 2900-LE-MOVIMENTO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA OS MOVIMENTOS DE UM CPF ATE A QUEBRA E IMPRIME O
      * EXTRATO DELE.
      *****************************************************************
       2000-PROCESSA.
           MOVE BHR-CPF TO WRK-CPF-ATUAL.
           MOVE ZEROS TO WRK-SALDO-ANTERIOR.
           MOVE ZEROS TO WRK-QTDE-MOVTOS-MES.
           PERFORM 2100-ACUMULA-MOVIMENTO THRU 2100-EXIT
               UNTIL WRK-FIM-BANCO-SW
                   OR BHR-CPF NOT = WRK-CPF-ATUAL.
           IF WRK-SALDO-ANTERIOR NOT = ZEROS
               OR WRK-QTDE-MOVTOS-MES > ZEROS
               PERFORM 2200-IMPRIME-EXTRATO THRU 2200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
       2100-ACUMULA-MOVIMENTO.
           IF BHR-DATA < WRK-DATA-INICIO-MES
               IF BHR-CREDITO
                   ADD BHR-MINUTOS TO WRK-SALDO-ANTERIOR
               ELSE
                   SUBTRACT BHR-MINUTOS FROM WRK-SALDO-ANTERIOR
               END-IF
               GO TO 2100-LE-PROXIMO
           END-IF.
           IF BHR-DATA > WRK-DATA-FIM-MES
               GO TO 2100-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-MOVTOS-MES NOT < WRK-MAX-MOVTOS
               DISPLAY 'AVISO: CPF ' BHR-CPF ' COM MAIS DE 200 '
                       'MOVIMENTOS NO MES - EXTRATO TRUNCADO'
               GO TO 2100-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-MOVTOS-MES.
           MOVE BHR-DATA TO WRK-TM-DATA (WRK-QTDE-MOVTOS-MES).
           MOVE BHR-TIPO TO WRK-TM-TIPO (WRK-QTDE-MOVTOS-MES).
           MOVE BHR-ORIGEM TO WRK-TM-ORIGEM (WRK-QTDE-MOVTOS-MES).
           MOVE BHR-MINUTOS TO WRK-TM-MINUTOS (WRK-QTDE-MOVTOS-MES).
           MOVE BHR-SALDO-MINUTOS TO WRK-TM-SALDO (WRK-QTDE-MOVTOS-MES).
       2100-LE-PROXIMO.
           PERFORM 2900-LE-MOVIMENTO THRU 2900-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O EXTRATO DO CPF: IDENTIFICACAO, SALDO ANTERIOR, OS
      * MOVIMENTOS DO MES E O SALDO FINAL.
      *****************************************************************
       2200-IMPRIME-EXTRATO.
           MOVE WRK-CPF-ATUAL TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "SEM CADASTRO NO MESTRE" TO EMP-NOME
                   MOVE SPACES TO EMP-DEPTO
           END-READ.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-CPF-ATUAL TO WRK-F-CPF.
           MOVE EMP-NOME TO WRK-F-NOME.
           MOVE EMP-DEPTO TO WRK-F-DEPTO.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-FUNCIONARIO.
           MOVE "SALDO ANTERIOR" TO WRK-S-DESCRICAO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-MINUTOS-EDITAR.
           PERFORM 2950-EDITA-HORAS THRU 2950-EXIT.
           MOVE WRK-HHMM-ED TO WRK-S-HORAS.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-SALDO.
           MOVE WRK-SALDO-ANTERIOR TO WRK-SALDO-FINAL.
           PERFORM 2300-IMPRIME-MOVIMENTO THRU 2300-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-MOVTOS-MES.
           MOVE "SALDO FINAL" TO WRK-S-DESCRICAO.
           MOVE WRK-SALDO-FINAL TO WRK-MINUTOS-EDITAR.
           PERFORM 2950-EDITA-HORAS THRU 2950-EXIT.
           MOVE WRK-HHMM-ED TO WRK-S-HORAS.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-SALDO.
           ADD 1 TO WRK-QTDE-EXTRATOS.
       2200-EXIT.
           EXIT.
       2300-IMPRIME-MOVIMENTO.
           MOVE WRK-TM-DATA (WRK-IDX) TO WRK-M-DATA.
           IF WRK-TM-TIPO (WRK-IDX) = 'C'
               MOVE "CREDITO" TO WRK-M-TIPO
               ADD WRK-TM-MINUTOS (WRK-IDX) TO WRK-SALDO-FINAL
               MOVE WRK-TM-MINUTOS (WRK-IDX) TO WRK-MINUTOS-EDITAR
           ELSE
               MOVE "DEBITO" TO WRK-M-TIPO
               SUBTRACT WRK-TM-MINUTOS (WRK-IDX) FROM WRK-SALDO-FINAL
               COMPUTE WRK-MINUTOS-EDITAR =
                   ZEROS - WRK-TM-MINUTOS (WRK-IDX)
           END-IF.
           EVALUATE TRUE
               WHEN WRK-TM-ORIGEM (WRK-IDX) = 'P'
                   AND WRK-TM-TIPO (WRK-IDX) = 'C'
                   MOVE "HORA EXTRA DO MES" TO WRK-M-ORIGEM
               WHEN WRK-TM-ORIGEM (WRK-IDX) = 'P'
                   MOVE "FALTA DE HORAS DO MES" TO WRK-M-ORIGEM
               WHEN WRK-TM-ORIGEM (WRK-IDX) = 'F'
                   MOVE "FOLGA COMPENSADA" TO WRK-M-ORIGEM
               WHEN WRK-TM-ORIGEM (WRK-IDX) = 'V'
                   MOVE "VENCIDO - PAGO (BHV)" TO WRK-M-ORIGEM
               WHEN OTHER
                   MOVE SPACES TO WRK-M-ORIGEM
           END-EVALUATE.
           PERFORM 2950-EDITA-HORAS THRU 2950-EXIT.
           MOVE WRK-HHMM-ED TO WRK-M-HORAS.
           MOVE WRK-TM-SALDO (WRK-IDX) TO WRK-MINUTOS-EDITAR.
           PERFORM 2950-EDITA-HORAS THRU 2950-EXIT.
           MOVE WRK-HHMM-ED TO WRK-M-ABERTO.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-MOVIMENTO.
       2300-EXIT.
           EXIT.
       2900-LE-MOVIMENTO.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END SET WRK-FIM-BANCO-SW TO TRUE
           END-READ.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * EDITA OS MINUTOS (COM SINAL) DE WRK-MINUTOS-EDITAR COMO
      * -HHHHH:MM EM WRK-HHMM-ED.
      *****************************************************************
       2950-EDITA-HORAS.
           MOVE SPACE TO WRK-HM-SINAL.
           IF WRK-MINUTOS-EDITAR < ZEROS
               MOVE '-' TO WRK-HM-SINAL
               COMPUTE WRK-MINUTOS-EDITAR = ZEROS - WRK-MINUTOS-EDITAR
           END-IF.
           DIVIDE WRK-MINUTOS-EDITAR BY 60 GIVING WRK-HORAS-ED-N
               REMAINDER WRK-MINUTOS-ED-N.
           MOVE WRK-HORAS-ED-N TO WRK-HM-HORAS.
           MOVE WRK-MINUTOS-ED-N TO WRK-HM-MINUTOS.
       2950-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O TOTAL DE EXTRATOS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-EXTRATOS TO WRK-TOT-EXTRATOS-ED.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           WRITE STATEMENT-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE HOUR-BANK-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE STATEMENT-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM BHEXTRA.
