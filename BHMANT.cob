       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: LANCAMENTO EM LOTE DAS FOLGAS APROVADAS NO BANCO DE
      *          HORAS (BANCOHR) - LE O ARQUIVO DE TRANSACOES BHTRAN
      *          (ACAO 'I' INCLUSAO, COM CPF, DATA DA FOLGA E HORAS/
      *          MINUTOS COMPENSADOS), VALIDA CADA TRANSACAO (CPFVALID,
      *          FUNCIONARIO ATIVO NO MESTRE, DEPARTAMENTO COM
      *          DPT-REGIME-HORA-EXTRA = 'B', DATA VALIDA, DURACAO
      *          MAIOR QUE ZERO E DE NO MAXIMO 24 HORAS) E GRAVA AS
      *          ACEITAS COMO DEBITO DE ORIGEM 'F' VIA BHMOVTO, QUE
      *          COMPENSA A FOLGA NOS CREDITOS MAIS ANTIGOS. MESMO
      *          ESQUEMA DE MANUTENCAO POR TRANSACAO DO VTMANT/AFAMANT,
      *          COM REGISTRO DE APLICADAS/REJEITADAS E AUDITLOG. O
      *          BANCO E UM HISTORICO DE MOVIMENTOS: FOLGA LANCADA
      *          ERRADA SE ACERTA NO FECHAMENTO SEGUINTE, NAO POR
      *          ALTERACAO OU EXCLUSAO. A PRIMEIRA LINHA DO SYSIN TRAZ A
      *          IDENTIFICACAO DO OPERADOR, CONFERIDA NO OPERAUT VIA
      *          OPERCHK ANTES DE ABRIR OS ARQUIVOS - NAO AUTORIZADO
      *          CANCELA COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT TRANSACTION-FILE ASSIGN TO "BHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "BHMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-DATA-FOLGA          PIC 9(08).
           02 TRN-HORAS               PIC 9(02).
           02 TRN-MINUTOS             PIC 9(02).
           02 FILLER                  PIC X(16).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-CPF-VALIDO           PIC X(01) VALUE 'N'.
           88 WRK-CPF-OK                    VALUE 'S'.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-OPERADOR-RUN         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "BHMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       77 WRK-DATA-CONFERIDA       PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                   VALUE 'S'.
       77 WRK-BH-TIPO              PIC X(01) VALUE 'D'.
       77 WRK-BH-ORIGEM            PIC X(01) VALUE 'F'.
       77 WRK-BH-MINUTOS           PIC 9(05) VALUE ZEROS.
       77 WRK-BH-RESULTADO         PIC X(01) VALUE SPACE.
       01 WRK-DATA-TESTE.
           02 WRK-DT-ANO            PIC 9(04).
           02 WRK-DT-MES            PIC 9(02).
           02 WRK-DT-DIA            PIC 9(02).
       01 WRK-DATA-TESTE-N REDEFINES WRK-DATA-TESTE
                                    PIC 9(08).
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-DATA-FOLGA     PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(44) VALUE
               "FOLGAS DO BANCO DE HORAS - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(12) VALUE " OPERADOR: ".
           02 WRK-CB-OPERADOR       PIC X(08).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ACAO            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DATA-FOLGA      PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-HORAS           PIC Z9.
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-D-MINUTOS         PIC 99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(08) VALUE "TOTAIS: ".
           02 WRK-TOT-LIDAS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(08) VALUE " LIDAS, ".
           02 WRK-TOT-APLIC-ED      PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " APLICADAS, ".
           02 WRK-TOT-REJEIT-ED     PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " REJEITADAS".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-OPERADOR-RUN FROM CONSOLE.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR-RUN
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR-RUN ' NAO AUTORIZADO '
                       'PARA O BHMANT - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               OR WRK-FS-DEPTOS-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-TRANS-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS, GRAVA O CABECALHO E LE A PRIMEIRA TRANSACAO.
      * SEM MESTRE OU SEM DEPTMSTR NAO HA COMO CONFERIR QUEM ESTA NO
      * BANCO DE HORAS - A EXECUCAO E CANCELADA.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF WRK-FS-DEPTOS-NAO-ENCONTRADO
               DISPLAY 'DEPTMSTR NAO ENCONTRADO - EXECUCAO CANCELADA'
               CLOSE EMPLOYEE-MASTER
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-OPERADOR-RUN TO WRK-CB-OPERADOR.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           READ TRANSACTION-FILE
               AT END SET WRK-FIM-TRANS-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA A TRANSACAO CORRENTE, LANCA A FOLGA QUANDO ACEITA E
      * GRAVA A LINHA DE APLICADA/REJEITADA NO REGISTRO.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-TRANS-REJEITADA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           MOVE SPACES TO WRK-NOME-FUNC.
           PERFORM 2100-VALIDA-TRANSACAO THRU 2100-EXIT.
           IF NOT WRK-REJEITADA-SW
               PERFORM 2200-LANCA-FOLGA THRU 2200-EXIT
           END-IF.
           PERFORM 2300-GRAVA-REGISTRO THRU 2300-EXIT.
           READ TRANSACTION-FILE
               AT END SET WRK-FIM-TRANS-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDACOES: ACAO DE INCLUSAO, CPF VALIDO, FUNCIONARIO ATIVO NO
      * MESTRE E LOTADO EM DEPARTAMENTO COM BANCO DE HORAS, DATA DA
      * FOLGA VALIDA E DURACAO DE 00:01 A 24:00.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO DE ACAO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-CPF-VALIDO.
           CALL "CPFVALID" USING TRN-CPF WRK-CPF-VALIDO.
           IF NOT WRK-CPF-OK
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CPF INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-CPF TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CPF SEM CADASTRO NO MESTRE"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
           END-READ.
           MOVE EMP-NOME TO WRK-NOME-FUNC.
           IF EMP-DESLIGADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "FUNCIONARIO DESLIGADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE EMP-DEPTO TO DPT-CODIGO.
           READ DEPARTMENT-MASTER
               INVALID KEY
                   MOVE SPACE TO DPT-REGIME-HORA-EXTRA
           END-READ.
           IF NOT DPT-BANCO-DE-HORAS
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DEPARTAMENTO SEM BANCO DE HORAS"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DATA-FOLGA NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DA FOLGA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-DATA-FOLGA TO WRK-DATA-TESTE-N.
           PERFORM 2150-CONFERE-DATA THRU 2150-EXIT.
           IF NOT WRK-DATA-OK
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DA FOLGA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-HORAS NOT NUMERIC OR TRN-MINUTOS NOT NUMERIC
               OR TRN-MINUTOS > 59
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DURACAO DA FOLGA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WRK-BH-MINUTOS = (TRN-HORAS * 60) + TRN-MINUTOS.
           IF WRK-BH-MINUTOS = ZEROS OR WRK-BH-MINUTOS > 1440
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DURACAO DA FOLGA INVALIDA" TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE A DATA AAAAMMDD EM WRK-DATA-TESTE: MES DE 1 A 12 E DIA
      * DE 1 A 31.
      *****************************************************************
       2150-CONFERE-DATA.
           MOVE 'S' TO WRK-DATA-CONFERIDA.
           IF WRK-DT-ANO = ZEROS
               OR WRK-DT-MES < 1 OR WRK-DT-MES > 12
               OR WRK-DT-DIA < 1 OR WRK-DT-DIA > 31
               MOVE 'N' TO WRK-DATA-CONFERIDA
           END-IF.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * LANCA A FOLGA COMO DEBITO DE ORIGEM 'F' NO BANCOHR - O BHMOVTO
      * ABATE DOS CREDITOS EM ABERTO MAIS ANTIGOS E DEIXA O QUE
      * SOBRAR COMO SALDO NEGATIVO.
      *****************************************************************
       2200-LANCA-FOLGA.
           CALL "BHMOVTO" USING TRN-CPF TRN-DATA-FOLGA WRK-BH-TIPO
               WRK-BH-ORIGEM WRK-BH-MINUTOS WRK-OPERADOR-RUN
               WRK-BH-RESULTADO.
           IF WRK-BH-RESULTADO NOT = 'S'
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "BANCO DE HORAS INDISPONIVEL"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A FOLGA LANCADA NA TRILHA DE AUDITORIA COMPARTILHADA
      * - ACAO, CPF, DATA DA FOLGA E OPERADOR NA ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ACAO TO WRK-EA-ACAO.
           MOVE TRN-CPF TO WRK-EA-CPF.
           MOVE TRN-DATA-FOLGA TO WRK-EA-DATA-FOLGA.
           MOVE WRK-OPERADOR-RUN TO WRK-EA-OPERADOR.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2250-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA A LINHA DA TRANSACAO NO REGISTRO DE MANUTENCAO.
      *****************************************************************
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE TRN-ACAO TO WRK-D-ACAO.
           MOVE TRN-CPF TO WRK-D-CPF.
           MOVE WRK-NOME-FUNC TO WRK-D-NOME.
           IF TRN-DATA-FOLGA NUMERIC
               MOVE TRN-DATA-FOLGA TO WRK-D-DATA-FOLGA
           ELSE
               MOVE ZEROS TO WRK-D-DATA-FOLGA
           END-IF.
           IF TRN-HORAS NUMERIC AND TRN-MINUTOS NUMERIC
               MOVE TRN-HORAS TO WRK-D-HORAS
               MOVE TRN-MINUTOS TO WRK-D-MINUTOS
           ELSE
               MOVE ZEROS TO WRK-D-HORAS
               MOVE ZEROS TO WRK-D-MINUTOS
           END-IF.
           IF WRK-REJEITADA-SW
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
           ELSE
               MOVE "APLICADA" TO WRK-D-SITUACAO
           END-IF.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS DO LOTE E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-LIDAS TO WRK-TOT-LIDAS-ED.
           MOVE WRK-QTDE-APLICADAS TO WRK-TOT-APLIC-ED.
           MOVE WRK-QTDE-REJEITADAS TO WRK-TOT-REJEIT-ED.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE DEPARTMENT-MASTER.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM BHMANT.
