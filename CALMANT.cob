       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO CALENDARIO DE TRABALHO (CALTRAB)
      *          - LE O ARQUIVO DE TRANSACOES CALTRAN (UM CODIGO DE
      *          ACAO POR REGISTRO: 'I' INCLUSAO, 'A' ALTERACAO, 'E'
      *          EXCLUSAO, COM ESTABELECIMENTO, DATA DO FERIADO,
      *          ABRANGENCIA E DESCRICAO), VALIDA CADA TRANSACAO
      *          (DATA VALIDA; FERIADO NACIONAL 'N' SO COM
      *          ESTABELECIMENTO '*'; ESTADUAL 'E' E MUNICIPAL 'M' COM
      *          ESTABELECIMENTO CADASTRADO NA TABELA EMPRESAS VIA
      *          EMPRLOOK; DESCRICAO PREENCHIDA) E APLICA AS ACEITAS,
      *          NO MESMO ESQUEMA DE MANUTENCAO POR TRANSACAO DO
      *          VTMANT, COM REGISTRO DE APLICADAS/REJEITADAS E
      *          AUDITLOG. A PRIMEIRA LINHA DO SYSIN TRAZ A
      *          IDENTIFICACAO DO OPERADOR, CONFERIDA NO OPERAUT VIA
      *          OPERCHK ANTES DE ABRIR O CALENDARIO - NAO AUTORIZADO
      *          CANCELA COM RC=8. E DESTE CALENDARIO QUE O FALTAMES
      *          TIRA OS DIAS UTEIS DE CADA ESTABELECIMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "CALTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CAL-CHAVE
               FILE STATUS IS WRK-FS-CALENDARIO.
           SELECT TRANSACTION-FILE ASSIGN TO "CALTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "CALMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE.
       COPY "CALTRAB.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-ESTABELECIMENTO     PIC X(01).
           02 TRN-DATA                PIC 9(08).
           02 TRN-ABRANGENCIA         PIC X(01).
           02 TRN-DESCRICAO           PIC X(30).
           02 FILLER                  PIC X(09).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-CALENDARIO        PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-DATA-CONFERIDA       PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                   VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-OPERADOR-RUN         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "CALMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       01 WRK-DATA-TRANSACAO.
           02 WRK-DT-ANO            PIC 9(04).
           02 WRK-DT-MES            PIC 9(02).
           02 WRK-DT-DIA            PIC 9(02).
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-ESTAB          PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "MANUTENCAO DO CALENDARIO - EMITIDO EM ".
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
           02 WRK-D-ESTAB           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DATA            PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DESCRICAO       PIC X(30).
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
                       'PARA O CALMANT - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-TRANS-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO O CALENDARIO NA PRIMEIRA CARGA),
      * GRAVA O CABECALHO E LE A PRIMEIRA TRANSACAO.
      *****************************************************************
       1000-INICIO.
           OPEN I-O CALENDAR-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT CALENDAR-FILE
               CLOSE CALENDAR-FILE
               OPEN I-O CALENDAR-FILE
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
      * VALIDA A TRANSACAO CORRENTE, APLICA NO CALENDARIO QUANDO
      * ACEITA E GRAVA A LINHA DE APLICADA/REJEITADA NO REGISTRO.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-TRANS-REJEITADA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2100-VALIDA-TRANSACAO THRU 2100-EXIT.
           IF NOT WRK-REJEITADA-SW
               PERFORM 2200-APLICA-TRANSACAO THRU 2200-EXIT
           END-IF.
           PERFORM 2300-GRAVA-REGISTRO THRU 2300-EXIT.
           READ TRANSACTION-FILE
               AT END SET WRK-FIM-TRANS-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDACOES: ACAO RECONHECIDA, DATA VALIDA, ESTABELECIMENTO '*'
      * OU CADASTRADO NO EMPRLOOK E, QUANDO A TRANSACAO GRAVA O
      * CALENDARIO, ABRANGENCIA COERENTE COM O ESTABELECIMENTO
      * (NACIONAL SO COM '*', ESTADUAL/MUNICIPAL SO COM CODIGO) E
      * DESCRICAO PREENCHIDA.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
               AND NOT TRN-EXCLUSAO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO DE ACAO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DATA NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-DATA TO WRK-DATA-TRANSACAO.
           PERFORM 2150-CONFERE-DATA THRU 2150-EXIT.
           IF NOT WRK-DATA-OK
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-ESTABELECIMENTO NOT = '*'
               CALL "EMPRLOOK" USING TRN-ESTABELECIMENTO WRK-CNPJ
                   WRK-RAZAO WRK-EMPRESA-ACHADA
               IF NOT WRK-EMPRESA-ACHADA-SIM
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "ESTABELECIMENTO SEM CADASTRO"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF TRN-EXCLUSAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-ABRANGENCIA = 'N'
               IF TRN-ESTABELECIMENTO NOT = '*'
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "NACIONAL EXIGE ESTABELECIMENTO *"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
           ELSE
               IF TRN-ABRANGENCIA NOT = 'E'
                   AND TRN-ABRANGENCIA NOT = 'M'
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "ABRANGENCIA INVALIDA" TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
               IF TRN-ESTABELECIMENTO = '*'
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "ESTADUAL/MUNICIPAL SEM ESTAB."
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF TRN-DESCRICAO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DESCRICAO EM BRANCO" TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE A DATA DO FERIADO - ANO PREENCHIDO, MES 1 A 12 E DIA
      * DENTRO DO MES (FEVEREIRO ATE 29).
      *****************************************************************
       2150-CONFERE-DATA.
           MOVE 'S' TO WRK-DATA-CONFERIDA.
           IF WRK-DT-ANO = ZEROS
               OR WRK-DT-MES < 1 OR WRK-DT-MES > 12
               OR WRK-DT-DIA < 1 OR WRK-DT-DIA > 31
               MOVE 'N' TO WRK-DATA-CONFERIDA
               GO TO 2150-EXIT
           END-IF.
           IF WRK-DT-MES = 2 AND WRK-DT-DIA > 29
               MOVE 'N' TO WRK-DATA-CONFERIDA
               GO TO 2150-EXIT
           END-IF.
           IF (WRK-DT-MES = 4 OR WRK-DT-MES = 6 OR WRK-DT-MES = 9
               OR WRK-DT-MES = 11)
               AND WRK-DT-DIA > 30
               MOVE 'N' TO WRK-DATA-CONFERIDA
           END-IF.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA REGISTRO NOVO
      * (FERIADO JA CADASTRADO REJEITA), ALTERACAO/EXCLUSAO LOCALIZAM
      * O FERIADO (SEM CADASTRO REJEITA).
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-ESTABELECIMENTO TO CAL-ESTABELECIMENTO.
           MOVE TRN-DATA TO CAL-DATA.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ CALENDAR-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "FERIADO NAO CADASTRADO"
                       TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   IF TRN-ALTERACAO
                       PERFORM 2220-ALTERA THRU 2220-EXIT
                   ELSE
                       PERFORM 2230-EXCLUI THRU 2230-EXIT
                   END-IF
           END-READ.
       2200-EXIT.
           EXIT.
       2210-INCLUI.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           WRITE CALENDARIO-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "FERIADO JA CADASTRADO" TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               MOVE "INCLUSAO" TO WRK-EA-ACAO
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE CALENDARIO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "ALTERACAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE CALENDAR-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "EXCLUSAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
       2240-MOVE-CAMPOS.
           MOVE SPACES TO CALENDARIO-REC.
           MOVE TRN-ESTABELECIMENTO TO CAL-ESTABELECIMENTO.
           MOVE TRN-DATA TO CAL-DATA.
           MOVE TRN-ABRANGENCIA TO CAL-ABRANGENCIA.
           MOVE TRN-DESCRICAO TO CAL-DESCRICAO.
       2240-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO, ESTABELECIMENTO, DATA E OPERADOR NA
      * ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ESTABELECIMENTO TO WRK-EA-ESTAB.
           MOVE TRN-DATA TO WRK-EA-DATA.
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
           MOVE TRN-ESTABELECIMENTO TO WRK-D-ESTAB.
           MOVE TRN-DATA TO WRK-D-DATA.
           MOVE TRN-DESCRICAO TO WRK-D-DESCRICAO.
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
           CLOSE CALENDAR-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM CALMANT.
