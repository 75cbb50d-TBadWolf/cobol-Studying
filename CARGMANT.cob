       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO MESTRE DE CARGOS (CARGOMST) -
      *          LE O ARQUIVO DE TRANSACOES CRGTRANS (UM CODIGO DE
      *          ACAO POR REGISTRO: 'I' INCLUSAO, 'A' ALTERACAO, 'E'
      *          EXCLUSAO, COM CODIGO, TITULO, CBO, FAIXA SALARIAL
      *          MINIMA/MAXIMA E PISO SINDICAL), VALIDA CADA TRANSACAO
      *          E APLICA AS ACEITAS, NO MESMO ESQUEMA DE MANUTENCAO
      *          POR TRANSACAO DO DEPTMANT, COM REGISTRO DE APLICADAS/
      *          REJEITADAS E AUDITLOG. E DESTE MESTRE QUE O EMPMAINT/
      *          SALFMT VALIDAM O CARGO DO FUNCIONARIO (VIA CARGLOOK),
      *          O CARGFAIX CONFERE A FAIXA E O MSTAUDIT O PISO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "CARGOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
           SELECT TRANSACTION-FILE ASSIGN TO "CRGTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "CRGMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       COPY "CARGOMST.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-CODIGO              PIC X(05).
           02 TRN-TITULO              PIC X(30).
           02 TRN-CBO                 PIC X(06).
           02 TRN-FAIXA-MINIMA        PIC 9(06)V99.
           02 TRN-FAIXA-MAXIMA        PIC 9(06)V99.
           02 TRN-PISO-SINDICAL       PIC 9(06)V99.
           02 FILLER                  PIC X(14).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-CARGOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "CARGMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-CODIGO         PIC X(05).
           02 FILLER                PIC X(15) VALUE SPACES.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(37) VALUE
               "MANUTENCAO DE CARGOS - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ACAO            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-CODIGO          PIC X(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-TITULO          PIC X(30).
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
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-TRANS-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO O MESTRE NA PRIMEIRA CARGA), GRAVA O
      * CABECALHO E LE A PRIMEIRA TRANSACAO.
      *****************************************************************
       1000-INICIO.
           OPEN I-O POSITION-MASTER.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT POSITION-MASTER
               CLOSE POSITION-MASTER
               OPEN I-O POSITION-MASTER
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           READ TRANSACTION-FILE
               AT END SET WRK-FIM-TRANS-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA A TRANSACAO CORRENTE, APLICA QUANDO ACEITA E GRAVA A
      * LINHA DE APLICADA/REJEITADA NO REGISTRO.
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
      * CODIGO PREENCHIDO SEMPRE; NA INCLUSAO/ALTERACAO TAMBEM TITULO,
      * CBO DE SEIS DIGITOS E FAIXA NUMERICA COM MINIMA ATE A MAXIMA.
      * PISO SINDICAL ZERO VALE (CARGO FORA DA CONVENCAO), MAS PISO
      * ACIMA DO TETO DA FAIXA NAO - NINGUEM CONSEGUIRIA ESTAR NA
      * FAIXA E NO PISO AO MESMO TEMPO.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
               AND NOT TRN-EXCLUSAO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO DE ACAO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-CODIGO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO EM BRANCO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-EXCLUSAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-TITULO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "TITULO EM BRANCO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-CBO NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CBO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-FAIXA-MINIMA NOT NUMERIC
               OR TRN-FAIXA-MAXIMA NOT NUMERIC
               OR TRN-FAIXA-MAXIMA = ZEROS
               OR TRN-FAIXA-MINIMA > TRN-FAIXA-MAXIMA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "FAIXA SALARIAL INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-PISO-SINDICAL NOT NUMERIC
               OR TRN-PISO-SINDICAL > TRN-FAIXA-MAXIMA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "PISO SINDICAL INVALIDO" TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
       2200-APLICA-TRANSACAO.
           MOVE TRN-CODIGO TO CRG-CODIGO.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ POSITION-MASTER
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CARGO NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
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
           WRITE CARGO-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CARGO JA CADASTRADO" TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               MOVE "INCLUSAO" TO WRK-EA-ACAO
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE CARGO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "ALTERACAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE POSITION-MASTER RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "EXCLUSAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
       2240-MOVE-CAMPOS.
           MOVE SPACES TO CARGO-REC.
           MOVE TRN-CODIGO TO CRG-CODIGO.
           MOVE TRN-TITULO TO CRG-TITULO.
           MOVE TRN-CBO TO CRG-CBO.
           MOVE TRN-FAIXA-MINIMA TO CRG-FAIXA-MINIMA.
           MOVE TRN-FAIXA-MAXIMA TO CRG-FAIXA-MAXIMA.
           MOVE TRN-PISO-SINDICAL TO CRG-PISO-SINDICAL.
       2240-EXIT.
           EXIT.
       2250-GRAVA-AUDITORIA.
           MOVE TRN-CODIGO TO WRK-EA-CODIGO.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2250-EXIT.
           EXIT.
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE TRN-ACAO TO WRK-D-ACAO.
           MOVE TRN-CODIGO TO WRK-D-CODIGO.
           MOVE TRN-TITULO TO WRK-D-TITULO.
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
           CLOSE POSITION-MASTER.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM CARGMANT.
