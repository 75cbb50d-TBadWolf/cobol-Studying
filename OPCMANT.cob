       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPCMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: MANUTENCAO EM LOTE DA OPCAO DE ENTREGA DO HOLERITE
      *          (HOLEOPC) - LE O ARQUIVO DE TRANSACOES HOLEOTRN (UM
      *          CODIGO DE ACAO POR REGISTRO: 'I' INCLUSAO, 'A'
      *          ALTERACAO, 'E' EXCLUSAO, COM CPF E A OPCAO 'E'
      *          ELETRONICO OU 'P' IMPRESSO), VALIDA CADA TRANSACAO
      *          (CPFVALID, CADASTRO NO MESTRE VIA CPFLOOK, OPCAO
      *          RECONHECIDA) E APLICA AS ACEITAS, NO MESMO ESQUEMA DE
      *          MANUTENCAO POR TRANSACAO DO VTMANT, COM REGISTRO DE
      *          APLICADAS/REJEITADAS E AUDITLOG. A PRIMEIRA LINHA DO
      *          SYSIN TRAZ A IDENTIFICACAO DO OPERADOR, CONFERIDA NO
      *          OPERAUT VIA OPERCHK ANTES DE ABRIR O CADASTRO - NAO
      *          AUTORIZADO CANCELA COM RC=8. A EXCLUSAO DEVOLVE O
      *          FUNCIONARIO A REGRA GERAL (ENTREGA SO PELO PORTAL).
      *          E DESTE CADASTRO QUE O PAYSLIP DECIDE QUEM SAI
      *          IMPRESSO E O HOLEPORT QUEM VAI AO PORTAL DE RH.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTION-FILE ASSIGN TO "HOLEOPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPC-CPF
               FILE STATUS IS WRK-FS-OPCOES.
           SELECT TRANSACTION-FILE ASSIGN TO "HOLEOTRN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "OPCMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  OPTION-FILE.
       COPY "HOLEOPC.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-ENTREGA             PIC X(01).
               88 TRN-ENTREGA-VALIDA            VALUE 'E' 'P'.
           02 FILLER                  PIC X(17).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-OPCOES            PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-CPF-VALIDO           PIC X(01) VALUE 'N'.
           88 WRK-CPF-OK                    VALUE 'S'.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
           88 WRK-ACHADO-SIM               VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-OPERADOR-RUN         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "OPCMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "OPCAO DE ENTREGA DO HOLERITE - EMITIDO ".
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
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-ENTREGA         PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACES.
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
                       'PARA O OPCMANT - EXECUCAO CANCELADA'
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
      * ABRE OS ARQUIVOS (CRIANDO O CADASTRO NA PRIMEIRA CARGA), GRAVA
      * O CABECALHO E LE A PRIMEIRA TRANSACAO.
      *****************************************************************
       1000-INICIO.
           OPEN I-O OPTION-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT OPTION-FILE
               CLOSE OPTION-FILE
               OPEN I-O OPTION-FILE
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
      * VALIDA A TRANSACAO CORRENTE, APLICA NO CADASTRO QUANDO ACEITA
      * E GRAVA A LINHA DE APLICADA/REJEITADA NO REGISTRO.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-TRANS-REJEITADA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           MOVE SPACES TO WRK-NOME-FUNC.
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
      * VALIDACOES: ACAO RECONHECIDA, CPF VALIDO E CADASTRADO NO
      * MESTRE E, QUANDO A TRANSACAO GRAVA O CADASTRO, OPCAO 'E' OU
      * 'P'.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
               AND NOT TRN-EXCLUSAO
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
           MOVE 'N' TO WRK-ACHADO.
           CALL "CPFLOOK" USING TRN-CPF WRK-NOME-FUNC WRK-ACHADO.
           IF NOT WRK-ACHADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CPF SEM CADASTRO NO MESTRE"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF (TRN-INCLUSAO OR TRN-ALTERACAO)
               AND NOT TRN-ENTREGA-VALIDA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OPCAO DE ENTREGA INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA REGISTRO NOVO
      * (CPF JA CADASTRADO REJEITA), ALTERACAO/EXCLUSAO LOCALIZAM O
      * CPF (SEM CADASTRO REJEITA).
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-CPF TO OPC-CPF.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ OPTION-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CPF SEM OPCAO DE ENTREGA"
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
           WRITE OPCAO-ENTREGA-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CPF JA TEM OPCAO DE ENTREGA"
                   TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               MOVE "INCLUSAO" TO WRK-EA-ACAO
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE OPCAO-ENTREGA-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "ALTERACAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE OPTION-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "EXCLUSAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
      *****************************************************************
      * O CADASTRO GUARDA A OPCAO COM A DATA E O OPERADOR QUE A
      * REGISTROU - E O QUE SE MOSTRA QUANDO O FUNCIONARIO ALEGA QUE
      * NUNCA PEDIU O HOLERITE IMPRESSO (OU ELETRONICO).
      *****************************************************************
       2240-MOVE-CAMPOS.
           MOVE SPACES TO OPCAO-ENTREGA-REC.
           MOVE TRN-CPF TO OPC-CPF.
           MOVE TRN-ENTREGA TO OPC-ENTREGA.
           MOVE WRK-DATA-HOJE TO OPC-DATA-OPCAO.
           MOVE WRK-OPERADOR-RUN TO OPC-OPERADOR.
       2240-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO, CPF E OPERADOR NA ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-CPF TO WRK-EA-CPF.
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
           MOVE TRN-ENTREGA TO WRK-D-ENTREGA.
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
           CLOSE OPTION-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM OPCMANT.
