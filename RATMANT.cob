       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO CADASTRO DE RATEIO DE CENTROS DE
      *          CUSTO (RATEIO) - LE O ARQUIVO DE TRANSACOES RATTRANS
      *          (UM CODIGO DE ACAO POR REGISTRO: 'I' INCLUSAO, 'A'
      *          ALTERACAO, 'E' EXCLUSAO, COM CPF, DATA DE VIGENCIA E
      *          ATE CINCO PARES DEPARTAMENTO/PERCENTUAL), VALIDA CADA
      *          TRANSACAO (CPFVALID, CADASTRO NO MESTRE VIA CPFLOOK,
      *          VIGENCIA VALIDA E, NA INCLUSAO/ALTERACAO, PARES
      *          PREENCHIDOS EM SEQUENCIA, DEPARTAMENTOS DO DEPTMSTR
      *          SEM REPETICAO, PERCENTUAIS MAIORES QUE ZERO SOMANDO
      *          100,00) E APLICA AS ACEITAS, NO MESMO ESQUEMA DE
      *          MANUTENCAO POR TRANSACAO DO AFAMANT, COM REGISTRO DE
      *          APLICADAS/REJEITADAS E AUDITLOG. UMA MUDANCA DE
      *          RATEIO E UMA INCLUSAO COM VIGENCIA NOVA - O REGISTRO
      *          ANTERIOR CONTINUA VALENDO PARA AS COMPETENCIAS ANTES
      *          DELA. A PRIMEIRA LINHA DO SYSIN TRAZ A IDENTIFICACAO
      *          DO OPERADOR, CONFERIDA NO OPERAUT VIA OPERCHK ANTES DE
      *          ABRIR O CADASTRO - NAO AUTORIZADO CANCELA COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "RATEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT TRANSACTION-FILE ASSIGN TO "RATTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "RATMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       COPY "RATEIO.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-DATA-VIGENCIA       PIC 9(08).
           02 TRN-ITEM OCCURS 5 TIMES.
               03 TRN-DEPTO            PIC X(04).
               03 TRN-PERCENTUAL       PIC 9(03)V99.
           02 FILLER                  PIC X(15).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-RATEIO            PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-CPF-VALIDO           PIC X(01) VALUE 'N'.
           88 WRK-CPF-OK                    VALUE 'S'.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
           88 WRK-ACHADO-SIM               VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SIM          VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-OPERADOR-RUN         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "RATMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX2                 PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-PARES           PIC 9(01) VALUE ZEROS.
       77 WRK-FIM-PARES            PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARES-SW              VALUE 'S'.
       77 WRK-SOMA-PERCENTUAL      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SOMA-PERCENTUAL-ED   PIC ZZZ9,99.
       77 WRK-DATA-CONFERIDA       PIC X(01) VALUE 'N'.
           88 WRK-DATA-OK                   VALUE 'S'.
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
           02 WRK-EA-DATA-VIGENCIA  PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(35) VALUE
               "MANUTENCAO DE RATEIO - EMITIDO EM ".
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
           02 WRK-D-DATA-VIGENCIA   PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-QTDE-PARES      PIC 9(01).
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
                       'PARA O RATMANT - EXECUCAO CANCELADA'
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
           OPEN I-O ALLOCATION-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT ALLOCATION-FILE
               CLOSE ALLOCATION-FILE
               OPEN I-O ALLOCATION-FILE
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
           MOVE ZEROS TO WRK-QTDE-PARES.
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
      * MESTRE, DATA DE VIGENCIA VALIDA E, QUANDO A TRANSACAO GRAVA O
      * CADASTRO, OS PARES DEPARTAMENTO/PERCENTUAL (2120).
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
           IF TRN-DATA-VIGENCIA NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE VIGENCIA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-DATA-VIGENCIA TO WRK-DATA-TESTE-N.
           PERFORM 2150-CONFERE-DATA THRU 2150-EXIT.
           IF NOT WRK-DATA-OK
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE VIGENCIA INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-EXCLUSAO
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-PARES.
           MOVE ZEROS TO WRK-SOMA-PERCENTUAL.
           PERFORM 2120-CONFERE-PAR THRU 2120-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5 OR WRK-REJEITADA-SW.
           IF WRK-REJEITADA-SW
               GO TO 2100-EXIT
           END-IF.
           IF WRK-QTDE-PARES = ZEROS
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "NENHUM DEPARTAMENTO INFORMADO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF WRK-SOMA-PERCENTUAL NOT = 100
               SET WRK-REJEITADA-SW TO TRUE
               MOVE WRK-SOMA-PERCENTUAL TO WRK-SOMA-PERCENTUAL-ED
               STRING "PERCENTUAIS SOMAM " DELIMITED BY SIZE
                      WRK-SOMA-PERCENTUAL-ED DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE UM PAR DEPARTAMENTO/PERCENTUAL: OS PARES VEM EM
      * SEQUENCIA (DEPOIS DO PRIMEIRO EM BRANCO NAO PODE HAVER OUTRO),
      * O DEPARTAMENTO EXISTE NO DEPTMSTR E NAO SE REPETE, E O
      * PERCENTUAL E NUMERICO E MAIOR QUE ZERO.
      *****************************************************************
       2120-CONFERE-PAR.
           IF TRN-DEPTO (WRK-IDX) = SPACES
               SET WRK-FIM-PARES-SW TO TRUE
               GO TO 2120-EXIT
           END-IF.
           IF WRK-FIM-PARES-SW
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DEPARTAMENTOS FORA DE SEQUENCIA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2120-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING TRN-DEPTO (WRK-IDX)
               WRK-DESCRICAO-DEPTO WRK-DEPTO-ACHADO.
           IF NOT WRK-DEPTO-ACHADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               STRING "DEPTO " DELIMITED BY SIZE
                      TRN-DEPTO (WRK-IDX) DELIMITED BY SIZE
                      " NAO CADASTRADO" DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
               GO TO 2120-EXIT
           END-IF.
           PERFORM 2130-CONFERE-REPETIDO THRU 2130-EXIT
               VARYING WRK-IDX2 FROM 1 BY 1
               UNTIL WRK-IDX2 >= WRK-IDX OR WRK-REJEITADA-SW.
           IF WRK-REJEITADA-SW
               GO TO 2120-EXIT
           END-IF.
           IF TRN-PERCENTUAL (WRK-IDX) NOT NUMERIC
               OR TRN-PERCENTUAL (WRK-IDX) = ZEROS
               SET WRK-REJEITADA-SW TO TRUE
               STRING "PERCENTUAL INVALIDO NO DEPTO " DELIMITED BY SIZE
                      TRN-DEPTO (WRK-IDX) DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARES.
           ADD TRN-PERCENTUAL (WRK-IDX) TO WRK-SOMA-PERCENTUAL.
       2120-EXIT.
           EXIT.
       2130-CONFERE-REPETIDO.
           IF TRN-DEPTO (WRK-IDX2) = TRN-DEPTO (WRK-IDX)
               SET WRK-REJEITADA-SW TO TRUE
               STRING "DEPTO " DELIMITED BY SIZE
                      TRN-DEPTO (WRK-IDX) DELIMITED BY SIZE
                      " REPETIDO NO RATEIO" DELIMITED BY SIZE
                   INTO WRK-MOTIVO-REJEICAO
           END-IF.
       2130-EXIT.
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
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA REGISTRO NOVO
      * (RATEIO JA CADASTRADO NA VIGENCIA REJEITA), ALTERACAO/EXCLUSAO
      * LOCALIZAM CPF + VIGENCIA (SEM CADASTRO REJEITA).
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-CPF TO RAT-CPF.
           MOVE TRN-DATA-VIGENCIA TO RAT-DATA-VIGENCIA.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ ALLOCATION-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "RATEIO NAO CADASTRADO"
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
           WRITE RATEIO-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "RATEIO JA CADASTRADO NA VIGENCIA"
                   TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE RATEIO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE ALLOCATION-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
       2240-MOVE-CAMPOS.
           MOVE SPACES TO RATEIO-REC.
           MOVE TRN-CPF TO RAT-CPF.
           MOVE TRN-DATA-VIGENCIA TO RAT-DATA-VIGENCIA.
           PERFORM 2245-MOVE-PAR THRU 2245-EXIT
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
       2240-EXIT.
           EXIT.
       2245-MOVE-PAR.
           IF TRN-DEPTO (WRK-IDX) = SPACES
               MOVE SPACES TO RAT-DEPTO (WRK-IDX)
               MOVE ZEROS TO RAT-PERCENTUAL (WRK-IDX)
           ELSE
               MOVE TRN-DEPTO (WRK-IDX) TO RAT-DEPTO (WRK-IDX)
               MOVE TRN-PERCENTUAL (WRK-IDX)
                   TO RAT-PERCENTUAL (WRK-IDX)
           END-IF.
       2245-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO, CPF, VIGENCIA E OPERADOR NA ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ACAO TO WRK-EA-ACAO.
           MOVE TRN-CPF TO WRK-EA-CPF.
           MOVE TRN-DATA-VIGENCIA TO WRK-EA-DATA-VIGENCIA.
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
           IF TRN-DATA-VIGENCIA NUMERIC
               MOVE TRN-DATA-VIGENCIA TO WRK-D-DATA-VIGENCIA
           ELSE
               MOVE ZEROS TO WRK-D-DATA-VIGENCIA
           END-IF.
           MOVE WRK-QTDE-PARES TO WRK-D-QTDE-PARES.
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
           CLOSE ALLOCATION-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM RATMANT.
