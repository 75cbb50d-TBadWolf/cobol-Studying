       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFAMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO CADASTRO DE AFASTAMENTOS
      *          (AFASTA) - LE O ARQUIVO DE TRANSACOES AFATRAN (UM
      *          CODIGO DE ACAO POR REGISTRO: 'I' INCLUSAO, 'A'
      *          ALTERACAO, 'E' EXCLUSAO, COM CPF, DATA DE INICIO,
      *          MOTIVO, PREVISAO DE RETORNO E RETORNO EFETIVO), VALIDA
      *          CADA TRANSACAO (CPFVALID, CADASTRO NO MESTRE VIA
      *          CPFLOOK, MOTIVO DA TABELA DO ESOCIAL, DATAS VALIDAS E
      *          RETORNOS POSTERIORES AO INICIO, NO MAXIMO UM
      *          AFASTAMENTO EM ABERTO POR CPF) E APLICA AS ACEITAS, NO
      *          MESMO ESQUEMA DE MANUTENCAO POR TRANSACAO DO VTMANT/
      *          CTAMAINT, COM REGISTRO DE APLICADAS/REJEITADAS E
      *          AUDITLOG. O RETORNO EFETIVO E LANCADO POR ALTERACAO
      *          QUANDO O FUNCIONARIO VOLTA. A PRIMEIRA LINHA DO SYSIN
      *          TRAZ A IDENTIFICACAO DO OPERADOR, CONFERIDA NO OPERAUT
      *          VIA OPERCHK ANTES DE ABRIR O CADASTRO - NAO AUTORIZADO
      *          CANCELA COM RC=8. E DESTE CADASTRO QUE O AFACALC TIRA
      *          OS DIAS DE AFASTAMENTO DA FOLHA, DO FGTS, DO 13O E DAS
      *          FERIAS, E O ESOCIAL GERA O S2230.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "AFASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-AFASTA.
           SELECT TRANSACTION-FILE ASSIGN TO "AFATRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "AFAMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
       COPY "AFASTA.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-DATA-INICIO         PIC 9(08).
           02 TRN-MOTIVO              PIC X(02).
           02 TRN-DATA-PREV-RETORNO   PIC 9(08).
           02 TRN-DATA-RETORNO        PIC 9(08).
           02 FILLER                  PIC X(12).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-AFASTA            PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-FIM-AFASTAMENTOS     PIC X(01) VALUE 'N'.
           88 WRK-FIM-AFAST-SW              VALUE 'S'.
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
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "AFAMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
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
           02 WRK-EA-DATA-INICIO    PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "MANUTENCAO DE AFASTAMENTOS - EMITIDO EM ".
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
           02 WRK-D-DATA-INICIO     PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO-AFAST    PIC X(02).
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
                       'PARA O AFAMANT - EXECUCAO CANCELADA'
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
           OPEN I-O LEAVE-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT LEAVE-FILE
               CLOSE LEAVE-FILE
               OPEN I-O LEAVE-FILE
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
      * MESTRE, DATA DE INICIO VALIDA E, QUANDO A TRANSACAO GRAVA O
      * CADASTRO, MOTIVO DA TABELA DO ESOCIAL E PREVISAO/RETORNO
      * ZERADOS OU VALIDOS E POSTERIORES AO INICIO.
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
           IF TRN-DATA-INICIO NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE INICIO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-DATA-INICIO TO WRK-DATA-TESTE-N.
           PERFORM 2150-CONFERE-DATA THRU 2150-EXIT.
           IF NOT WRK-DATA-OK
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE INICIO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-EXCLUSAO
               GO TO 2100-EXIT
           END-IF.
           MOVE TRN-MOTIVO TO AFA-MOTIVO.
           IF NOT AFA-MOTIVO-VALIDO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "MOTIVO DE AFASTAMENTO INVALIDO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DATA-PREV-RETORNO NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "PREVISAO DE RETORNO INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DATA-PREV-RETORNO > ZEROS
               MOVE TRN-DATA-PREV-RETORNO TO WRK-DATA-TESTE-N
               PERFORM 2150-CONFERE-DATA THRU 2150-EXIT
               IF NOT WRK-DATA-OK
                   OR TRN-DATA-PREV-RETORNO NOT > TRN-DATA-INICIO
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "PREVISAO DE RETORNO INVALIDA"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF TRN-DATA-RETORNO NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE RETORNO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DATA-RETORNO > ZEROS
               MOVE TRN-DATA-RETORNO TO WRK-DATA-TESTE-N
               PERFORM 2150-CONFERE-DATA THRU 2150-EXIT
               IF NOT WRK-DATA-OK
                   OR TRN-DATA-RETORNO NOT > TRN-DATA-INICIO
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "DATA DE RETORNO INVALIDA"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF TRN-INCLUSAO
               PERFORM 2120-CONFERE-EM-ABERTO THRU 2120-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * UM CPF NAO PODE TER DOIS AFASTAMENTOS EM ABERTO NEM COMECAR UM
      * NOVO ANTES DO RETORNO DO ANTERIOR - PERCORRE OS AFASTAMENTOS
      * JA CADASTRADOS DO CPF NA ORDEM DA CHAVE.
      *****************************************************************
       2120-CONFERE-EM-ABERTO.
           MOVE 'N' TO WRK-FIM-AFASTAMENTOS.
           MOVE TRN-CPF TO AFA-CPF.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START LEAVE-FILE KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-AFAST-SW TO TRUE
           END-START.
           PERFORM 2130-LE-AFASTAMENTO THRU 2130-EXIT
               UNTIL WRK-FIM-AFAST-SW.
       2120-EXIT.
           EXIT.
       2130-LE-AFASTAMENTO.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-AFAST-SW TO TRUE
                   GO TO 2130-EXIT
           END-READ.
           IF AFA-CPF NOT = TRN-CPF
               SET WRK-FIM-AFAST-SW TO TRUE
               GO TO 2130-EXIT
           END-IF.
           IF AFA-DATA-RETORNO = ZEROS
               AND AFA-DATA-INICIO NOT = TRN-DATA-INICIO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "JA HA AFASTAMENTO EM ABERTO"
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-FIM-AFAST-SW TO TRUE
               GO TO 2130-EXIT
           END-IF.
           IF AFA-DATA-INICIO < TRN-DATA-INICIO
               AND AFA-DATA-RETORNO > TRN-DATA-INICIO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "INICIO ANTES DO RETORNO ANTERIOR"
                   TO WRK-MOTIVO-REJEICAO
               SET WRK-FIM-AFAST-SW TO TRUE
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
      * (AFASTAMENTO JA CADASTRADO REJEITA), ALTERACAO/EXCLUSAO
      * LOCALIZAM CPF + DATA DE INICIO (SEM CADASTRO REJEITA).
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-CPF TO AFA-CPF.
           MOVE TRN-DATA-INICIO TO AFA-DATA-INICIO.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ LEAVE-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "AFASTAMENTO NAO CADASTRADO"
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
           WRITE AFASTAMENTO-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "AFASTAMENTO JA CADASTRADO"
                   TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE AFASTAMENTO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE LEAVE-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
       2240-MOVE-CAMPOS.
           MOVE SPACES TO AFASTAMENTO-REC.
           MOVE TRN-CPF TO AFA-CPF.
           MOVE TRN-DATA-INICIO TO AFA-DATA-INICIO.
           MOVE TRN-MOTIVO TO AFA-MOTIVO.
           MOVE TRN-DATA-PREV-RETORNO TO AFA-DATA-PREV-RETORNO.
           MOVE TRN-DATA-RETORNO TO AFA-DATA-RETORNO.
       2240-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO, CPF, INICIO E OPERADOR NA ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ACAO TO WRK-EA-ACAO.
           MOVE TRN-CPF TO WRK-EA-CPF.
           MOVE TRN-DATA-INICIO TO WRK-EA-DATA-INICIO.
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
           IF TRN-DATA-INICIO NUMERIC
               MOVE TRN-DATA-INICIO TO WRK-D-DATA-INICIO
           ELSE
               MOVE ZEROS TO WRK-D-DATA-INICIO
           END-IF.
           MOVE TRN-MOTIVO TO WRK-D-MOTIVO-AFAST.
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
           CLOSE LEAVE-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM AFAMANT.
