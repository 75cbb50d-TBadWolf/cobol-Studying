       IDENTIFICATION DIVISION.
       PROGRAM-ID. ORCMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO ORCAMENTO DE PESSOAL (ORCAMENT) -
      *          LE O ARQUIVO DE TRANSACOES ORCTRANS (UM CODIGO DE ACAO
      *          POR REGISTRO: 'I' INCLUSAO, 'A' ALTERACAO, 'E'
      *          EXCLUSAO, COM ANO, ESTABELECIMENTO, DEPARTAMENTO, MES,
      *          QUADRO E CUSTO PREVISTOS), VALIDA CADA TRANSACAO (MES
      *          DE 1 A 12, DEPARTAMENTO CADASTRADO NO DEPTMSTR VIA
      *          DEPTLOOK, ESTABELECIMENTO NA TABELA DE EMPRESAS VIA
      *          EMPRLOOK, VALORES NUMERICOS) E APLICA AS ACEITAS, NO
      *          MESMO ESQUEMA DO DEPTMANT, COM REGISTRO DE
      *          APLICADAS/REJEITADAS E AUDITLOG. ESTABELECIMENTO EM
      *          BRANCO VALE '1'. A CONTROLADORIA CARREGA O ANO INTEIRO
      *          (DOZE INCLUSOES POR CENTRO DE CUSTO) E CORRIGE MES A
      *          MES COM ALTERACOES.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE ASSIGN TO "ORCAMENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ORC-CHAVE
               FILE STATUS IS WRK-FS-ORCAMENTO.
           SELECT TRANSACTION-FILE ASSIGN TO "ORCTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "ORCMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  BUDGET-FILE.
       COPY "ORCAMENT.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-ANO                 PIC 9(04).
           02 TRN-ESTABELECIMENTO     PIC X(01).
           02 TRN-DEPTO               PIC X(04).
           02 TRN-MES                 PIC 9(02).
           02 TRN-QUADRO              PIC 9(05).
           02 TRN-CUSTO               PIC 9(09)V99.
           02 FILLER                  PIC X(12).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-ORCAMENTO         PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(24) VALUE SPACES.
       77 WRK-TRANS-REJEITADA      PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SIM          VALUE 'S'.
       77 WRK-EMPR-CNPJ            PIC X(14) VALUE SPACES.
       77 WRK-EMPR-RAZAO           PIC X(30) VALUE SPACES.
       77 WRK-EMPR-ACHADO          PIC X(01) VALUE 'N'.
           88 WRK-EMPR-ACHADO-SIM           VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "ORCMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-ANO            PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-EA-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-ESTAB          PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-DEPTO          PIC X(04).
           02 FILLER                PIC X(06) VALUE SPACES.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(49) VALUE
               "MANUTENCAO DO ORCAMENTO DE PESSOAL - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULOS.
           02 FILLER                PIC X(41) VALUE
               "A  ANO/MES  E  DEPTO QUADRO         CUSTO".
           02 FILLER                PIC X(39) VALUE
               "  SITUACAO    MOTIVO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ACAO            PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ANO             PIC X(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-MES             PIC X(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ESTAB           PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DEPTO           PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-QUADRO          PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-CUSTO           PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(24).
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
      * ABRE OS ARQUIVOS (CRIANDO O ORCAMENTO NA PRIMEIRA CARGA), GRAVA
      * O CABECALHO E LE A PRIMEIRA TRANSACAO.
      *****************************************************************
       1000-INICIO.
           OPEN I-O BUDGET-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT BUDGET-FILE
               CLOSE BUDGET-FILE
               OPEN I-O BUDGET-FILE
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-TITULOS.
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
           IF TRN-ESTABELECIMENTO = SPACE
               MOVE '1' TO TRN-ESTABELECIMENTO
           END-IF.
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
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
               AND NOT TRN-EXCLUSAO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO DE ACAO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-ANO NOT NUMERIC OR TRN-ANO = ZEROS
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ANO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-MES NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "MES INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-MES < 1 OR TRN-MES > 12
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "MES INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-DEPTO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DEPARTAMENTO EM BRANCO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-EXCLUSAO
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING TRN-DEPTO WRK-DESCRICAO-DEPTO
               WRK-DEPTO-ACHADO.
           IF NOT WRK-DEPTO-ACHADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DEPTO NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           CALL "EMPRLOOK" USING TRN-ESTABELECIMENTO WRK-EMPR-CNPJ
               WRK-EMPR-RAZAO WRK-EMPR-ACHADO.
           IF NOT WRK-EMPR-ACHADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ESTABELECIMENTO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-QUADRO NOT NUMERIC OR TRN-CUSTO NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "QUADRO/CUSTO INVALIDOS" TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
       2200-APLICA-TRANSACAO.
           MOVE TRN-ANO TO ORC-ANO.
           MOVE TRN-ESTABELECIMENTO TO ORC-ESTABELECIMENTO.
           MOVE TRN-DEPTO TO ORC-DEPTO.
           MOVE TRN-MES TO ORC-MES.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ BUDGET-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "ORCAMENTO NAO CADASTRADO"
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
           WRITE ORCAMENTO-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ORCAMENTO JA CADASTRADO"
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
           REWRITE ORCAMENTO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "ALTERACAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE BUDGET-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "EXCLUSAO" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
       2240-MOVE-CAMPOS.
           MOVE SPACES TO ORCAMENTO-REC.
           MOVE TRN-ANO TO ORC-ANO.
           MOVE TRN-ESTABELECIMENTO TO ORC-ESTABELECIMENTO.
           MOVE TRN-DEPTO TO ORC-DEPTO.
           MOVE TRN-MES TO ORC-MES.
           MOVE TRN-QUADRO TO ORC-QUADRO.
           MOVE TRN-CUSTO TO ORC-CUSTO.
           MOVE WRK-DATA-HOJE TO ORC-DATA-ATUALIZACAO.
       2240-EXIT.
           EXIT.
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ANO TO WRK-EA-ANO.
           MOVE TRN-MES TO WRK-EA-MES.
           MOVE TRN-ESTABELECIMENTO TO WRK-EA-ESTAB.
           MOVE TRN-DEPTO TO WRK-EA-DEPTO.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2250-EXIT.
           EXIT.
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE TRN-ACAO TO WRK-D-ACAO.
           MOVE TRN-ANO TO WRK-D-ANO.
           MOVE TRN-MES TO WRK-D-MES.
           MOVE TRN-ESTABELECIMENTO TO WRK-D-ESTAB.
           MOVE TRN-DEPTO TO WRK-D-DEPTO.
           IF TRN-QUADRO NUMERIC
               MOVE TRN-QUADRO TO WRK-D-QUADRO
           END-IF.
           IF TRN-CUSTO NUMERIC
               MOVE TRN-CUSTO TO WRK-D-CUSTO
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
           CLOSE BUDGET-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM ORCMANT.
