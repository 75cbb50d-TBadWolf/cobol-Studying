       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSMANT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: MANUTENCAO EM LOTE DO CADASTRO DE PENSAO ALIMENTICIA
      *          (PENSAO) - LE O ARQUIVO DE TRANSACOES PENTRAN (UM
      *          CODIGO DE ACAO POR REGISTRO: 'I' INCLUSAO, 'A'
      *          ALTERACAO, 'E' EXCLUSAO, COM CPF DO FUNCIONARIO E
      *          SEQUENCIA DA ORDEM, NUMERO DO PROCESSO, NOME/CPF/CONTA
      *          DO BENEFICIARIO, REGRA DE CALCULO E AS MARCAS DE
      *          INCIDENCIA NO 13O E NAS FERIAS), VALIDA CADA TRANSACAO
      *          (CPFVALID NOS DOIS CPFS, FUNCIONARIO CADASTRADO NO
      *          MESTRE VIA CPFLOOK, CONTA COMPLETA, REGRA 'L'/'B' COM
      *          PERCENTUAL ATE 100 OU 'F' COM VALOR MAIOR QUE ZERO) E
      *          APLICA AS ACEITAS, NO MESMO ESQUEMA DE MANUTENCAO POR
      *          TRANSACAO DO CTAMAINT/DESCMANT, COM REGISTRO DE
      *          APLICADAS/REJEITADAS E AUDITLOG. A PRIMEIRA LINHA DO
      *          SYSIN TRAZ A IDENTIFICACAO DO OPERADOR, CONFERIDA NO
      *          OPERAUT VIA OPERCHK ANTES DE ABRIR O CADASTRO - NAO
      *          AUTORIZADO CANCELA COM RC=8. E DESTE CADASTRO QUE O
      *          PENSCALC APURA O DESCONTO DE CADA FOLHA E O BANKPAY
      *          CREDITA O BENEFICIARIO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIMONY-FILE ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.
           SELECT TRANSACTION-FILE ASSIGN TO "PENTRAN"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "PENMNTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALIMONY-FILE.
       COPY "PENSAO.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-SEQ                 PIC 9(02).
           02 TRN-PROCESSO            PIC X(25).
           02 TRN-BENEF-NOME          PIC X(30).
           02 TRN-BENEF-CPF           PIC X(11).
           02 TRN-BANCO               PIC 9(03).
           02 TRN-AGENCIA             PIC 9(04).
           02 TRN-CONTA               PIC 9(08).
           02 TRN-DIGITO              PIC X(01).
           02 TRN-TIPO-CONTA          PIC X(01).
           02 TRN-REGRA               PIC X(01).
           02 TRN-PERCENTUAL          PIC 9(03)V99.
           02 TRN-VALOR-FIXO          PIC 9(06)V99.
           02 TRN-INCIDE-13           PIC X(01).
           02 TRN-INCIDE-FERIAS       PIC X(01).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-PENSAO            PIC X(02) VALUE SPACES.
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
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "PENSMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-EA-SEQ            PIC 9(02).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "MANUTENCAO DE PENSAO ALIMENTICIA - EMIT.".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(12) VALUE " OPERADOR: ".
           02 WRK-CB-OPERADOR       PIC X(08).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ACAO            PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-D-SEQ             PIC 9(02).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
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
                       'PARA O PENSMANT - EXECUCAO CANCELADA'
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
           OPEN I-O ALIMONY-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT ALIMONY-FILE
               CLOSE ALIMONY-FILE
               OPEN I-O ALIMONY-FILE
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
      * VALIDACOES: ACAO RECONHECIDA, CPF DO FUNCIONARIO VALIDO E
      * CADASTRADO NO MESTRE, SEQUENCIA NUMERICA E, QUANDO A TRANSACAO
      * GRAVA O CADASTRO, OS DADOS DA ORDEM (2110).
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
           IF TRN-SEQ NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "SEQUENCIA DA ORDEM INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-INCLUSAO OR TRN-ALTERACAO
               PERFORM 2110-VALIDA-ORDEM THRU 2110-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DADOS DA ORDEM: PROCESSO E NOME DO BENEFICIARIO PREENCHIDOS,
      * CPF DO BENEFICIARIO VALIDO E DIFERENTE DO FUNCIONARIO, CONTA
      * COMPLETA (BANCO/AGENCIA/CONTA MAIORES QUE ZERO, TIPO 'C'/'P'),
      * REGRA 'L'/'B' COM PERCENTUAL DE 0,01 A 100 OU 'F' COM VALOR
      * FIXO MAIOR QUE ZERO, E MARCAS DE INCIDENCIA 'S'/'N' (BRANCO
      * VALE 'N').
      *****************************************************************
       2110-VALIDA-ORDEM.
           IF TRN-PROCESSO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "PROCESSO NAO INFORMADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2110-EXIT
           END-IF.
           IF TRN-BENEF-NOME = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "BENEFICIARIO NAO INFORMADO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2110-EXIT
           END-IF.
           MOVE 'N' TO WRK-CPF-VALIDO.
           CALL "CPFVALID" USING TRN-BENEF-CPF WRK-CPF-VALIDO.
           IF NOT WRK-CPF-OK OR TRN-BENEF-CPF = TRN-CPF
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CPF DO BENEFICIARIO INVALIDO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2110-EXIT
           END-IF.
           IF TRN-BANCO NOT NUMERIC OR TRN-BANCO = ZEROS
               OR TRN-AGENCIA NOT NUMERIC OR TRN-AGENCIA = ZEROS
               OR TRN-CONTA NOT NUMERIC OR TRN-CONTA = ZEROS
               OR (TRN-TIPO-CONTA NOT = 'C'
                   AND TRN-TIPO-CONTA NOT = 'P')
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CONTA DO BENEFICIARIO INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2110-EXIT
           END-IF.
           IF TRN-REGRA = 'L' OR TRN-REGRA = 'B'
               IF TRN-PERCENTUAL NOT NUMERIC
                   OR TRN-PERCENTUAL = ZEROS
                   OR TRN-PERCENTUAL > 100
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "PERCENTUAL INVALIDO" TO WRK-MOTIVO-REJEICAO
                   GO TO 2110-EXIT
               END-IF
           ELSE
               IF TRN-REGRA = 'F'
                   IF TRN-VALOR-FIXO NOT NUMERIC
                       OR TRN-VALOR-FIXO = ZEROS
                       SET WRK-REJEITADA-SW TO TRUE
                       MOVE "VALOR FIXO INVALIDO"
                           TO WRK-MOTIVO-REJEICAO
                       GO TO 2110-EXIT
                   END-IF
               ELSE
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "REGRA DE CALCULO INVALIDA"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2110-EXIT
               END-IF
           END-IF.
           IF (TRN-INCIDE-13 NOT = 'S' AND TRN-INCIDE-13 NOT = 'N'
                   AND TRN-INCIDE-13 NOT = SPACE)
               OR (TRN-INCIDE-FERIAS NOT = 'S'
                   AND TRN-INCIDE-FERIAS NOT = 'N'
                   AND TRN-INCIDE-FERIAS NOT = SPACE)
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "MARCA DE INCIDENCIA INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA REGISTRO NOVO
      * (ORDEM JA CADASTRADA REJEITA), ALTERACAO/EXCLUSAO LOCALIZAM A
      * ORDEM PELO CPF E SEQUENCIA (SEM CADASTRO REJEITA).
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-CPF TO PEN-CPF.
           MOVE TRN-SEQ TO PEN-SEQ.
           IF TRN-INCLUSAO
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           READ ALIMONY-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "ORDEM DE PENSAO NAO CADASTRADA"
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
           WRITE PENSAO-ALIMENTICIA-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ORDEM DE PENSAO JA CADASTRADA"
                   TO WRK-MOTIVO-REJEICAO
           ELSE
               ADD 1 TO WRK-QTDE-APLICADAS
               PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE PENSAO-ALIMENTICIA-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           DELETE ALIMONY-FILE RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
       2230-EXIT.
           EXIT.
      *****************************************************************
      * A REGRA PERCENTUAL GUARDA SO O PERCENTUAL E A REGRA FIXA SO O
      * VALOR - O CAMPO QUE NAO SE APLICA FICA ZERADO NO CADASTRO.
      *****************************************************************
       2240-MOVE-CAMPOS.
           MOVE SPACES TO PENSAO-ALIMENTICIA-REC.
           MOVE TRN-CPF TO PEN-CPF.
           MOVE TRN-SEQ TO PEN-SEQ.
           MOVE TRN-PROCESSO TO PEN-PROCESSO.
           MOVE TRN-BENEF-NOME TO PEN-BENEF-NOME.
           MOVE TRN-BENEF-CPF TO PEN-BENEF-CPF.
           MOVE TRN-BANCO TO PEN-BANCO.
           MOVE TRN-AGENCIA TO PEN-AGENCIA.
           MOVE TRN-CONTA TO PEN-CONTA.
           MOVE TRN-DIGITO TO PEN-DIGITO.
           MOVE TRN-TIPO-CONTA TO PEN-TIPO-CONTA.
           MOVE TRN-REGRA TO PEN-REGRA.
           IF TRN-REGRA = 'F'
               MOVE ZEROS TO PEN-PERCENTUAL
               MOVE TRN-VALOR-FIXO TO PEN-VALOR-FIXO
           ELSE
               MOVE TRN-PERCENTUAL TO PEN-PERCENTUAL
               MOVE ZEROS TO PEN-VALOR-FIXO
           END-IF.
           IF TRN-INCIDE-13 = 'S'
               MOVE 'S' TO PEN-INCIDE-13
           ELSE
               MOVE 'N' TO PEN-INCIDE-13
           END-IF.
           IF TRN-INCIDE-FERIAS = 'S'
               MOVE 'S' TO PEN-INCIDE-FERIAS
           ELSE
               MOVE 'N' TO PEN-INCIDE-FERIAS
           END-IF.
       2240-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO, CPF/SEQUENCIA DA ORDEM E OPERADOR NA
      * ENTRADA.
      *****************************************************************
       2250-GRAVA-AUDITORIA.
           MOVE TRN-ACAO TO WRK-EA-ACAO.
           MOVE TRN-CPF TO WRK-EA-CPF.
           MOVE TRN-SEQ TO WRK-EA-SEQ.
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
           IF TRN-SEQ NUMERIC
               MOVE TRN-SEQ TO WRK-D-SEQ
           ELSE
               MOVE ZEROS TO WRK-D-SEQ
           END-IF.
           MOVE WRK-NOME-FUNC TO WRK-D-NOME.
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
           CLOSE ALIMONY-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM PENSMANT.
