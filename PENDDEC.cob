       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDDEC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: TRATAMENTO DA LISTA DE PENDENCIAS CONSOLIDADA PELOS
      *          ANALISTAS - LE O ARQUIVO DE DECISOES PENDDEC (ACAO,
      *          CHAVE COMPLETA DA PENDENCIA - ORIGEM, ANO, MES, CPF,
      *          TIPO E REFERENCIA, COMO SAI NO RELATORIO PENDAGE -,
      *          RESPONSAVEL, OPERADOR E OBSERVACAO), NO MESMO ESQUEMA
      *          DO VAREXREV E DO BANKLIB:
      *            'A' - ATRIBUI A PENDENCIA AO RESPONSAVEL INFORMADO
      *                  (CONTINUA EM ABERTO, CONTANDO O SLA);
      *            'R' - RESOLVE A PENDENCIA, COM A OBSERVACAO DE COMO
      *                  FOI TRATADA.
      *          O OPERADOR TEM DE ESTAR AUTORIZADO NO OPERAUT PARA O
      *          PENDDEC. PENDENCIA INEXISTENTE OU JA RESOLVIDA, ACAO
      *          INVALIDA, ATRIBUICAO SEM RESPONSAVEL E RESOLUCAO SEM
      *          OBSERVACAO SAO REJEITADAS NO REGISTRO (RC=8). TODA
      *          DECISAO APLICADA VAI PARA O AUDITLOG E FICA GRAVADA NO
      *          PENDTRAB COM OPERADOR E DATA. SE A ORIGEM APONTAR A
      *          MESMA EXCECAO DE NOVO NUM RERUN, O PENDREG REABRE A
      *          PENDENCIA RESOLVIDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "PENDDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECISOES.
           SELECT WORKLIST-FILE ASSIGN TO "PENDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT DECISION-REPORT ASSIGN TO "PENDDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-REC.
           02 DEC-ACAO                PIC X(01).
               88 DEC-ATRIBUI                   VALUE 'A'.
               88 DEC-RESOLVE                   VALUE 'R'.
           02 FILLER                  PIC X(01).
           02 DEC-ORIGEM              PIC X(08).
           02 FILLER                  PIC X(01).
           02 DEC-ANO                 PIC 9(04).
           02 FILLER                  PIC X(01).
           02 DEC-MES                 PIC 9(02).
           02 FILLER                  PIC X(01).
           02 DEC-CPF                 PIC X(11).
           02 FILLER                  PIC X(01).
           02 DEC-TIPO                PIC X(04).
           02 FILLER                  PIC X(01).
           02 DEC-REFERENCIA          PIC X(10).
           02 FILLER                  PIC X(01).
           02 DEC-RESPONSAVEL         PIC X(08).
           02 FILLER                  PIC X(01).
           02 DEC-OPERADOR            PIC X(08).
           02 FILLER                  PIC X(01).
           02 DEC-OBSERVACAO          PIC X(40).
       FD  WORKLIST-FILE.
       COPY "PENDTRAB.CPY".
       FD  DECISION-REPORT.
       01  DECISION-REPORT-REC        PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-DECISOES          PIC X(02) VALUE SPACES.
           88 WRK-FS-DEC-NAO-ABERTO         VALUE "35".
       77 WRK-FS-PENDENCIAS        PIC X(02) VALUE SPACES.
           88 WRK-FS-PND-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FIM-DECISOES         PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEC-SW                VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-DECISAO-REJEITADA    PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "PENDDEC".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(05) VALUE "PEND ".
           02 WRK-EA-ORIGEM         PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-TIPO           PIC X(04).
       01 WRK-RESULT-AUDIT.
           02 WRK-RA-ACAO           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-RA-RESPONSAVEL    PIC X(08).
           02 FILLER                PIC X(04) VALUE " OP ".
           02 WRK-RA-OPERADOR       PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "DECISOES DA LISTA DE PENDENCIAS - EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ORIGEM          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MES             PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-TIPO            PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ACAO            PIC X(01).
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
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-DEC-NAO-ABERTO
               OR WRK-FS-PND-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-DEC-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           IF WRK-QTDE-REJEITADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS - SEM O PENDTRAB NAO HA PENDENCIA A TRATAR - E
      * LE A PRIMEIRA DECISAO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT DECISION-FILE.
           IF WRK-FS-DEC-NAO-ABERTO
               DISPLAY 'PENDDEC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O WORKLIST-FILE.
           IF WRK-FS-PND-NAO-ENCONTRADO
               DISPLAY 'PENDTRAB NAO ENCONTRADO - NENHUMA PENDENCIA '
                       'APONTADA AINDA'
               CLOSE DECISION-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT DECISION-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE DECISION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           READ DECISION-FILE
               AT END SET WRK-FIM-DEC-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA E APLICA A DECISAO CORRENTE NA PENDENCIA, GRAVA A LINHA
      * NO REGISTRO E LE A PROXIMA.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-DECISAO-REJEITADA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2050-VALIDA-DECISAO THRU 2050-EXIT.
           IF NOT WRK-REJEITADA-SW
               PERFORM 2100-APLICA-DECISAO THRU 2100-EXIT
           END-IF.
           PERFORM 2300-GRAVA-REGISTRO THRU 2300-EXIT.
           READ DECISION-FILE
               AT END SET WRK-FIM-DEC-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ACAO RECONHECIDA, OPERADOR INFORMADO E AUTORIZADO PARA O
      * PENDDEC, PENDENCIA EXISTENTE E AINDA EM ABERTO, RESPONSAVEL NA
      * ATRIBUICAO E OBSERVACAO NA RESOLUCAO.
      *****************************************************************
       2050-VALIDA-DECISAO.
           IF NOT DEC-ATRIBUI AND NOT DEC-RESOLVE
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ACAO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-OPERADOR = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           MOVE 'N' TO WRK-AUTORIZADO.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA DEC-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OPERADOR NAO AUTORIZADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-ATRIBUI AND DEC-RESPONSAVEL = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "RESPONSAVEL NAO INFORMADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-RESOLVE AND DEC-OBSERVACAO = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OBSERVACAO NAO INFORMADA" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           MOVE DEC-ORIGEM TO PND-ORIGEM.
           MOVE DEC-ANO TO PND-ANO.
           MOVE DEC-MES TO PND-MES.
           MOVE DEC-CPF TO PND-CPF.
           MOVE DEC-TIPO TO PND-TIPO.
           MOVE DEC-REFERENCIA TO PND-REFERENCIA.
           READ WORKLIST-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "PENDENCIA NAO CONSTA NA LISTA"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2050-EXIT
           END-READ.
           IF PND-RESOLVIDA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "PENDENCIA JA RESOLVIDA" TO WRK-MOTIVO-REJEICAO
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A ATRIBUICAO OU A RESOLUCAO NO PENDTRAB.
      *****************************************************************
       2100-APLICA-DECISAO.
           IF DEC-ATRIBUI
               MOVE 'T' TO PND-SITUACAO
               MOVE DEC-RESPONSAVEL TO PND-RESPONSAVEL
               MOVE WRK-DATA-HOJE-NUM TO PND-DATA-ATRIBUICAO
           ELSE
               MOVE 'R' TO PND-SITUACAO
               MOVE WRK-DATA-HOJE-NUM TO PND-DATA-RESOLUCAO
           END-IF.
           MOVE DEC-OPERADOR TO PND-OPERADOR.
           IF DEC-OBSERVACAO NOT = SPACES
               MOVE DEC-OBSERVACAO TO PND-OBSERVACAO
           END-IF.
           REWRITE PENDENCIA-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           PERFORM 2200-GRAVA-AUDITORIA THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A DECISAO NA TRILHA DE AUDITORIA COMPARTILHADA - QUEM
      * ATRIBUIU OU RESOLVEU O QUE.
      *****************************************************************
       2200-GRAVA-AUDITORIA.
           MOVE DEC-ORIGEM TO WRK-EA-ORIGEM.
           MOVE DEC-CPF TO WRK-EA-CPF.
           MOVE DEC-TIPO TO WRK-EA-TIPO.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           IF DEC-ATRIBUI
               MOVE "ATRIB." TO WRK-RA-ACAO
               MOVE DEC-RESPONSAVEL TO WRK-RA-RESPONSAVEL
           ELSE
               MOVE "RESOLV." TO WRK-RA-ACAO
               MOVE SPACES TO WRK-RA-RESPONSAVEL
           END-IF.
           MOVE DEC-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2200-EXIT.
           EXIT.
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE DEC-ORIGEM TO WRK-D-ORIGEM.
           MOVE DEC-CPF TO WRK-D-CPF.
           MOVE DEC-MES TO WRK-D-MES.
           MOVE DEC-ANO TO WRK-D-ANO.
           MOVE DEC-TIPO TO WRK-D-TIPO.
           MOVE DEC-ACAO TO WRK-D-ACAO.
           IF WRK-REJEITADA-SW
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
           ELSE
               MOVE "APLICADA" TO WRK-D-SITUACAO
               IF DEC-ATRIBUI
                   MOVE DEC-RESPONSAVEL TO WRK-D-MOTIVO
               END-IF
           END-IF.
           WRITE DECISION-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-LIDAS TO WRK-TOT-LIDAS-ED.
           MOVE WRK-QTDE-APLICADAS TO WRK-TOT-APLIC-ED.
           MOVE WRK-QTDE-REJEITADAS TO WRK-TOT-REJEIT-ED.
           WRITE DECISION-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE DECISION-FILE.
           CLOSE WORKLIST-FILE.
           CLOSE DECISION-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM PENDDEC.
