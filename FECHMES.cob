       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHMES.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: CHECKLIST E FECHAMENTO FORMAL DA COMPETENCIA - LE O
      *          CONTROLE DO FECHAMENTO (FECHCTL, GRAVADO PELO FECHETAP
      *          EM CADA ETAPA) E IMPRIME, NA ORDEM DA TABELA FECHETP,
      *          ONDE O MES ESTA: CADA ETAPA COM OS PRE-REQUISITOS, A
      *          SITUACAO (PENDENTE, EM ANDAMENTO, CONCLUIDA, ERRO OU
      *          INVALIDADA - COM A ETAPA QUE A INVALIDOU), A DATA/HORA,
      *          O OPERADOR E O RETURN-CODE DA ULTIMA EXECUCAO, E QUAIS
      *          ETAPAS JA PODEM RODAR.
      *          COM A ACAO 'F' NO SYSIN, FECHA A COMPETENCIA: SO COM
      *          TODAS AS ETAPAS CONCLUIDAS (O CONCILIA NAO PODE TER
      *          SIDO PULADO) E OPERADOR AUTORIZADO NO OPERAUT (VIA
      *          OPERCHK); GRAVA O REGISTRO DA COMPETENCIA FECHADA NO
      *          FECHCTL E O EVENTO NO AUDITLOG. COMPETENCIA FECHADA
      *          TRAVA TODAS AS ETAPAS DO FECHAMENTO (O FECHETAP
      *          RECUSA) - SO A FOLHA COMPLEMENTAR (FOLHACOM) CONTINUA
      *          RODANDO SOBRE ELA.
      *          SYSIN: ANO, MES, ACAO ('C' SO CHECKLIST, 'F' FECHAR)
      *          E OPERADOR (OBRIGATORIO PARA FECHAR).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSING-CONTROL ASSIGN TO "FECHCTL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCH-CHAVE
               FILE STATUS IS WRK-FS-FECHAMENTO.
           SELECT CHECKLIST-REPORT ASSIGN TO "FECHMERP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSING-CONTROL.
       COPY "FECHCTL.CPY".
       FD  CHECKLIST-REPORT.
       01  CHECKLIST-REPORT-REC       PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "FECHETP.CPY".
       77 WRK-FS-FECHAMENTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-FECH-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-ACAO                 PIC X(01) VALUE SPACE.
           88 WRK-ACAO-CHECKLIST            VALUE 'C' SPACE.
           88 WRK-ACAO-FECHAR               VALUE 'F'.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-CONTROLE-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CONTROLE-ABERTO-SW        VALUE 'S'.
       77 WRK-COMPETENCIA-FECHADA  PIC X(01) VALUE 'N'.
           88 WRK-FECHADA-SW                VALUE 'S'.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-PRE              PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-BUSCA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PRE-REQUISITO        PIC X(08) VALUE SPACES.
       77 WRK-PRE-PENDENTE         PIC X(01) VALUE 'N'.
           88 WRK-PRE-PENDENTE-SW           VALUE 'S'.
       77 WRK-QTDE-CONCLUIDAS      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-LIBERADAS       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FM-DATA              PIC 9(08) VALUE ZEROS.
       01 WRK-FM-RELOGIO.
           02 WRK-FM-HORA          PIC 9(06).
           02 FILLER               PIC 9(02).
      *****************************************************************
      * SITUACAO DE CADA ETAPA NA COMPETENCIA, NA ORDEM DA TABELA, PARA
      * SABER SE OS PRE-REQUISITOS DE UMA ETAPA PENDENTE JA ESTAO
      * CONCLUIDOS.
      *****************************************************************
       01 WRK-TABELA-SITUACAO.
           02 WRK-TS-SITUACAO       PIC X(01) OCCURS 14 TIMES.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "FECHMES".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(12) VALUE "FECHAMENTO ".
           02 WRK-EA-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-EA-ANO            PIC 9(04).
           02 FILLER                PIC X(11) VALUE SPACES.
       01 WRK-RESULT-AUDIT.
           02 FILLER                PIC X(22) VALUE
               "COMPETENCIA FECHADA - ".
           02 WRK-RA-OPERADOR       PIC X(08).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(38) VALUE
               "CHECKLIST DO FECHAMENTO - COMPETENCIA ".
           02 WRK-CB-COMP-MES       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-COMP-ANO       PIC 9(04).
           02 FILLER                PIC X(13) VALUE " - EMITIDO EM".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-SITUACAO-MES.
           02 FILLER                PIC X(25) VALUE
               "SITUACAO DA COMPETENCIA: ".
           02 WRK-SM-TEXTO          PIC X(11).
           02 WRK-SM-DATA           PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-SM-HORA           PIC X(06).
           02 WRK-SM-POR            PIC X(05).
           02 WRK-SM-OPERADOR       PIC X(08).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(10) VALUE "ETAPA".
           02 FILLER                PIC X(28) VALUE "PRE-REQUISITOS".
           02 FILLER                PIC X(13) VALUE "SITUACAO".
           02 FILLER                PIC X(09) VALUE "DATA".
           02 FILLER                PIC X(07) VALUE "HORA".
           02 FILLER                PIC X(09) VALUE "OPERADOR".
           02 FILLER                PIC X(04) VALUE "RC".
           02 FILLER                PIC X(20) VALUE "OBSERVACAO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ETAPA           PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PRE-REQUISITOS.
               03 WRK-D-PRE         PIC X(09) OCCURS 3 TIMES.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-SITUACAO        PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DATA            PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-HORA            PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-OPERADOR        PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-RC              PIC X(03).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-OBSERVACAO      PIC X(20).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(19) VALUE
               "ETAPAS CONCLUIDAS: ".
           02 WRK-TOT-CONCL-ED      PIC Z9.
           02 FILLER                PIC X(04) VALUE " DE ".
           02 WRK-TOT-ETAPAS-ED     PIC Z9.
           02 FILLER                PIC X(23) VALUE
               " - LIBERADAS PARA RODAR".
           02 FILLER                PIC X(02) VALUE ": ".
           02 WRK-TOT-LIBER-ED      PIC Z9.
       01 WRK-LINHA-RESULTADO.
           02 WRK-LR-TEXTO          PIC X(100).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-ACAO FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-ACAO-CHECKLIST AND NOT WRK-ACAO-FECHAR
               DISPLAY 'ACAO INVALIDA (C OU F) - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-ACAO-FECHAR
               CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
                   WRK-AUTORIZADO
               IF NOT WRK-AUTORIZADO-SIM
                   DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO AUTORIZADO '
                           'A FECHAR A COMPETENCIA - EXECUCAO '
                           'CANCELADA'
                   MOVE 8 TO RETURN-CODE
                   GO TO 0000-FIM
               END-IF
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-IMPRIME-ETAPA THRU 2000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > FET-QTDE-ETAPAS.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE O CONTROLE (SEM ELE NENHUMA ETAPA RODOU AINDA - O
      * CHECKLIST SAI TODO PENDENTE) E IMPRIME O CABECALHO COM A
      * SITUACAO DA COMPETENCIA.
      *****************************************************************
       1000-INICIO.
           IF WRK-ACAO-FECHAR
               OPEN I-O CLOSING-CONTROL
           ELSE
               OPEN INPUT CLOSING-CONTROL
           END-IF.
           IF NOT WRK-FS-FECH-NAO-ENCONTRADO
               SET WRK-CONTROLE-ABERTO-SW TO TRUE
           END-IF.
           OPEN OUTPUT CHECKLIST-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-COMP-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-COMP-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE "ABERTA" TO WRK-SM-TEXTO.
           MOVE SPACES TO WRK-SM-DATA.
           MOVE SPACES TO WRK-SM-HORA.
           MOVE SPACES TO WRK-SM-POR.
           MOVE SPACES TO WRK-SM-OPERADOR.
           IF WRK-CONTROLE-ABERTO-SW
               MOVE WRK-ANO-COMPETENCIA TO FCH-ANO
               MOVE WRK-MES-COMPETENCIA TO FCH-MES
               MOVE SPACES TO FCH-ETAPA
               READ CLOSING-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF FCH-COMPETENCIA-FECHADA
                           SET WRK-FECHADA-SW TO TRUE
                           MOVE "FECHADA EM " TO WRK-SM-TEXTO
                           MOVE FCH-DATA TO WRK-SM-DATA
                           MOVE FCH-HORA TO WRK-SM-HORA
                           MOVE " POR " TO WRK-SM-POR
                           MOVE FCH-OPERADOR TO WRK-SM-OPERADOR
                       END-IF
               END-READ
           END-IF.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-SITUACAO-MES.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-TITULO.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME UMA ETAPA COM A SITUACAO GRAVADA NO FECHCTL. ETAPA QUE
      * AINDA NAO ESTA CONCLUIDA E TEM TODOS OS PRE-REQUISITOS
      * CONCLUIDOS SAI MARCADA COMO LIBERADA PARA RODAR.
      *****************************************************************
       2000-IMPRIME-ETAPA.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE FET-ETAPA (WRK-IDX) TO WRK-D-ETAPA.
           PERFORM 2050-MONTA-PRE-REQUISITO THRU 2050-EXIT
               VARYING WRK-IDX-PRE FROM 1 BY 1
               UNTIL WRK-IDX-PRE > 3.
           MOVE SPACE TO WRK-TS-SITUACAO (WRK-IDX).
           MOVE "PENDENTE" TO WRK-D-SITUACAO.
           IF WRK-CONTROLE-ABERTO-SW
               MOVE WRK-ANO-COMPETENCIA TO FCH-ANO
               MOVE WRK-MES-COMPETENCIA TO FCH-MES
               MOVE FET-ETAPA (WRK-IDX) TO FCH-ETAPA
               READ CLOSING-CONTROL
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 2100-MONTA-SITUACAO THRU 2100-EXIT
               END-READ
           END-IF.
           IF WRK-TS-SITUACAO (WRK-IDX) NOT = 'C'
               AND NOT WRK-FECHADA-SW
               MOVE 'N' TO WRK-PRE-PENDENTE
               PERFORM 2200-CONFERE-PRE-REQUISITO THRU 2200-EXIT
                   VARYING WRK-IDX-PRE FROM 1 BY 1
                   UNTIL WRK-IDX-PRE > 3
               IF NOT WRK-PRE-PENDENTE-SW
                   AND WRK-TS-SITUACAO (WRK-IDX) NOT = 'A'
                   ADD 1 TO WRK-QTDE-LIBERADAS
                   IF WRK-D-OBSERVACAO = SPACES
                       MOVE "LIBERADA PARA RODAR" TO WRK-D-OBSERVACAO
                   END-IF
               END-IF
           END-IF.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-DETALHE.
       2000-EXIT.
           EXIT.
       2050-MONTA-PRE-REQUISITO.
           MOVE FET-PRE-REQUISITO (WRK-IDX WRK-IDX-PRE)
               TO WRK-D-PRE (WRK-IDX-PRE).
       2050-EXIT.
           EXIT.
       2100-MONTA-SITUACAO.
           MOVE FCH-SITUACAO TO WRK-TS-SITUACAO (WRK-IDX).
           MOVE FCH-DATA TO WRK-D-DATA.
           MOVE FCH-HORA TO WRK-D-HORA.
           MOVE FCH-OPERADOR TO WRK-D-OPERADOR.
           MOVE FCH-RETURN-CODE TO WRK-D-RC.
           EVALUATE TRUE
               WHEN FCH-CONCLUIDA
                   MOVE "CONCLUIDA" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-CONCLUIDAS
               WHEN FCH-COM-ERRO
                   MOVE "ERRO" TO WRK-D-SITUACAO
               WHEN FCH-INVALIDADA
                   MOVE "INVALIDADA" TO WRK-D-SITUACAO
                   MOVE "POR " TO WRK-D-OBSERVACAO
                   MOVE FCH-INVALIDADA-POR TO WRK-D-OBSERVACAO (5:8)
               WHEN OTHER
                   MOVE "EM ANDAMENTO" TO WRK-D-SITUACAO
                   MOVE SPACES TO WRK-D-RC
           END-EVALUATE.
       2100-EXIT.
           EXIT.
       2200-CONFERE-PRE-REQUISITO.
           MOVE FET-PRE-REQUISITO (WRK-IDX WRK-IDX-PRE)
               TO WRK-PRE-REQUISITO.
           IF WRK-PRE-REQUISITO = SPACES
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2210-PROCURA-PRE-REQUISITO THRU 2210-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA >= WRK-IDX.
       2200-EXIT.
           EXIT.
       2210-PROCURA-PRE-REQUISITO.
           IF FET-ETAPA (WRK-IDX-BUSCA) = WRK-PRE-REQUISITO
               AND WRK-TS-SITUACAO (WRK-IDX-BUSCA) NOT = 'C'
               SET WRK-PRE-PENDENTE-SW TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O TOTAL E, NA ACAO 'F', FECHA A COMPETENCIA SE TODAS AS
      * ETAPAS ESTAO CONCLUIDAS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-CONCLUIDAS TO WRK-TOT-CONCL-ED.
           MOVE FET-QTDE-ETAPAS TO WRK-TOT-ETAPAS-ED.
           MOVE WRK-QTDE-LIBERADAS TO WRK-TOT-LIBER-ED.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-ACAO-FECHAR
               PERFORM 3100-FECHA-COMPETENCIA THRU 3100-EXIT
           END-IF.
           IF WRK-CONTROLE-ABERTO-SW
               CLOSE CLOSING-CONTROL
           END-IF.
           CLOSE CHECKLIST-REPORT.
       3000-EXIT.
           EXIT.
       3100-FECHA-COMPETENCIA.
           IF WRK-FECHADA-SW
               MOVE "COMPETENCIA JA ESTAVA FECHADA - NADA A FAZER"
                   TO WRK-LR-TEXTO
               WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-RESULTADO
               DISPLAY WRK-LR-TEXTO
               GO TO 3100-EXIT
           END-IF.
           IF WRK-QTDE-CONCLUIDAS < FET-QTDE-ETAPAS
               MOVE "FECHAMENTO RECUSADO - HA ETAPAS NAO CONCLUIDAS"
                   TO WRK-LR-TEXTO
               WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-RESULTADO
               DISPLAY WRK-LR-TEXTO
               MOVE 8 TO RETURN-CODE
               GO TO 3100-EXIT
           END-IF.
           ACCEPT WRK-FM-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-FM-RELOGIO FROM TIME.
           MOVE SPACES TO CLOSING-CONTROL-REC.
           MOVE WRK-ANO-COMPETENCIA TO FCH-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCH-MES.
           MOVE SPACES TO FCH-ETAPA.
           SET FCH-COMPETENCIA-FECHADA TO TRUE.
           MOVE WRK-FM-DATA TO FCH-DATA.
           MOVE WRK-FM-HORA TO FCH-HORA.
           MOVE WRK-OPERADOR TO FCH-OPERADOR.
           MOVE ZEROS TO FCH-RETURN-CODE.
           MOVE ZEROS TO FCH-DATA-INVALIDACAO.
           MOVE ZEROS TO FCH-HORA-INVALIDACAO.
           WRITE CLOSING-CONTROL-REC
               INVALID KEY
                   REWRITE CLOSING-CONTROL-REC
           END-WRITE.
           MOVE "COMPETENCIA FECHADA - ETAPAS DO FECHAMENTO TRAVADAS"
               TO WRK-LR-TEXTO.
           WRITE CHECKLIST-REPORT-REC FROM WRK-LINHA-RESULTADO.
           DISPLAY WRK-LR-TEXTO.
           MOVE WRK-MES-COMPETENCIA TO WRK-EA-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-EA-ANO.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           MOVE WRK-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       3100-EXIT.
           EXIT.
       END PROGRAM FECHMES.
