       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHETAP.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: CONTROLE DAS ETAPAS DO FECHAMENTO MENSAL, CHAMADO POR
      *          CADA PROGRAMA DO FECHAMENTO (TABELA FECHETP) DUAS
      *          VEZES POR EXECUCAO:
      *          - OPERACAO 'I' (INICIO), LOGO DEPOIS DE VALIDAR A
      *            COMPETENCIA: RECUSA A EXECUCAO (LIBERADA = 'N') SE
      *            A COMPETENCIA JA FOI FECHADA NO FECHMES, SE O
      *            OPERADOR NAO FOI INFORMADO OU SE ALGUM PRE-REQUISITO
      *            DA ETAPA NAO ESTA CONCLUIDO NA COMPETENCIA (NAO
      *            RODOU, ESTA EM ANDAMENTO, TERMINOU COM ERRO OU FOI
      *            INVALIDADO). LIBERADA, GRAVA A ETAPA EM ANDAMENTO NO
      *            FECHCTL E INVALIDA TODAS AS ETAPAS JA CONCLUIDAS QUE
      *            DEPENDEM DELA, DIRETA OU INDIRETAMENTE - O QUE ELAS
      *            PRODUZIRAM PARTIU DE UMA SAIDA QUE ESTA SENDO
      *            REFEITA;
      *          - OPERACAO 'F' (FIM), COM O RETURN-CODE DO PROGRAMA:
      *            MARCA A ETAPA CONCLUIDA (RC ATE 4) OU COM ERRO.
      *          RECUSA VAI PARA A TRILHA AUDITLOG COM O OPERADOR E A
      *          ETAPA, COMO A RECUSA DO OPERCHK.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSING-CONTROL.
       COPY "FECHCTL.CPY".
       WORKING-STORAGE SECTION.
       COPY "FECHETP.CPY".
       77 WRK-FS-FECHAMENTO        PIC X(02) VALUE SPACES.
           88 WRK-FS-FECH-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-ETAPA-PEDIDA         PIC X(08) VALUE SPACES.
       77 WRK-IDX-ETAPA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-PRE              PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-BUSCA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PRE-REQUISITO        PIC X(08) VALUE SPACES.
       77 WRK-ETAPA-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-ETAPA-ACHADA-SW           VALUE 'S'.
       77 WRK-RECUSADA             PIC X(01) VALUE 'N'.
           88 WRK-RECUSADA-SW               VALUE 'S'.
       77 WRK-PRE-AFETADO          PIC X(01) VALUE 'N'.
           88 WRK-PRE-AFETADO-SW            VALUE 'S'.
       77 WRK-QTDE-INVALIDADAS     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-FC-DATA              PIC 9(08) VALUE ZEROS.
       01 WRK-FC-RELOGIO.
           02 WRK-FC-HORA          PIC 9(06).
           02 FILLER               PIC 9(02).
      *****************************************************************
      * ETAPAS ATINGIDAS PELA NOVA EXECUCAO, NA ORDEM DA TABELA.
      *****************************************************************
       01 WRK-TABELA-AFETADAS.
           02 WRK-AFETADA           PIC X(01) OCCURS 14 TIMES.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "FECHETAP".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-RECUSA.
           02 WRK-ER-OPERADOR       PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-ER-ETAPA          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-ER-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-ER-ANO            PIC 9(04).
           02 FILLER                PIC X(05) VALUE SPACES.
       LINKAGE SECTION.
       01 WRK-PROGRAMA-LK          PIC X(12).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       01 WRK-OPERACAO-LK          PIC X(01).
           88 WRK-OPERACAO-INICIO          VALUE 'I'.
           88 WRK-OPERACAO-FIM             VALUE 'F'.
       01 WRK-OPERADOR-LK          PIC X(08).
       01 WRK-RC-LK                PIC 9(03).
       01 WRK-LIBERADA-LK          PIC X(01).
           88 WRK-LIBERADA-SIM             VALUE 'S'.
           88 WRK-LIBERADA-NAO             VALUE 'N'.
       PROCEDURE DIVISION USING WRK-PROGRAMA-LK WRK-ANO-LK WRK-MES-LK
               WRK-OPERACAO-LK WRK-OPERADOR-LK WRK-RC-LK
               WRK-LIBERADA-LK.
       0000-MAINLINE.
           MOVE 'N' TO WRK-LIBERADA-LK.
           MOVE 'N' TO WRK-RECUSADA.
           MOVE WRK-PROGRAMA-LK TO WRK-ETAPA-PEDIDA.
           ACCEPT WRK-FC-DATA FROM DATE YYYYMMDD.
           ACCEPT WRK-FC-RELOGIO FROM TIME.
           MOVE 'N' TO WRK-ETAPA-ACHADA.
           MOVE ZEROS TO WRK-IDX-ETAPA.
           PERFORM 0100-PROCURA-ETAPA THRU 0100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > FET-QTDE-ETAPAS
                   OR WRK-ETAPA-ACHADA-SW.
           IF NOT WRK-ETAPA-ACHADA-SW
               DISPLAY 'ETAPA ' WRK-ETAPA-PEDIDA ' NAO CONSTA NA '
                       'TABELA DO FECHAMENTO - EXECUCAO RECUSADA'
               PERFORM 9000-REGISTRA-RECUSA THRU 9000-EXIT
               GOBACK
           END-IF.
           OPEN I-O CLOSING-CONTROL.
           IF WRK-FS-FECHAMENTO = "35"
               OPEN OUTPUT CLOSING-CONTROL
               CLOSE CLOSING-CONTROL
               OPEN I-O CLOSING-CONTROL
           END-IF.
           IF WRK-FS-FECHAMENTO NOT = "00"
               DISPLAY 'FECHCTL NAO PODE SER ABERTO - FILE STATUS '
                       WRK-FS-FECHAMENTO ' - EXECUCAO RECUSADA'
               PERFORM 9000-REGISTRA-RECUSA THRU 9000-EXIT
               GOBACK
           END-IF.
           IF WRK-OPERACAO-INICIO
               PERFORM 1000-INICIA-ETAPA THRU 1000-EXIT
           ELSE
               PERFORM 3000-TERMINA-ETAPA THRU 3000-EXIT
           END-IF.
           CLOSE CLOSING-CONTROL.
           GOBACK.
       0100-PROCURA-ETAPA.
           IF FET-ETAPA (WRK-IDX) = WRK-ETAPA-PEDIDA
               MOVE WRK-IDX TO WRK-IDX-ETAPA
               SET WRK-ETAPA-ACHADA-SW TO TRUE
           END-IF.
       0100-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE SE A ETAPA PODE RODAR E, PODENDO, GRAVA A ETAPA EM
      * ANDAMENTO E INVALIDA AS QUE DEPENDEM DELA.
      *****************************************************************
       1000-INICIA-ETAPA.
           IF WRK-OPERADOR-LK = SPACES
               DISPLAY 'OPERADOR NAO INFORMADO NO SYSIN - ETAPA '
                       WRK-ETAPA-PEDIDA ' RECUSADA'
               SET WRK-RECUSADA-SW TO TRUE
           END-IF.
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE SPACES TO FCH-ETAPA.
           READ CLOSING-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF FCH-COMPETENCIA-FECHADA
                       DISPLAY 'COMPETENCIA ' WRK-MES-LK '/'
                               WRK-ANO-LK ' FECHADA EM ' FCH-DATA
                               ' POR ' FCH-OPERADOR ' - ETAPA '
                               WRK-ETAPA-PEDIDA ' RECUSADA'
                       SET WRK-RECUSADA-SW TO TRUE
                   END-IF
           END-READ.
           PERFORM 1100-CONFERE-PRE-REQUISITO THRU 1100-EXIT
               VARYING WRK-IDX-PRE FROM 1 BY 1
               UNTIL WRK-IDX-PRE > 3.
           IF WRK-RECUSADA-SW
               PERFORM 9000-REGISTRA-RECUSA THRU 9000-EXIT
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1200-GRAVA-ANDAMENTO THRU 1200-EXIT.
           PERFORM 2000-INVALIDA-DEPENDENTES THRU 2000-EXIT.
           MOVE 'S' TO WRK-LIBERADA-LK.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * UM PRE-REQUISITO SO LIBERA A ETAPA QUANDO ESTA CONCLUIDO NA
      * COMPETENCIA.
      *****************************************************************
       1100-CONFERE-PRE-REQUISITO.
           MOVE FET-PRE-REQUISITO (WRK-IDX-ETAPA WRK-IDX-PRE)
               TO WRK-PRE-REQUISITO.
           IF WRK-PRE-REQUISITO = SPACES
               GO TO 1100-EXIT
           END-IF.
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE WRK-PRE-REQUISITO TO FCH-ETAPA.
           READ CLOSING-CONTROL
               INVALID KEY
                   DISPLAY 'PRE-REQUISITO ' WRK-PRE-REQUISITO
                           ' NAO EXECUTADO NA COMPETENCIA '
                           WRK-MES-LK '/' WRK-ANO-LK ' - ETAPA '
                           WRK-ETAPA-PEDIDA ' RECUSADA'
                   SET WRK-RECUSADA-SW TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF FCH-CONCLUIDA
               GO TO 1100-EXIT
           END-IF.
           SET WRK-RECUSADA-SW TO TRUE.
           IF FCH-INVALIDADA
               DISPLAY 'PRE-REQUISITO ' WRK-PRE-REQUISITO
                       ' INVALIDADO PELA NOVA EXECUCAO DE '
                       FCH-INVALIDADA-POR ' - ETAPA '
                       WRK-ETAPA-PEDIDA ' RECUSADA'
           ELSE
               IF FCH-COM-ERRO
                   DISPLAY 'PRE-REQUISITO ' WRK-PRE-REQUISITO
                           ' TERMINOU COM RC ' FCH-RETURN-CODE
                           ' - ETAPA ' WRK-ETAPA-PEDIDA ' RECUSADA'
               ELSE
                   DISPLAY 'PRE-REQUISITO ' WRK-PRE-REQUISITO
                           ' AINDA EM ANDAMENTO OU INTERROMPIDO - '
                           'ETAPA ' WRK-ETAPA-PEDIDA ' RECUSADA'
               END-IF
           END-IF.
       1100-EXIT.
           EXIT.
       1200-GRAVA-ANDAMENTO.
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE WRK-ETAPA-PEDIDA TO FCH-ETAPA.
           READ CLOSING-CONTROL
               INVALID KEY
                   PERFORM 1210-MONTA-ETAPA THRU 1210-EXIT
                   WRITE CLOSING-CONTROL-REC
               NOT INVALID KEY
                   PERFORM 1210-MONTA-ETAPA THRU 1210-EXIT
                   REWRITE CLOSING-CONTROL-REC
           END-READ.
       1200-EXIT.
           EXIT.
       1210-MONTA-ETAPA.
           MOVE SPACES TO CLOSING-CONTROL-REC.
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE WRK-ETAPA-PEDIDA TO FCH-ETAPA.
           SET FCH-EM-ANDAMENTO TO TRUE.
           MOVE WRK-FC-DATA TO FCH-DATA.
           MOVE WRK-FC-HORA TO FCH-HORA.
           MOVE WRK-OPERADOR-LK TO FCH-OPERADOR.
           MOVE ZEROS TO FCH-RETURN-CODE.
           MOVE ZEROS TO FCH-DATA-INVALIDACAO.
           MOVE ZEROS TO FCH-HORA-INVALIDACAO.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE AS ETAPAS SEGUINTES NA ORDEM DA TABELA: UMA ETAPA E
      * ATINGIDA QUANDO ALGUM PRE-REQUISITO DELA FOI ATINGIDO; SE JA
      * ESTAVA CONCLUIDA (OU EM ANDAMENTO) NA COMPETENCIA, PASSA A
      * INVALIDADA, COM A ETAPA QUE A INVALIDOU.
      *****************************************************************
       2000-INVALIDA-DEPENDENTES.
           MOVE ALL 'N' TO WRK-TABELA-AFETADAS.
           MOVE 'S' TO WRK-AFETADA (WRK-IDX-ETAPA).
           MOVE ZEROS TO WRK-QTDE-INVALIDADAS.
           PERFORM 2100-CONFERE-DEPENDENTE THRU 2100-EXIT
               VARYING WRK-IDX FROM WRK-IDX-ETAPA BY 1
               UNTIL WRK-IDX > FET-QTDE-ETAPAS.
           IF WRK-QTDE-INVALIDADAS > ZEROS
               DISPLAY 'AVISO: NOVA EXECUCAO DE ' WRK-ETAPA-PEDIDA
                       ' INVALIDOU ' WRK-QTDE-INVALIDADAS
                       ' ETAPA(S) SEGUINTE(S) DA COMPETENCIA '
                       WRK-MES-LK '/' WRK-ANO-LK ' - RERODAR'
           END-IF.
       2000-EXIT.
           EXIT.
       2100-CONFERE-DEPENDENTE.
           IF WRK-IDX = WRK-IDX-ETAPA
               GO TO 2100-EXIT
           END-IF.
           MOVE 'N' TO WRK-PRE-AFETADO.
           PERFORM 2110-CONFERE-PRE-AFETADO THRU 2110-EXIT
               VARYING WRK-IDX-PRE FROM 1 BY 1
               UNTIL WRK-IDX-PRE > 3.
           IF NOT WRK-PRE-AFETADO-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO WRK-AFETADA (WRK-IDX).
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE FET-ETAPA (WRK-IDX) TO FCH-ETAPA.
           READ CLOSING-CONTROL
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF FCH-CONCLUIDA OR FCH-EM-ANDAMENTO
               SET FCH-INVALIDADA TO TRUE
               MOVE WRK-ETAPA-PEDIDA TO FCH-INVALIDADA-POR
               MOVE WRK-FC-DATA TO FCH-DATA-INVALIDACAO
               MOVE WRK-FC-HORA TO FCH-HORA-INVALIDACAO
               REWRITE CLOSING-CONTROL-REC
               ADD 1 TO WRK-QTDE-INVALIDADAS
               DISPLAY '       ETAPA ' FCH-ETAPA ' INVALIDADA'
           END-IF.
       2100-EXIT.
           EXIT.
       2110-CONFERE-PRE-AFETADO.
           MOVE FET-PRE-REQUISITO (WRK-IDX WRK-IDX-PRE)
               TO WRK-PRE-REQUISITO.
           IF WRK-PRE-REQUISITO = SPACES
               GO TO 2110-EXIT
           END-IF.
           PERFORM 2120-PROCURA-AFETADA THRU 2120-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA >= WRK-IDX.
       2110-EXIT.
           EXIT.
       2120-PROCURA-AFETADA.
           IF FET-ETAPA (WRK-IDX-BUSCA) = WRK-PRE-REQUISITO
               AND WRK-AFETADA (WRK-IDX-BUSCA) = 'S'
               SET WRK-PRE-AFETADO-SW TO TRUE
           END-IF.
       2120-EXIT.
           EXIT.
      *****************************************************************
      * FIM DA EXECUCAO: RC ATE 4 CONCLUI A ETAPA, ACIMA DISSO FICA
      * COM ERRO. SE UMA ETAPA ANTERIOR FOI REFEITA ENQUANTO ESTA
      * RODAVA, A INVALIDACAO PREVALECE.
      *****************************************************************
       3000-TERMINA-ETAPA.
           MOVE WRK-ANO-LK TO FCH-ANO.
           MOVE WRK-MES-LK TO FCH-MES.
           MOVE WRK-ETAPA-PEDIDA TO FCH-ETAPA.
           READ CLOSING-CONTROL
               INVALID KEY
                   PERFORM 1210-MONTA-ETAPA THRU 1210-EXIT
                   WRITE CLOSING-CONTROL-REC
           END-READ.
           MOVE 'S' TO WRK-LIBERADA-LK.
           IF FCH-INVALIDADA
               DISPLAY 'AVISO: ETAPA ' WRK-ETAPA-PEDIDA
                       ' FOI INVALIDADA DURANTE A EXECUCAO POR '
                       FCH-INVALIDADA-POR ' - RERODAR'
               GO TO 3000-EXIT
           END-IF.
           IF WRK-RC-LK > 4
               SET FCH-COM-ERRO TO TRUE
           ELSE
               SET FCH-CONCLUIDA TO TRUE
           END-IF.
           MOVE WRK-RC-LK TO FCH-RETURN-CODE.
           MOVE WRK-FC-DATA TO FCH-DATA.
           MOVE WRK-FC-HORA TO FCH-HORA.
           REWRITE CLOSING-CONTROL-REC.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA A EXECUCAO RECUSADA NA TRILHA DE AUDITORIA - QUEM TENTOU
      * RODAR QUAL ETAPA DE QUAL COMPETENCIA.
      *****************************************************************
       9000-REGISTRA-RECUSA.
           MOVE WRK-OPERADOR-LK TO WRK-ER-OPERADOR.
           MOVE WRK-ETAPA-PEDIDA TO WRK-ER-ETAPA.
           MOVE WRK-MES-LK TO WRK-ER-MES.
           MOVE WRK-ANO-LK TO WRK-ER-ANO.
           MOVE WRK-ENTRADA-RECUSA TO WRK-AUD-ENTRADA.
           MOVE "ETAPA DO FECHAMENTO RECUSADA" TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       9000-EXIT.
           EXIT.
       END PROGRAM FECHETAP.
