      *     LIQUIDO CHEIO DO DEDCALC, ENTAO SEM ESSA SOMA CADA MES COM
      *     ADIANTAMENTO DIVERGIA PELO TOTAL ADIANTADO; O VALOR
      *     EXPLICADO SAI EM LINHA PROPRIA DO RELATORIO.
      *   - ENCARGOS PATRONAIS: O GLPOST PASSOU A LANCAR A DESPESA COM
      *     ENCARGOS (INSS PATRONAL, RAT X FAP, TERCEIROS E FGTS) NAS
      *     CONTAS 'E' + DEPTO, COM OS PASSIVOS INSSPT E FGTSRC NO
      *     CREDITO. ESSES DEBITOS FICAM FORA DA CONFERENCIA DO BRUTO
      *     CONTRA O SALHIST (SENAO TODO MES DIVERGIA PELO VALOR DOS
      *     ENCARGOS) E SAEM EM LINHA PROPRIA, CONFERIDOS CONTRA A SOMA
      *     DOS DOIS PASSIVOS - O RELATORIO MOSTRA O CUSTO CHEIO DO MES.
      *   - PENSAO ALIMENTICIA: O LIQUIDO CALCULADO DE CADA CPF PASSOU
      *     A DESCONTAR A PENSAO JUDICIAL (PENSCALC + ENTRADA DEDCALCP,
      *     O MESMO CALCULO DO BANKPAY). OS CREDITOS AOS BENEFICIARIOS
      *     (DETALHE DA REMESSA COM FINALIDADE 'P') FICAM FORA DO
      *     CASAMENTO POR CPF E DO TOTAL LIQUIDO, E SAO CONFERIDOS EM
      *     LINHAS PROPRIAS: PENSAO CALCULADA CONTRA PENSAO REMETIDA E
      *     PENSAO REMETIDA CONTRA O CREDITO PENSRC DO RAZAO.
      *   - CALCULO UNICO DA FOLHA: O LIQUIDO ESPERADO DE CADA CPF
      *     DEIXOU DE SER RECALCULADO AQUI SOBRE O SALHIST (DEPLOOK,
      *     DEDCALC, PENSCALC E O ABATIMENTO DO ADIANCTL) - VEM DO
      *     REGISTRO DO CPF NO ARQUIVO FOLCALC DA COMPETENCIA, O MESMO
      *     QUE O BANKPAY REMETEU: LIQUIDO JA ABATIDO DO ADIANTAMENTO,
      *     PENSAO E ADIANTAMENTO DO CALCULO. CPF POSTADO NO SALHIST SEM
      *     REGISTRO NO CALCULO ENTRA COM LIQUIDO ZERO (A COMPARACAO
      *     APONTA). O RELATORIO MOSTRA A DATA/HORA DO CALCULO USADO E
      *     A QUANTIDADE E O LIQUIDO LIDOS SAO CONFERIDOS CONTRA O
      *     REGISTRO DE CONTROLE DO CALCULO (DIVERGENCIA = AVISO E
      *     RETURN CODE 4). SEM O CALCULO DA COMPETENCIA NO FOLCALC, A
      *     EXECUCAO E CANCELADA.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *   - QUARENTENA DE CONTA ALTERADA: OS CREDITOS DA COMPETENCIA
      *     RETIDOS PELO BANKPAY NO CREDRET (FORA DA REMESSA ATE A
      *     DECISAO DA TESOURARIA NO BANKLIB) ENTRAM NO LADO DA REMESSA
      *     DO CASAMENTO POR CPF E DOS TOTAIS - SAO LIQUIDO DEVIDO E
      *     CREDITADO NO SALPAG, SO NAO FORAM NO ARQUIVO DO BANCO. SEM
      *     ISSO CADA CREDITO RETIDO APARECIA COMO 'NAO REMETIDO' E O
      *     FECHAMENTO NAO FECHAVA. O VALOR RETIDO SAI EM LINHA PROPRIA.
      *   - LISTA DE PENDENCIAS: CADA DIVERGENCIA DO RELATORIO TAMBEM E
      *     APONTADA NA LISTA CONSOLIDADA PENDTRAB (VIA PENDREG) - AS
      *     DO CASAMENTO POR CPF COM O CPF E A OBSERVACAO, AS DOS
      *     TOTAIS SEM CPF E COM A CONFERENCIA QUE NAO FECHOU COMO
      *     REFERENCIA - PARA A CONTABILIDADE RESOLVER NO PENDDEC.
      *   - SALARIO-FAMILIA: O DEBITO QUE O GLPOST LANCA NO INSSRC (O
      *     'SFA' PAGO NO LIQUIDO E COMPENSADO NA GPS) FICA FORA DA
      *     CONFERENCIA DO BRUTO CONTRA O SALHIST - O BENEFICIO NAO E
      *     BRUTO - E SAI EM LINHA PROPRIA DO RELATORIO.
      *   - CREDITOS RETIDOS DE OUTRAS ORIGENS: O CREDRET PASSOU A
      *     GUARDAR TAMBEM OS CREDITOS RETIDOS PELA FOLHA COMPLEMENTAR
      *     E PELA PLR (ORIGEM NA CHAVE). SO OS DA FOLHA MENSAL (ORIGEM
      *     EM BRANCO) ENTRAM NO LADO DA REMESSA - OS OUTROS NAO SAO
      *     LIQUIDO DO FOLCALC NEM DO SALPAG DA COMPETENCIA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT CREDIT-FILE ASSIGN TO "GLCREDIT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CREDITO.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT HOLD-FILE ASSIGN TO "CREDRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-FS-RETIDOS.
           SELECT RECON-REPORT ASSIGN TO "CONCILRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
           02 REM-NOME                PIC X(30).
           02 REM-VALOR               PIC 9(13)V99.
           02 REM-MOEDA               PIC X(03).
           02 FILLER                  PIC X(17).
           02 REM-FINALIDADE          PIC X(01).
               88 REM-CREDITO-PENSAO            VALUE 'P'.
           02 FILLER                  PIC X(156).
       FD  DEBIT-FILE.
       01  DEBIT-REC.
           02 DEB-CONTA               PIC X(06).
       01  CREDIT-REC.
           02 CRED-CONTA              PIC X(06).
           02 CRED-VALOR              PIC 9(08)V99.
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  HOLD-FILE.
       COPY "CREDRET.CPY".
       FD  RECON-REPORT.
       01  RECON-REPORT-REC           PIC X(100).
       WORKING-STORAGE SECTION.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-BRUTO-MES            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO-HIST     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQ-CALC       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQ-REMESSA    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-DEBITO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CREDITO-SALPAG       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEBITO-ENCARGOS      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DEBITO-SALFAM        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CREDITO-ENCARGOS     PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DIFERENCA            PIC S9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-DIVERGENTES     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-DESCARTADOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-ADIANTADO      PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO-CALC    PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO-REMESSA PIC 9(13)V99 VALUE ZEROS.
       77 WRK-CREDITO-PENSAO       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-CALCULO-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN LEU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
           02 WRK-CC-QTDE-PAGOS     PIC 9(06).
           02 WRK-CC-TOTAL-LIQUIDO  PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-LIQUIDO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-MAX-CONTAS           PIC 9(03) COMP VALUE 50.
       77 WRK-QTDE-CONTAS-TAB      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-CONTAS-DESC     PIC 9(03) COMP VALUE ZEROS.
           02 WRK-CONTA-ITEM OCCURS 50 TIMES.
               03 WRK-TC-CONTA          PIC X(06).
               03 WRK-TC-VALOR          PIC 9(11)V99.
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.
           88 WRK-FS-RETIDOS-NAO-ENCONTRADO  VALUE "23" "35".
       77 WRK-FIM-RETIDOS          PIC X(01) VALUE 'N'.
           88 WRK-FIM-RETIDOS-SW            VALUE 'S'.
       77 WRK-TOTAL-RETIDO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-FUNC-ACHADO          PIC X(01) VALUE 'N'.
           88 WRK-FUNC-ACHADO-SW            VALUE 'S'.
       77 WRK-MAX-FUNCIONARIOS     PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-FUNCIONARIOS    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "CONCILIA".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-CPF              PIC X(11) VALUE SPACES.
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
      *****************************************************************
      * TABELA DE CASAMENTO POR CPF: O LIQUIDO CALCULADO DO SALHIST DE
      * UM LADO, O VALOR REMETIDO DO OUTRO. SITUACAO 'H' = SO NO
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-CPF.
           02 WRK-C-CPF             PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-MES-PEDIDO < 1 OR WRK-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-CARREGA-HISTORICO THRU 2000-EXIT
               UNTIL WRK-FIM-HIST-SW.
           PERFORM 3000-CARREGA-REMESSA THRU 3000-EXIT.
           PERFORM 3200-CARREGA-RETIDOS THRU 3200-EXIT.
           PERFORM 4000-CARREGA-RAZAO THRU 4000-EXIT.
           PERFORM 5000-COMPARA-CPF THRU 5000-EXIT.
           PERFORM 6000-COMPARA-TOTAIS THRU 6000-EXIT.
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           PERFORM 0950-TERMINA-ETAPA THRU 0950-EXIT.
           STOP RUN.
      *****************************************************************
      * REGISTRA O INICIO DA ETAPA NO CONTROLE DO FECHAMENTO MENSAL.
      * O FECHETAP RECUSA A EXECUCAO (LIBERADA = N) SE A COMPETENCIA
      * ESTA FECHADA OU SE ALGUM PRE-REQUISITO NAO ESTA CONCLUIDO.
      *****************************************************************
       0900-INICIA-ETAPA.
           MOVE 'I' TO WRK-FECH-OPERACAO.
           MOVE ZEROS TO WRK-FECH-RC.
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-PEDIDO
               WRK-MES-PEDIDO WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
       0900-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA O FIM DA ETAPA COM O RETURN-CODE FINAL DO PROGRAMA,
      * PRESERVADO EM VOLTA DO CALL.
      *****************************************************************
       0950-TERMINA-ETAPA.
           IF NOT WRK-FECH-LIBERADA-SIM
               GO TO 0950-EXIT
           END-IF.
           MOVE RETURN-CODE TO WRK-FECH-RC.
           MOVE 'F' TO WRK-FECH-OPERACAO.
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-PEDIDO
               WRK-MES-PEDIDO WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
           MOVE WRK-FECH-RC TO RETURN-CODE.
       0950-EXIT.
           EXIT.
      *****************************************************************
      * ABRE O HISTORICO E O FOLCALC, LE O CONTROLE DO CALCULO DA
      * COMPETENCIA, ABRE O RELATORIO, GRAVA O CABECALHO E LE O
      * PRIMEIRO REGISTRO DO SALHIST.
      *****************************************************************
       1000-INICIO.
               DISPLAY 'SALHIST NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE HISTORY-FILE
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT RECON-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-CALCULO.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WRK-FIM-HIST-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES.
      *****************************************************************
       1200-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           IF NOT WRK-CALC-ABERTO-SW
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1200-EXIT
           END-IF.
           MOVE WRK-ANO-PEDIDO TO FCL-ANO.
           MOVE WRK-MES-PEDIDO TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES-PEDIDO '/' WRK-ANO-PEDIDO
                           ' - EXECUCAO CANCELADA'
                   GO TO 1200-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-LIQUIDO TO WRK-CC-TOTAL-LIQUIDO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * PARA CADA CPF COM A COLUNA DO MES POSTADA NO ANO PEDIDO,
      * ACUMULA O BRUTO E GUARDA NA TABELA O LIQUIDO DO CALCULO DA
      * COMPETENCIA (FOLCALC) - O MESMO QUE O BANKPAY REMETEU.
      *****************************************************************
       2000-CARREGA-HISTORICO.
           IF HIST-ANO = WRK-ANO-PEDIDO
               AND HIST-SAL(WRK-MES-PEDIDO) > ZEROS
               MOVE HIST-SAL(WRK-MES-PEDIDO) TO WRK-BRUTO-MES
               ADD WRK-BRUTO-MES TO WRK-TOTAL-BRUTO-HIST
               PERFORM 2050-LE-CALCULO THRU 2050-EXIT
               ADD WRK-LIQUIDO TO WRK-TOTAL-LIQ-CALC
               IF WRK-QTDE-FUNCIONARIOS < WRK-MAX-FUNCIONARIOS
                   ADD 1 TO WRK-QTDE-FUNCIONARIOS
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO CPF NA COMPETENCIA: LIQUIDO JA ABATIDO DO
      * ADIANTAMENTO QUINZENAL (O QUE O BANKPAY REMETEU), PENSAO E
      * ADIANTAMENTO. SEM REGISTRO, O LIQUIDO ESPERADO E ZERO.
      *****************************************************************
       2050-LE-CALCULO.
           MOVE ZEROS TO WRK-LIQUIDO.
           MOVE WRK-ANO-PEDIDO TO FCL-ANO.
           MOVE WRK-MES-PEDIDO TO FCL-MES.
           MOVE HIST-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'AVISO: CPF ' HIST-CPF ' POSTADO NO '
                           'SALHIST SEM REGISTRO NO FOLCALC'
                   GO TO 2050-EXIT
           END-READ.
           MOVE FCL-LIQUIDO-FINAL TO WRK-LIQUIDO.
           ADD FCL-PENSAO TO WRK-TOTAL-PENSAO-CALC.
           ADD FCL-ADIANTAMENTO TO WRK-TOTAL-ADIANTADO.
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-LIQUIDO-FINAL TO WRK-CONF-LIQUIDO.
       2050-EXIT.
           EXIT.
      *****************************************************************
           IF REM-TIPO NOT = "1"
               GO TO 3100-LE-PROXIMO
           END-IF.
           IF REM-CREDITO-PENSAO
               ADD REM-VALOR TO WRK-TOTAL-PENSAO-REMESSA
               GO TO 3100-LE-PROXIMO
           END-IF.
           ADD REM-VALOR TO WRK-TOTAL-LIQ-REMESSA.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           PERFORM 3110-PROCURA-CPF THRU 3110-EXIT
       3110-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA OS CREDITOS DA COMPETENCIA RETIDOS PELO BANKPAY
      * (CREDRET, ORIGEM EM BRANCO), QUALQUER QUE SEJA A DECISAO DA
      * TESOURARIA, NO LADO DA REMESSA DO CPF. CREDRET AUSENTE =
      * NENHUM CREDITO RETIDO.
      *****************************************************************
       3200-CARREGA-RETIDOS.
           OPEN INPUT HOLD-FILE.
           IF WRK-FS-RETIDOS-NAO-ENCONTRADO
               GO TO 3200-EXIT
           END-IF.
           MOVE WRK-ANO-PEDIDO TO CRT-ANO.
           MOVE WRK-MES-PEDIDO TO CRT-MES.
           MOVE LOW-VALUES TO CRT-CPF.
           MOVE LOW-VALUES TO CRT-ORIGEM.
           START HOLD-FILE KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   SET WRK-FIM-RETIDOS-SW TO TRUE
           END-START.
           PERFORM 3300-GUARDA-RETIDO THRU 3300-EXIT
               UNTIL WRK-FIM-RETIDOS-SW.
           CLOSE HOLD-FILE.
       3200-EXIT.
           EXIT.
       3300-GUARDA-RETIDO.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-RETIDOS-SW TO TRUE
                   GO TO 3300-EXIT
           END-READ.
           IF CRT-ANO NOT = WRK-ANO-PEDIDO
               OR CRT-MES NOT = WRK-MES-PEDIDO
               SET WRK-FIM-RETIDOS-SW TO TRUE
               GO TO 3300-EXIT
           END-IF.
           IF NOT CRT-ORIGEM-FOLHA
               GO TO 3300-EXIT
           END-IF.
           ADD CRT-VALOR TO WRK-TOTAL-RETIDO.
           MOVE 'N' TO WRK-FUNC-ACHADO.
           PERFORM 3310-PROCURA-CPF-RETIDO THRU 3310-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-FUNCIONARIOS
                   OR WRK-FUNC-ACHADO-SW.
           IF WRK-FUNC-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX
               ADD CRT-VALOR TO WRK-TF-LIQ-REMESSA (WRK-IDX)
               MOVE 'A' TO WRK-TF-SITUACAO (WRK-IDX)
           ELSE
               IF WRK-QTDE-FUNCIONARIOS < WRK-MAX-FUNCIONARIOS
                   ADD 1 TO WRK-QTDE-FUNCIONARIOS
                   MOVE CRT-CPF
                       TO WRK-TF-CPF (WRK-QTDE-FUNCIONARIOS)
                   MOVE ZEROS
                       TO WRK-TF-LIQ-CALC (WRK-QTDE-FUNCIONARIOS)
                   MOVE CRT-VALOR
                       TO WRK-TF-LIQ-REMESSA (WRK-QTDE-FUNCIONARIOS)
                   MOVE 'R'
                       TO WRK-TF-SITUACAO (WRK-QTDE-FUNCIONARIOS)
               ELSE
                   ADD 1 TO WRK-QTDE-DESCARTADOS
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.
       3310-PROCURA-CPF-RETIDO.
           IF WRK-TF-CPF (WRK-IDX) = CRT-CPF
               SET WRK-FUNC-ACHADO-SW TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.
      *****************************************************************
      * TOTALIZA O LADO DO RAZAO: TODOS OS DEBITOS (BRUTO POR CONTA DE
      * CUSTO) E O CREDITO DA CONTA SALPAG (LIQUIDO A PAGAR). ARQUIVO
      * AUSENTE = RAZAO NAO GERADO (A COMPARACAO APONTA).
       4000-EXIT.
           EXIT.
       4100-SOMA-DEBITO.
           IF DEB-CONTA (1:1) = 'E'
               ADD DEB-VALOR TO WRK-DEBITO-ENCARGOS
               GO TO 4100-LE-PROXIMO
           END-IF.
           IF DEB-CONTA = "INSSRC"
               ADD DEB-VALOR TO WRK-DEBITO-SALFAM
               GO TO 4100-LE-PROXIMO
           END-IF.
           ADD DEB-VALOR TO WRK-TOTAL-DEBITO.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           PERFORM 4110-PROCURA-CONTA THRU 4110-EXIT
                   ADD 1 TO WRK-QTDE-CONTAS-DESC
               END-IF
           END-IF.
       4100-LE-PROXIMO.
           READ DEBIT-FILE
               AT END SET WRK-FIM-DEBITO-SW TO TRUE
           END-READ.
           IF CRED-CONTA = "SALPAG"
               ADD CRED-VALOR TO WRK-CREDITO-SALPAG
           END-IF.
           IF CRED-CONTA = "INSSPT" OR CRED-CONTA = "FGTSRC"
               ADD CRED-VALOR TO WRK-CREDITO-ENCARGOS
           END-IF.
           IF CRED-CONTA = "PENSRC"
               ADD CRED-VALOR TO WRK-CREDITO-PENSAO
           END-IF.
           READ CREDIT-FILE
               AT END SET WRK-FIM-CREDITO-SW TO TRUE
           END-READ.
           MOVE WRK-TF-LIQ-REMESSA (WRK-IDX) TO WRK-C-REMETIDO.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-CPF.
           ADD 1 TO WRK-QTDE-DIVERGENTES.
           MOVE WRK-TF-CPF (WRK-IDX) TO WRK-PND-CPF.
           MOVE "CPF" TO WRK-PND-TIPO.
           MOVE SPACES TO WRK-PND-REFERENCIA.
           MOVE WRK-C-OBSERVACAO TO WRK-PND-DESCRICAO.
           PERFORM 6900-REGISTRA-PENDENCIA THRU 6900-EXIT.
       5200-EXIT.
           EXIT.
      *****************************************************************
           MOVE "DEBITOS DO RAZAO (GLDEBIT)" TO WRK-T-DESCRICAO.
           MOVE WRK-TOTAL-DEBITO TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           MOVE "LIQUIDO DO CALCULO (FOLCALC)" TO WRK-T-DESCRICAO.
           MOVE WRK-TOTAL-LIQ-CALC TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           MOVE "LIQUIDO REMETIDO AO BANCO" TO WRK-T-DESCRICAO.
           MOVE WRK-TOTAL-LIQ-REMESSA TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           IF WRK-TOTAL-RETIDO > ZEROS
               MOVE "CREDITOS RETIDOS (CREDRET)" TO WRK-T-DESCRICAO
               MOVE WRK-TOTAL-RETIDO TO WRK-T-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE
           END-IF.
           MOVE "CREDITO SALPAG DO RAZAO" TO WRK-T-DESCRICAO.
           MOVE WRK-CREDITO-SALPAG TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
               MOVE WRK-TOTAL-ADIANTADO TO WRK-T-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE
           END-IF.
           IF WRK-DEBITO-SALFAM > ZEROS
               MOVE "SALARIO-FAMILIA (DEBITO INSSRC)" TO WRK-T-DESCRICAO
               MOVE WRK-DEBITO-SALFAM TO WRK-T-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE
           END-IF.
           MOVE "ENCARGOS PATRONAIS (CONTAS E)" TO WRK-T-DESCRICAO.
           MOVE WRK-DEBITO-ENCARGOS TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           COMPUTE WRK-DIFERENCA =
               WRK-DEBITO-ENCARGOS - WRK-CREDITO-ENCARGOS.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "DIF. ENCARGOS X INSSPT/FGTSRC"
                   TO WRK-DF-DESCRICAO
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "ENCARGOS" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-BRUTO-HIST - WRK-TOTAL-DEBITO.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "DEBITOS" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
               PERFORM 6100-ABRE-DEBITOS-CONTA THRU 6100-EXIT
                   VARYING WRK-IDX-CONTA FROM 1 BY 1
                   UNTIL WRK-IDX-CONTA > WRK-QTDE-CONTAS-TAB
           END-IF.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-LIQ-CALC - WRK-TOTAL-LIQ-REMESSA
               - WRK-TOTAL-RETIDO.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "DIF. LIQUIDO CALC X REMESSA"
                   TO WRK-DF-DESCRICAO
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "REMESSA" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-LIQ-REMESSA + WRK-TOTAL-RETIDO
               + WRK-TOTAL-ADIANTADO - WRK-CREDITO-SALPAG.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "DIF. REMESSA X CREDITO SALPAG"
                   TO WRK-DF-DESCRICAO
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "SALPAG" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
           END-IF.
           IF WRK-TOTAL-PENSAO-CALC > ZEROS
               OR WRK-TOTAL-PENSAO-REMESSA > ZEROS
               OR WRK-CREDITO-PENSAO > ZEROS
               PERFORM 6200-COMPARA-PENSAO THRU 6200-EXIT
           END-IF.
       6000-EXIT.
           EXIT.
       6100-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE A PENSAO ALIMENTICIA DO MES NAS TRES FONTES: A PENSAO
      * DO CALCULO DA COMPETENCIA, OS CREDITOS AOS BENEFICIARIOS
      * NA REMESSA E O CREDITO PENSRC DO RAZAO.
      *****************************************************************
       6200-COMPARA-PENSAO.
           MOVE "PENSAO ALIMENTICIA CALCULADA" TO WRK-T-DESCRICAO.
           MOVE WRK-TOTAL-PENSAO-CALC TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           MOVE "PENSAO REMETIDA AOS BENEFICIARIOS" TO WRK-T-DESCRICAO.
           MOVE WRK-TOTAL-PENSAO-REMESSA TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           MOVE "CREDITO PENSRC DO RAZAO" TO WRK-T-DESCRICAO.
           MOVE WRK-CREDITO-PENSAO TO WRK-T-VALOR.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTALFONTE.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-PENSAO-CALC - WRK-TOTAL-PENSAO-REMESSA.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "DIF. PENSAO CALC X REMESSA"
                   TO WRK-DF-DESCRICAO
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "PENSAO-REM" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
           END-IF.
           COMPUTE WRK-DIFERENCA =
               WRK-TOTAL-PENSAO-REMESSA - WRK-CREDITO-PENSAO.
           IF WRK-DIFERENCA NOT = ZEROS
               MOVE "DIF. PENSAO REMESSA X PENSRC"
                   TO WRK-DF-DESCRICAO
               MOVE WRK-DIFERENCA TO WRK-DF-VALOR
               WRITE RECON-REPORT-REC FROM WRK-LINHA-DIFERENCA
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "PENSRC" TO WRK-PND-REFERENCIA
               PERFORM 6800-APONTA-TOTAL THRU 6800-EXIT
           END-IF.
       6200-EXIT.
           EXIT.
      *****************************************************************
      * APONTA NA LISTA DE PENDENCIAS A DIVERGENCIA DE TOTAL (SEM CPF,
      * REFERENCIA = CONFERENCIA QUE NAO FECHOU) E A DO CASAMENTO POR
      * CPF.
      *****************************************************************
       6800-APONTA-TOTAL.
           MOVE SPACES TO WRK-PND-CPF.
           MOVE "TOTL" TO WRK-PND-TIPO.
           MOVE WRK-DF-DESCRICAO TO WRK-PND-DESCRICAO.
           PERFORM 6900-REGISTRA-PENDENCIA THRU 6900-EXIT.
       6800-EXIT.
           EXIT.
       6900-REGISTRA-PENDENCIA.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-FECH-PROGRAMA
               WRK-ANO-PEDIDO WRK-MES-PEDIDO WRK-PND-CPF
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-FECH-OPERADOR WRK-PND-ACHADA.
       6900-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O TOTAL DE DIVERGENCIAS, CONFERE O QUE FOI LIDO DO
      * FOLCALC CONTRA O CONTROLE DO CALCULO E FECHA OS ARQUIVOS.
      *****************************************************************
       7000-FINALIZA.
           MOVE WRK-QTDE-DIVERGENTES TO WRK-TOT-DIV-ED.
           WRITE RECON-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-CONF-QTDE NOT = WRK-CC-QTDE-PAGOS
               OR WRK-CONF-LIQUIDO NOT = WRK-CC-TOTAL-LIQUIDO
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                       ' PAGOS, LIQUIDO ' WRK-CC-TOTAL-LIQUIDO
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' PAGOS, LIQUIDO ' WRK-CONF-LIQUIDO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE HISTORY-FILE.
           CLOSE RECON-REPORT.
           CLOSE CALC-FILE.
       7000-EXIT.
           EXIT.
       END PROGRAM CONCILIA.
