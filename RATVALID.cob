       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATVALID.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: CONFERENCIA DO CADASTRO DE RATEIO ANTES DA
      *          CONTABILIZACAO. RECEBE PELO CONSOLE O ANO E O MES DA
      *          COMPETENCIA, LE O RATEIO INTEIRO NA ORDEM DA CHAVE E
      *          CLASSIFICA CADA REGISTRO EM VIGENTE (O QUE O RATCALC
      *          APLICA NA COMPETENCIA), FUTURO (VIGENCIA POSTERIOR) OU
      *          HISTORICO (SUPERADO POR OUTRO DO MESMO CPF). APONTA
      *          PERCENTUAIS QUE NAO SOMAM 100,00, PERCENTUAL INVALIDO,
      *          DEPARTAMENTO FORA DO DEPTMSTR (EXCLUIDO DEPOIS DO
      *          RATEIO GRAVADO, POR EXEMPLO) E CPF SEM CADASTRO NO
      *          MESTRE. ERRO EM RATEIO VIGENTE OU FUTURO TERMINA COM
      *          RC=8 - O RATCALC CAIRIA PARA O CUSTO INTEGRAL NO
      *          EMP-DEPTO EM SILENCIO - PARA A CADEIA DE COND SEGURAR
      *          A FOLHA E A CONTABILIZACAO ATE A CORRECAO NO RATMANT.
      *          CPF SEM CADASTRO SO AVISA (RC=4). GRAVA NO AUDITLOG
      *          OS EVENTOS DE INICIO (COM A COMPETENCIA) E FIM (COM
      *          A QUANTIDADE DE RATEIOS LIDOS) DO PASSO, PARA O
      *          PAINEL DA JANELA BATCH (BATCHDSH).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "RATEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WRK-FS-RATEIO.
           SELECT VALIDATION-REPORT ASSIGN TO "RATVALRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       COPY "RATEIO.CPY".
       FD  VALIDATION-REPORT.
       01  VALIDATION-REPORT-REC      PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-RATEIO            PIC X(02) VALUE SPACES.
           88 WRK-FS-RATEIO-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-RATEIOS          PIC X(01) VALUE 'N'.
           88 WRK-FIM-RATEIOS-SW            VALUE 'S'.
       77 WRK-TEM-ANTERIOR         PIC X(01) VALUE 'N'.
           88 WRK-TEM-ANTERIOR-SW           VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-ANOMES-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX2                 PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-PERCENTUAL      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-QTDE-PARES           PIC 9(01) VALUE ZEROS.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
           88 WRK-ACHADO-SIM               VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SIM          VALUE 'S'.
       77 WRK-MOTIVO-ERRO          PIC X(30) VALUE SPACES.
       77 WRK-REGISTRO-ERRADO      PIC X(01) VALUE 'N'.
           88 WRK-REGISTRO-ERRADO-SW        VALUE 'S'.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE SPACE.
           88 WRK-RATEIO-VIGENTE            VALUE 'V'.
           88 WRK-RATEIO-FUTURO             VALUE 'F'.
           88 WRK-RATEIO-HISTORICO          VALUE 'H'.
       77 WRK-QTDE-LIDOS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-VIGENTES        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ERROS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-AVISOS          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "RATVALID".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-INICIO.
           02 FILLER                PIC X(07) VALUE "INICIO ".
           02 WRK-EI-ANO            PIC 9(04).
           02 WRK-EI-MES            PIC 9(02).
           02 FILLER                PIC X(17) VALUE SPACES.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE           PIC 9(07).
           02 FILLER                PIC X(11) VALUE SPACES.
      *****************************************************************
      * O REGISTRO ANTERIOR FICA GUARDADO ATE A LEITURA DO SEGUINTE -
      * SO O SEGUINTE DIZ SE ELE AINDA E O VIGENTE DO CPF.
      *****************************************************************
       01 WRK-RATEIO-ANTERIOR.
           02 WRK-RA-CPF            PIC X(11).
           02 WRK-RA-DATA-VIGENCIA  PIC 9(08).
           02 WRK-RA-DATA-R REDEFINES WRK-RA-DATA-VIGENCIA.
               03 WRK-RA-ANOMES         PIC 9(06).
               03 FILLER                PIC 9(02).
           02 WRK-RA-ITEM OCCURS 5 TIMES.
               03 WRK-RA-DEPTO          PIC X(04).
               03 WRK-RA-PERCENTUAL     PIC 9(03)V99.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(30) VALUE
               "CONFERENCIA DO RATEIO - COMP. ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(10) VALUE "VIGENCIA".
           02 FILLER                PIC X(11) VALUE "SITUACAO".
           02 FILLER                PIC X(05) VALUE "DEPS".
           02 FILLER                PIC X(09) VALUE "SOMA %".
           02 FILLER                PIC X(30) VALUE "RESULTADO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DATA-VIGENCIA   PIC 9(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-QTDE-PARES      PIC 9(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SOMA            PIC ZZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-RESULTADO       PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(08) VALUE "TOTAIS: ".
           02 WRK-TOT-LIDOS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(08) VALUE " LIDOS, ".
           02 WRK-TOT-VIG-ED        PIC ZZZZ9.
           02 FILLER                PIC X(11) VALUE " VIGENTES, ".
           02 WRK-TOT-ERROS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(08) VALUE " ERROS, ".
           02 WRK-TOT-AVISOS-ED     PIC ZZZZ9.
           02 FILLER                PIC X(07) VALUE " AVISOS".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           IF WRK-MES-PEDIDO < 1 OR WRK-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           COMPUTE WRK-ANOMES-PEDIDO =
               WRK-ANO-PEDIDO * 100 + WRK-MES-PEDIDO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ANO-PEDIDO TO WRK-EI-ANO.
           MOVE WRK-MES-PEDIDO TO WRK-EI-MES.
           MOVE WRK-ENTRADA-INICIO TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-RATEIOS-SW.
           IF WRK-TEM-ANTERIOR-SW
               MOVE HIGH-VALUES TO RAT-CPF
               PERFORM 2100-CONFERE-ANTERIOR THRU 2100-EXIT
           END-IF.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-LIDOS TO WRK-RF-QTDE.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-QTDE-ERROS > ZEROS
               DISPLAY 'RATEIO COM ' WRK-QTDE-ERROS ' ERRO(S) - '
                       'CORRIGIR NO RATMANT ANTES DA CONTABILIZACAO'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QTDE-AVISOS > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE O CADASTRO (AUSENTE = NINGUEM RATEADO, NADA A CONFERIR),
      * GRAVA O CABECALHO E LE O PRIMEIRO RATEIO.
      *****************************************************************
       1000-INICIO.
           OPEN OUTPUT VALIDATION-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE VALIDATION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE VALIDATION-REPORT-REC FROM WRK-LINHA-TITULO.
           OPEN INPUT ALLOCATION-FILE.
           IF WRK-FS-RATEIO-NAO-ENCONTRADO
               DISPLAY 'AVISO: CADASTRO RATEIO NAO ENCONTRADO - '
                       'NENHUM FUNCIONARIO RATEADO'
               SET WRK-FIM-RATEIOS-SW TO TRUE
               GO TO 1000-EXIT
           END-IF.
           READ ALLOCATION-FILE NEXT RECORD
               AT END SET WRK-FIM-RATEIOS-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * COM O REGISTRO CORRENTE NA MAO, CONFERE O ANTERIOR E GUARDA O
      * CORRENTE NO LUGAR DELE.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF WRK-TEM-ANTERIOR-SW
               PERFORM 2100-CONFERE-ANTERIOR THRU 2100-EXIT
           END-IF.
           MOVE RAT-CPF TO WRK-RA-CPF.
           MOVE RAT-DATA-VIGENCIA TO WRK-RA-DATA-VIGENCIA.
           PERFORM 2050-GUARDA-PAR THRU 2050-EXIT
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
           SET WRK-TEM-ANTERIOR-SW TO TRUE.
           READ ALLOCATION-FILE NEXT RECORD
               AT END SET WRK-FIM-RATEIOS-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
       2050-GUARDA-PAR.
           MOVE RAT-DEPTO (WRK-IDX) TO WRK-RA-DEPTO (WRK-IDX).
           MOVE RAT-PERCENTUAL (WRK-IDX) TO WRK-RA-PERCENTUAL (WRK-IDX).
       2050-EXIT.
           EXIT.
      *****************************************************************
      * CLASSIFICA O RATEIO GUARDADO PELO REGISTRO QUE VEM DEPOIS DELE
      * (EM RAT-CPF/RAT-ANOMES-VIGENCIA; HIGH-VALUES NO FIM DO
      * ARQUIVO), CONFERE E IMPRIME.
      *****************************************************************
       2100-CONFERE-ANTERIOR.
           IF WRK-RA-ANOMES > WRK-ANOMES-PEDIDO
               SET WRK-RATEIO-FUTURO TO TRUE
           ELSE
               IF RAT-CPF = WRK-RA-CPF
                   AND RAT-ANOMES-VIGENCIA NOT > WRK-ANOMES-PEDIDO
                   SET WRK-RATEIO-HISTORICO TO TRUE
               ELSE
                   SET WRK-RATEIO-VIGENTE TO TRUE
                   ADD 1 TO WRK-QTDE-VIGENTES
               END-IF
           END-IF.
           MOVE 'N' TO WRK-REGISTRO-ERRADO.
           MOVE SPACES TO WRK-MOTIVO-ERRO.
           MOVE ZEROS TO WRK-SOMA-PERCENTUAL.
           MOVE ZEROS TO WRK-QTDE-PARES.
           MOVE SPACES TO WRK-NOME-FUNC.
           PERFORM 2200-CONFERE-PAR THRU 2200-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5 OR WRK-REGISTRO-ERRADO-SW.
           IF NOT WRK-REGISTRO-ERRADO-SW
               IF WRK-QTDE-PARES = ZEROS
                   SET WRK-REGISTRO-ERRADO-SW TO TRUE
                   MOVE "NENHUM DEPARTAMENTO NO RATEIO"
                       TO WRK-MOTIVO-ERRO
               ELSE
                   IF WRK-SOMA-PERCENTUAL NOT = 100
                       SET WRK-REGISTRO-ERRADO-SW TO TRUE
                       MOVE "PERCENTUAIS NAO SOMAM 100"
                           TO WRK-MOTIVO-ERRO
                   END-IF
               END-IF
           END-IF.
           MOVE 'N' TO WRK-ACHADO.
           CALL "CPFLOOK" USING WRK-RA-CPF WRK-NOME-FUNC WRK-ACHADO.
           PERFORM 2300-IMPRIME THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
       2200-CONFERE-PAR.
           IF WRK-RA-DEPTO (WRK-IDX) = SPACES
               GO TO 2200-EXIT
           END-IF.
           IF WRK-RA-PERCENTUAL (WRK-IDX) NOT NUMERIC
               OR WRK-RA-PERCENTUAL (WRK-IDX) = ZEROS
               SET WRK-REGISTRO-ERRADO-SW TO TRUE
               STRING "PERCENTUAL INVALIDO NO DEPTO " DELIMITED BY SIZE
                      WRK-RA-DEPTO (WRK-IDX) DELIMITED BY SIZE
                   INTO WRK-MOTIVO-ERRO
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING WRK-RA-DEPTO (WRK-IDX)
               WRK-DESCRICAO-DEPTO WRK-DEPTO-ACHADO.
           IF NOT WRK-DEPTO-ACHADO-SIM
               SET WRK-REGISTRO-ERRADO-SW TO TRUE
               STRING "DEPTO " DELIMITED BY SIZE
                      WRK-RA-DEPTO (WRK-IDX) DELIMITED BY SIZE
                      " NAO CADASTRADO" DELIMITED BY SIZE
                   INTO WRK-MOTIVO-ERRO
               GO TO 2200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARES.
           ADD WRK-RA-PERCENTUAL (WRK-IDX) TO WRK-SOMA-PERCENTUAL.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O RATEIO CONFERIDO - ERRO EM RATEIO HISTORICO SAI NO
      * RELATORIO MAS NAO CONTA, JA QUE NENHUMA COMPETENCIA ABERTA O
      * USA MAIS.
      *****************************************************************
       2300-IMPRIME.
           MOVE WRK-RA-CPF TO WRK-D-CPF.
           MOVE WRK-NOME-FUNC TO WRK-D-NOME.
           MOVE WRK-RA-DATA-VIGENCIA TO WRK-D-DATA-VIGENCIA.
           EVALUATE TRUE
               WHEN WRK-RATEIO-VIGENTE
                   MOVE "VIGENTE" TO WRK-D-SITUACAO
               WHEN WRK-RATEIO-FUTURO
                   MOVE "FUTURO" TO WRK-D-SITUACAO
               WHEN OTHER
                   MOVE "HISTORICO" TO WRK-D-SITUACAO
           END-EVALUATE.
           MOVE WRK-QTDE-PARES TO WRK-D-QTDE-PARES.
           MOVE WRK-SOMA-PERCENTUAL TO WRK-D-SOMA.
           IF WRK-REGISTRO-ERRADO-SW
               MOVE WRK-MOTIVO-ERRO TO WRK-D-RESULTADO
               IF NOT WRK-RATEIO-HISTORICO
                   ADD 1 TO WRK-QTDE-ERROS
               END-IF
           ELSE
               IF NOT WRK-ACHADO-SIM
                   MOVE "AVISO: CPF SEM CADASTRO" TO WRK-D-RESULTADO
                   IF NOT WRK-RATEIO-HISTORICO
                       ADD 1 TO WRK-QTDE-AVISOS
                   END-IF
               ELSE
                   MOVE "OK" TO WRK-D-RESULTADO
               END-IF
           END-IF.
           WRITE VALIDATION-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-LIDOS TO WRK-TOT-LIDOS-ED.
           MOVE WRK-QTDE-VIGENTES TO WRK-TOT-VIG-ED.
           MOVE WRK-QTDE-ERROS TO WRK-TOT-ERROS-ED.
           MOVE WRK-QTDE-AVISOS TO WRK-TOT-AVISOS-ED.
           WRITE VALIDATION-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF NOT WRK-FS-RATEIO-NAO-ENCONTRADO
               CLOSE ALLOCATION-FILE
           END-IF.
           CLOSE VALIDATION-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM RATVALID.
