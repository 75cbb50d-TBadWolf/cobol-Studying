       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLIB.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: LIBERACAO PELA TESOURARIA DOS CREDITOS DE SALARIO
      *          RETIDOS PELO BANKPAY, PELA FOLHA COMPLEMENTAR
      *          (FOLHACOM) OU PELA PLR (PLRPAGTO) - CONTA DO
      *          FUNCIONARIO INCLUIDA OU ALTERADA DENTRO DA QUARENTENA,
      *          OU PELO PROPRIO OPERADOR DA REMESSA. LE O ARQUIVO DE
      *          DECISOES BANKLDEC (ANO, MES, CPF, DECISAO, A
      *          IDENTIFICACAO DO OPERADOR DA TESOURARIA E A ORIGEM DO
      *          CREDITO - BRANCO = FOLHA MENSAL, 'C' = COMPLEMENTAR,
      *          'P' = PLR), NO MESMO ESQUEMA DO VAREXREV:
      *            'L' - LIBERA O CREDITO NA CONTA ATUAL (A ALTERACAO
      *                  FOI CONFIRMADA COM O FUNCIONARIO);
      *            'A' - PAGA NA CONTA ANTERIOR (ALTERACAO INDEVIDA OU
      *                  FRAUDULENTA);
      *            'C' - CANCELA O CREDITO NA FOLHA (A TESOURARIA PAGA
      *                  POR FORA).
      *          O OPERADOR TEM DE ESTAR AUTORIZADO NO OPERAUT PARA O
      *          BANKLIB E NAO PODE SER QUEM ALTEROU A CONTA. CREDITO
      *          LIBERADO OU PAGO NA CONTA ANTERIOR SAI NA REMESSA
      *          COMPLEMENTAR BANKLREM (MESMO LAYOUT CNAB 240 DA REMESSA
      *          DO BANKPAY). TODA DECISAO APLICADA VAI PARA O AUDITLOG
      *          E FICA GRAVADA NO CREDRET COM OPERADOR E DATA. NO FIM,
      *          O REGISTRO LISTA OS CREDITOS QUE CONTINUAM RETIDOS.
      *          DECISAO REJEITADA TERMINA COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "BANKLDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECISOES.
           SELECT HOLD-FILE ASSIGN TO "CREDRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-FS-RETIDOS.
           SELECT REMITTANCE-FILE ASSIGN TO "BANKLREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELEASE-REPORT ASSIGN TO "BANKLIBR"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-REC.
           02 DEC-ANO                 PIC 9(04).
           02 FILLER                  PIC X(01).
           02 DEC-MES                 PIC 9(02).
           02 FILLER                  PIC X(01).
           02 DEC-CPF                 PIC X(11).
           02 FILLER                  PIC X(01).
           02 DEC-DECISAO             PIC X(01).
               88 DEC-LIBERA                    VALUE 'L'.
               88 DEC-CONTA-ANTERIOR            VALUE 'A'.
               88 DEC-CANCELA                   VALUE 'C'.
           02 FILLER                  PIC X(01).
           02 DEC-OPERADOR            PIC X(08).
           02 FILLER                  PIC X(01).
           02 DEC-ORIGEM              PIC X(01).
               88 DEC-ORIGEM-VALIDA             VALUE SPACE 'C' 'P'.
       FD  HOLD-FILE.
       COPY "CREDRET.CPY".
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC             PIC X(240).
       FD  RELEASE-REPORT.
       01  RELEASE-REPORT-REC         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-DECISOES          PIC X(02) VALUE SPACES.
           88 WRK-FS-DEC-NAO-ABERTO         VALUE "35".
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.
           88 WRK-FS-RETIDOS-NAO-ENCONTRADO  VALUE "23" "35".
       77 WRK-FIM-DECISOES         PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEC-SW                VALUE 'S'.
       77 WRK-FIM-RETIDOS          PIC X(01) VALUE 'N'.
           88 WRK-FIM-RETIDOS-SW            VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-DECISAO-REJEITADA    PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-AINDA-RETIDOS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SEQUENCIAL           PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMETIDO       PIC 9(13)V99 VALUE ZEROS.
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "BANKLIB".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(08) VALUE "RETIDO ".
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-EA-ANO            PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-ORIGEM         PIC X(01).
           02 FILLER                PIC X(01) VALUE SPACE.
       01 WRK-RESULT-AUDIT.
           02 WRK-RA-DECISAO        PIC X(16).
           02 FILLER                PIC X(06) VALUE " OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
      *****************************************************************
      * REMESSA COMPLEMENTAR (MESMO LAYOUT FIXO DE 240 POSICOES DA
      * REMESSA DO BANKPAY): HEADER '0', UM DETALHE '1' POR CREDITO
      * LIBERADO E TRAILER '9' COM QUANTIDADE E VALOR TOTAL.
      *****************************************************************
       01 WRK-REM-HEADER.
           02 FILLER                PIC X(01) VALUE "0".
           02 WRK-RH-EMPRESA        PIC X(30) VALUE
               "FOLHA DE PAGAMENTO".
           02 WRK-RH-DATA-GERACAO   PIC 9(08).
           02 WRK-RH-REMESSA        PIC X(07) VALUE "REMESSA".
           02 WRK-RH-CNPJ           PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(180) VALUE SPACES.
       01 WRK-REM-DETALHE.
           02 FILLER                PIC X(01) VALUE "1".
           02 WRK-RD-SEQUENCIAL     PIC 9(06).
           02 WRK-RD-CPF            PIC X(11).
           02 WRK-RD-NOME           PIC X(30).
           02 WRK-RD-VALOR          PIC 9(13)V99.
           02 WRK-RD-MOEDA          PIC X(03).
           02 WRK-RD-BANCO          PIC 9(03).
           02 WRK-RD-AGENCIA        PIC 9(04).
           02 WRK-RD-CONTA          PIC 9(08).
           02 WRK-RD-DIGITO         PIC X(01).
           02 WRK-RD-TIPO           PIC X(01).
           02 WRK-RD-FINALIDADE     PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(156) VALUE SPACES.
       01 WRK-REM-TRAILER.
           02 FILLER                PIC X(01) VALUE "9".
           02 WRK-RT-QTDE           PIC 9(06).
           02 WRK-RT-VALOR-TOTAL    PIC 9(13)V99.
           02 FILLER                PIC X(218) VALUE SPACES.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "LIBERACAO DE CREDITOS RETIDOS - EMITIDO ".
           02 FILLER                PIC X(03) VALUE "EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MES             PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ORIGEM          PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DECISAO         PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(30).
       01 WRK-LINHA-TITULO-RETIDOS.
           02 FILLER                PIC X(40) VALUE
               "CREDITOS AINDA RETIDOS (SEM DECISAO):   ".
       01 WRK-LINHA-RETIDO.
           02 WRK-R-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-R-MES             PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-R-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-R-ORIGEM          PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-R-VALOR           PIC ZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-R-MOTIVO          PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(08) VALUE "TOTAIS: ".
           02 WRK-TOT-LIDAS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(08) VALUE " LIDAS, ".
           02 WRK-TOT-APLIC-ED      PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " APLICADAS, ".
           02 WRK-TOT-REJEIT-ED     PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE " REJEITADAS, ".
           02 WRK-TOT-RETIDOS-ED    PIC ZZZZ9.
           02 FILLER                PIC X(15) VALUE " AINDA RETIDOS".
       01 WRK-LINHA-REMESSA.
           02 FILLER                PIC X(33) VALUE
               "REMESSA COMPLEMENTAR (BANKLREM): ".
           02 WRK-LM-QTDE-ED        PIC ZZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LM-VALOR-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-DEC-NAO-ABERTO
               OR WRK-FS-RETIDOS-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-DEC-SW.
           PERFORM 3000-LISTA-RETIDOS THRU 3000-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
           IF WRK-QTDE-REJEITADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS - SEM O CREDRET NAO HA CREDITO RETIDO A
      * DECIDIR -, GRAVA O HEADER DA REMESSA COMPLEMENTAR E LE A
      * PRIMEIRA DECISAO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT DECISION-FILE.
           IF WRK-FS-DEC-NAO-ABERTO
               DISPLAY 'BANKLDEC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WRK-FS-RETIDOS-NAO-ENCONTRADO
               DISPLAY 'CREDRET NAO ENCONTRADO - NENHUM CREDITO '
                       'RETIDO PELO BANKPAY AINDA'
               CLOSE DECISION-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT REMITTANCE-FILE.
           MOVE WRK-DATA-HOJE-NUM TO WRK-RH-DATA-GERACAO.
           WRITE REMITTANCE-REC FROM WRK-REM-HEADER.
           OPEN OUTPUT RELEASE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           READ DECISION-FILE
               AT END SET WRK-FIM-DEC-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA E APLICA A DECISAO CORRENTE NO CREDITO RETIDO, GRAVA A
      * LINHA NO REGISTRO E LE A PROXIMA.
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
      * DECISAO RECONHECIDA, OPERADOR INFORMADO E AUTORIZADO PARA O
      * BANKLIB, CREDITO AINDA RETIDO NA COMPETENCIA, OPERADOR QUE NAO
      * E O QUE ALTEROU A CONTA E, PARA PAGAR NA CONTA ANTERIOR, UMA
      * CONTA ANTERIOR GUARDADA.
      *****************************************************************
       2050-VALIDA-DECISAO.
           IF NOT DEC-LIBERA AND NOT DEC-CONTA-ANTERIOR
               AND NOT DEC-CANCELA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DECISAO INVALIDA" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-OPERADOR = SPACES
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF NOT DEC-ORIGEM-VALIDA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "ORIGEM INVALIDA" TO WRK-MOTIVO-REJEICAO
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
           MOVE DEC-ANO TO CRT-ANO.
           MOVE DEC-MES TO CRT-MES.
           MOVE DEC-CPF TO CRT-CPF.
           MOVE DEC-ORIGEM TO CRT-ORIGEM.
           READ HOLD-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CREDITO NAO CONSTA NO CREDRET"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2050-EXIT
           END-READ.
           IF NOT CRT-RETIDO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CREDITO JA DECIDIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-OPERADOR = CRT-OPERADOR-CONTA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "OPERADOR ALTEROU A CONTA" TO WRK-MOTIVO-REJEICAO
               GO TO 2050-EXIT
           END-IF.
           IF DEC-CONTA-ANTERIOR
               AND (CRT-ANT-CONTA NOT NUMERIC
                    OR CRT-ANT-CONTA = ZEROS)
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "SEM CONTA ANTERIOR GUARDADA"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A DECISAO NO CREDRET E, QUANDO HA PAGAMENTO, GRAVA O
      * CREDITO NA REMESSA COMPLEMENTAR NA CONTA ESCOLHIDA.
      *****************************************************************
       2100-APLICA-DECISAO.
           MOVE DEC-DECISAO TO CRT-SITUACAO.
           MOVE DEC-OPERADOR TO CRT-OPERADOR-DECISAO.
           MOVE WRK-DATA-HOJE-NUM TO CRT-DATA-DECISAO.
           REWRITE CREDITO-RETIDO-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           IF NOT DEC-CANCELA
               PERFORM 2150-GRAVA-CREDITO THRU 2150-EXIT
           END-IF.
           PERFORM 2200-GRAVA-AUDITORIA THRU 2200-EXIT.
       2100-EXIT.
           EXIT.
       2150-GRAVA-CREDITO.
           ADD 1 TO WRK-SEQUENCIAL.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE CRT-CPF TO WRK-RD-CPF.
           MOVE CRT-NOME TO WRK-RD-NOME.
           MOVE CRT-VALOR TO WRK-RD-VALOR.
           MOVE CRT-MOEDA TO WRK-RD-MOEDA.
           IF DEC-CONTA-ANTERIOR
               MOVE CRT-ANT-BANCO TO WRK-RD-BANCO
               MOVE CRT-ANT-AGENCIA TO WRK-RD-AGENCIA
               MOVE CRT-ANT-CONTA TO WRK-RD-CONTA
               MOVE CRT-ANT-DIGITO TO WRK-RD-DIGITO
               MOVE CRT-ANT-TIPO TO WRK-RD-TIPO
           ELSE
               MOVE CRT-BANCO TO WRK-RD-BANCO
               MOVE CRT-AGENCIA TO WRK-RD-AGENCIA
               MOVE CRT-CONTA TO WRK-RD-CONTA
               MOVE CRT-DIGITO TO WRK-RD-DIGITO
               MOVE CRT-TIPO TO WRK-RD-TIPO
           END-IF.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD CRT-VALOR TO WRK-TOTAL-REMETIDO.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A DECISAO NA TRILHA DE AUDITORIA COMPARTILHADA - QUEM
      * LIBEROU O QUE E PARA QUAL CONTA.
      *****************************************************************
       2200-GRAVA-AUDITORIA.
           MOVE DEC-CPF TO WRK-EA-CPF.
           MOVE DEC-MES TO WRK-EA-MES.
           MOVE DEC-ANO TO WRK-EA-ANO.
           MOVE DEC-ORIGEM TO WRK-EA-ORIGEM.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           EVALUATE TRUE
               WHEN DEC-LIBERA
                   MOVE "LIBERADO C.ATUAL" TO WRK-RA-DECISAO
               WHEN DEC-CONTA-ANTERIOR
                   MOVE "PAGO C.ANTERIOR" TO WRK-RA-DECISAO
               WHEN OTHER
                   MOVE "CANCELADO" TO WRK-RA-DECISAO
           END-EVALUATE.
           MOVE DEC-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2200-EXIT.
           EXIT.
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE DEC-CPF TO WRK-D-CPF.
           MOVE DEC-MES TO WRK-D-MES.
           MOVE DEC-ANO TO WRK-D-ANO.
           MOVE DEC-ORIGEM TO WRK-D-ORIGEM.
           MOVE DEC-DECISAO TO WRK-D-DECISAO.
           IF WRK-REJEITADA-SW
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
           ELSE
               MOVE "APLICADA" TO WRK-D-SITUACAO
           END-IF.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * LISTA OS CREDITOS QUE CONTINUAM RETIDOS, DE TODAS AS
      * COMPETENCIAS, PARA A TESOURARIA NAO ESQUECER NENHUM.
      *****************************************************************
       3000-LISTA-RETIDOS.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-TITULO-RETIDOS.
           MOVE LOW-VALUES TO CRT-CHAVE.
           START HOLD-FILE KEY IS NOT LESS THAN CRT-CHAVE
               INVALID KEY
                   GO TO 3000-EXIT
           END-START.
           PERFORM 3100-LISTA-RETIDO THRU 3100-EXIT
               UNTIL WRK-FIM-RETIDOS-SW.
       3000-EXIT.
           EXIT.
       3100-LISTA-RETIDO.
           READ HOLD-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-RETIDOS-SW TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF NOT CRT-RETIDO
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-AINDA-RETIDOS.
           MOVE CRT-CPF TO WRK-R-CPF.
           MOVE CRT-MES TO WRK-R-MES.
           MOVE CRT-ANO TO WRK-R-ANO.
           MOVE CRT-ORIGEM TO WRK-R-ORIGEM.
           MOVE CRT-VALOR TO WRK-R-VALOR.
           MOVE CRT-MOTIVO TO WRK-R-MOTIVO.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-RETIDO.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O TRAILER DA REMESSA COMPLEMENTAR E OS TOTAIS, E FECHA
      * OS ARQUIVOS.
      *****************************************************************
       4000-FINALIZA.
           MOVE WRK-SEQUENCIAL TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-REMETIDO TO WRK-RT-VALOR-TOTAL.
           WRITE REMITTANCE-REC FROM WRK-REM-TRAILER.
           MOVE WRK-QTDE-LIDAS TO WRK-TOT-LIDAS-ED.
           MOVE WRK-QTDE-APLICADAS TO WRK-TOT-APLIC-ED.
           MOVE WRK-QTDE-REJEITADAS TO WRK-TOT-REJEIT-ED.
           MOVE WRK-QTDE-AINDA-RETIDOS TO WRK-TOT-RETIDOS-ED.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-TOTAL.
           MOVE WRK-SEQUENCIAL TO WRK-LM-QTDE-ED.
           MOVE WRK-TOTAL-REMETIDO TO WRK-LM-VALOR-ED.
           WRITE RELEASE-REPORT-REC FROM WRK-LINHA-REMESSA.
           CLOSE DECISION-FILE.
           CLOSE HOLD-FILE.
           CLOSE REMITTANCE-FILE.
           CLOSE RELEASE-REPORT.
       4000-EXIT.
           EXIT.
       END PROGRAM BANKLIB.
