      *          IMPRIME UMA PAGINA DE INFORME POR FUNCIONARIO COM O
      *          NOME CONFIRMADO PELO CPFLOOK - UM RUN NO LUGAR DE
      *          DUZENTAS PLANILHAS.
      * Mod Log:
      *   - PENSAO ALIMENTICIA: AS RETENCOES DO ANO PASSARAM A SAIR
      *     COM A PENSAO JUDICIAL DO CADASTRO PENSAO (PENSCALC, FOLHA
      *     'M' NOS MESES E 'T' NO DECIMO) DEDUZIDA DA BASE DO IRRF
      *     (DEDCALCP), COMO NA FOLHA, E O INFORME GANHOU AS LINHAS
      *     DA PENSAO PAGA NO ANO E SOBRE O 13O - QUE O FUNCIONARIO
      *     DEDUZ NA DECLARACAO.
      *   - PLR: O INFORME GANHOU A SECAO DE RENDIMENTOS SUJEITOS A
      *     TRIBUTACAO EXCLUSIVA - O 13O, QUE JA SAIA, PASSOU PARA
      *     DEBAIXO DELA, JUNTO COM A PARTICIPACAO NOS LUCROS PAGA NO
      *     ANO E O IRRF EXCLUSIVO RETIDO SOBRE ELA, LIDOS DO PLRHIST
      *     (GRAVADO PELO PLRPAGTO). SEM PLRHIST, O INFORME SAI SEM AS
      *     LINHAS DA PLR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT PLR-HISTORY ASSIGN TO "PLRHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PLH-CHAVE
               FILE STATUS IS WRK-FS-PLR.
           SELECT STATEMENT-REPORT ASSIGN TO "INFORMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  PLR-HISTORY.
       COPY "PLRHIST.CPY".
       FD  STATEMENT-REPORT.
       01  STATEMENT-REPORT-REC       PIC X(90).
       WORKING-STORAGE SECTION.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-PLR               PIC X(02) VALUE SPACES.
           88 WRK-FS-PLR-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-CADASTRO-PLR         PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-PLR-OK           VALUE 'S'.
       77 WRK-TOTAL-PLR            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IRRF-PLR             PIC 9(07)V99 VALUE ZEROS.
       77 WRK-FIM-HIST             PIC X(01) VALUE 'N'.
           88 WRK-FIM-HIST-SW               VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-INSS-DECIMO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF-DECIMO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-PENSAO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-PENSAO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PENSAO-DECIMO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TIPO-FOLHA           PIC X(01) VALUE 'M'.
       01 WRK-ORDENS-PENSAO.
           02 WRK-QTDE-ORDENS       PIC 9(02).
           02 WRK-ORDEM-ITEM OCCURS 5 TIMES.
               03 WRK-OR-SEQ            PIC 9(02).
               03 WRK-OR-VALOR          PIC 9(06)V99.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       01 WRK-LINHA-VALOR.
           02 WRK-V-DESCRICAO       PIC X(36).
           02 WRK-V-VALOR           PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-EXCLUSIVA.
           02 FILLER                PIC X(52) VALUE
               "RENDIMENTOS SUJEITOS A TRIBUTACAO EXCLUSIVA".
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(52) VALUE ALL "-".
       01 WRK-LINHA-TOTAL.
               DISPLAY 'SALHIST NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT PLR-HISTORY.
           IF WRK-FS-PLR-NAO-ENCONTRADO
               DISPLAY 'AVISO: PLRHIST NAO ENCONTRADO - INFORMES SEM '
                       'PARTICIPACAO NOS LUCROS'
           ELSE
               SET WRK-CADASTRO-PLR-OK TO TRUE
           END-IF.
           OPEN OUTPUT STATEMENT-REPORT.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO-PEDIDO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE ZEROS TO WRK-TOTAL-RENDIMENTOS.
           MOVE ZEROS TO WRK-TOTAL-INSS.
           MOVE ZEROS TO WRK-TOTAL-IRRF.
           MOVE ZEROS TO WRK-TOTAL-PENSAO.
           MOVE ZEROS TO WRK-PENSAO-DECIMO.
           MOVE ZEROS TO WRK-MESES-TRABALHADOS.
           CALL "DEPLOOK" USING HIST-CPF WRK-QTDE-DEPENDENTES.
           MOVE 'M' TO WRK-TIPO-FOLHA.
           PERFORM 2110-CALCULA-MES THRU 2110-EXIT
               VARYING WRK-INDICE-MES FROM 1 BY 1
               UNTIL WRK-INDICE-MES > 12.
           PERFORM 2150-BUSCA-PLR THRU 2150-EXIT.
           IF WRK-MESES-TRABALHADOS = ZEROS
               GO TO 2100-EXIT
           END-IF.
               WRK-MEDIA * WRK-MESES-TRABALHADOS / 12.
           CALL "DEDCALC" USING WRK-DECIMO WRK-INSS-DECIMO
               WRK-IRRF-DECIMO WRK-LIQUIDO WRK-QTDE-DEPENDENTES.
           MOVE 'T' TO WRK-TIPO-FOLHA.
           CALL "PENSCALC" USING HIST-CPF WRK-DECIMO WRK-INSS-DECIMO
               WRK-TIPO-FOLHA WRK-PENSAO-DECIMO WRK-ORDENS-PENSAO.
           IF WRK-PENSAO-DECIMO > ZEROS
               CALL "DEDCALCP" USING WRK-DECIMO WRK-INSS-DECIMO
                   WRK-IRRF-DECIMO WRK-LIQUIDO WRK-QTDE-DEPENDENTES
                   WRK-PENSAO-DECIMO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * PLR PAGA NO ANO E IRRF EXCLUSIVO RETIDO (PLRHIST).
      *****************************************************************
       2150-BUSCA-PLR.
           MOVE ZEROS TO WRK-TOTAL-PLR.
           MOVE ZEROS TO WRK-IRRF-PLR.
           IF NOT WRK-CADASTRO-PLR-OK
               GO TO 2150-EXIT
           END-IF.
           MOVE HIST-CPF TO PLH-CPF.
           MOVE WRK-ANO-PEDIDO TO PLH-ANO.
           READ PLR-HISTORY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PLH-TOTAL-VALOR TO WRK-TOTAL-PLR
                   MOVE PLH-TOTAL-IRRF TO WRK-IRRF-PLR
           END-READ.
       2150-EXIT.
           EXIT.
       2110-CALCULA-MES.
           IF HIST-SAL(WRK-INDICE-MES) > ZEROS
               ADD 1 TO WRK-MESES-TRABALHADOS
               ADD WRK-BRUTO-MES TO WRK-TOTAL-RENDIMENTOS
               CALL "DEDCALC" USING WRK-BRUTO-MES WRK-INSS WRK-IRRF
                   WRK-LIQUIDO WRK-QTDE-DEPENDENTES
               CALL "PENSCALC" USING HIST-CPF WRK-BRUTO-MES WRK-INSS
                   WRK-TIPO-FOLHA WRK-VALOR-PENSAO WRK-ORDENS-PENSAO
               IF WRK-VALOR-PENSAO > ZEROS
                   CALL "DEDCALCP" USING WRK-BRUTO-MES WRK-INSS
                       WRK-IRRF WRK-LIQUIDO WRK-QTDE-DEPENDENTES
                       WRK-VALOR-PENSAO
                   ADD WRK-VALOR-PENSAO TO WRK-TOTAL-PENSAO
               END-IF
               ADD WRK-INSS TO WRK-TOTAL-INSS
               ADD WRK-IRRF TO WRK-TOTAL-IRRF
           END-IF.
           MOVE "IRRF RETIDO NO ANO" TO WRK-V-DESCRICAO.
           MOVE WRK-TOTAL-IRRF TO WRK-V-VALOR.
           PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-EXCLUSIVA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "13O SALARIO" TO WRK-V-DESCRICAO.
           MOVE WRK-DECIMO TO WRK-V-VALOR.
           PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT.
           MOVE "IRRF S/ 13O SALARIO" TO WRK-V-DESCRICAO.
           MOVE WRK-IRRF-DECIMO TO WRK-V-VALOR.
           PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT.
           IF WRK-TOTAL-PLR > ZEROS
               MOVE "PARTICIPACAO NOS LUCROS (PLR)" TO WRK-V-DESCRICAO
               MOVE WRK-TOTAL-PLR TO WRK-V-VALOR
               PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT
               MOVE "IRRF EXCLUSIVO S/ PLR" TO WRK-V-DESCRICAO
               MOVE WRK-IRRF-PLR TO WRK-V-VALOR
               PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT
           END-IF.
           IF WRK-TOTAL-PENSAO > ZEROS
               OR WRK-PENSAO-DECIMO > ZEROS
               MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
               MOVE "PENSAO ALIMENTICIA PAGA NO ANO" TO WRK-V-DESCRICAO
               MOVE WRK-TOTAL-PENSAO TO WRK-V-VALOR
               PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT
               MOVE "PENSAO ALIMENTICIA S/ 13O SALARIO"
                   TO WRK-V-DESCRICAO
               MOVE WRK-PENSAO-DECIMO TO WRK-V-VALOR
               PERFORM 8100-IMPRIME-VALOR THRU 8100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-INFORMES.
       2200-EXIT.
           EXIT.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE HISTORY-FILE.
           IF WRK-CADASTRO-PLR-OK
               CLOSE PLR-HISTORY
           END-IF.
           CLOSE STATEMENT-REPORT.
       3000-EXIT.
           EXIT.
