      *          AUDITLOG E NO SYSOUT RETIDO. QUANDO UM PASSO RODA
      *          MAIS DE UMA VEZ NO DIA, VALE O ULTIMO INICIO E O
      *          ULTIMO FIM.
      * Mod Log:
      *   - LISTA DE PENDENCIAS: CADA PASSO DO PAINEL GANHOU A COLUNA
      *     PEND. COM A QUANTIDADE DE PENDENCIAS EM ABERTO DO PASSO NA
      *     LISTA CONSOLIDADA PENDTRAB, E O PAINEL PASSOU A FECHAR COM
      *     UM BLOCO DOS PASSOS DE VALIDACAO E DE RETORNO QUE APONTAM
      *     NA LISTA (TABELA PENDTAB), CADA UM COM A AREA DONA E A
      *     QUANTIDADE EM ABERTO. PENDTRAB AUSENTE = TUDO ZERO.
      *   - O PAINEL PASSOU A COBRIR OS OITO PASSOS DO PAYRUN, NA ORDEM
      *     DO JCL: MSTAUDIT, CPFBATCH, SALFMT, RATVALID, FOLCALC,
      *     SALACUM, VARSAL E PAYREG. MSTAUDIT, RATVALID E VARSAL
      *     PASSARAM A GRAVAR OS EVENTOS DE INICIO/FIM NO AUDITLOG -
      *     ANTES O PASSO QUE SEGURA A JANELA NAO APARECIA NO PAINEL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-AUDITORIA.
           SELECT DASHBOARD-REPORT ASSIGN TO "BATCHDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKLIST-FILE ASSIGN TO "PENDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE.
           02 AUD-RESULTADO            PIC X(30).
       FD  DASHBOARD-REPORT.
       01  DASHBOARD-REPORT-REC       PIC X(80).
       FD  WORKLIST-FILE.
       COPY "PENDTRAB.CPY".
       WORKING-STORAGE SECTION.
       COPY "PENDTAB.CPY".
       77 WRK-FS-AUDITORIA         PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "35".
       77 WRK-FIM-TRILHA           PIC X(01) VALUE 'N'.
           88 WRK-FIM-SW                    VALUE 'S'.
       77 WRK-DATA-PEDIDA          PIC 9(08) VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-PASSOS          PIC 9(02) COMP VALUE 8.
       77 WRK-SEGUNDOS-INICIO      PIC 9(06) COMP VALUE ZEROS.
       77 WRK-SEGUNDOS-FIM         PIC 9(06) COMP VALUE ZEROS.
       77 WRK-SEGUNDOS-DECORRIDOS  PIC 9(06) COMP VALUE ZEROS.
       77 WRK-DEC-MINUTOS          PIC 9(02) VALUE ZEROS.
       77 WRK-DEC-SEGUNDOS         PIC 9(02) VALUE ZEROS.
       77 WRK-RESTO-SEGUNDOS       PIC 9(06) COMP VALUE ZEROS.
       77 WRK-FS-PENDENCIAS        PIC X(02) VALUE SPACES.
           88 WRK-FS-PND-NAO-ENCONTRADO      VALUE "35".
       77 WRK-FIM-PENDENCIAS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PENDENCIAS-SW         VALUE 'S'.
       77 WRK-IDX-ORIGEM           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PENDENCIA-CONTADA    PIC X(01) VALUE 'N'.
           88 WRK-PENDENCIA-CONTADA-SW      VALUE 'S'.
       77 WRK-QTDE-PND-OUTRAS      PIC 9(05) COMP VALUE ZEROS.
       01 WRK-HORA-R.
           02 WRK-HR-HORA           PIC 9(02).
           02 WRK-HR-MINUTO         PIC 9(02).
      * TABELA FIXA DOS PASSOS DA JANELA, NA ORDEM DO PAYRUN.
      *****************************************************************
       01 WRK-PASSOS-FIXOS.
           02 FILLER                PIC X(12) VALUE "MSTAUDIT".
           02 FILLER                PIC X(12) VALUE "CPFBATCH".
           02 FILLER                PIC X(12) VALUE "SALFMT".
           02 FILLER                PIC X(12) VALUE "RATVALID".
           02 FILLER                PIC X(12) VALUE "FOLCALC".
           02 FILLER                PIC X(12) VALUE "SALACUM".
           02 FILLER                PIC X(12) VALUE "VARSAL".
           02 FILLER                PIC X(12) VALUE "PAYREG".
       01 WRK-PASSOS-R REDEFINES WRK-PASSOS-FIXOS.
           02 WRK-PASSO-NOME        PIC X(12) OCCURS 8 TIMES.
       01 WRK-TABELA-PASSOS.
           02 WRK-PASSO-ITEM OCCURS 8 TIMES.
               03 WRK-TP-INICIOU        PIC X(01).
                   88 WRK-TP-INICIOU-SW         VALUE 'S'.
               03 WRK-TP-TERMINOU       PIC X(01).
               03 WRK-TP-HORA-INICIO    PIC 9(06).
               03 WRK-TP-HORA-FIM       PIC 9(06).
               03 WRK-TP-REGISTROS      PIC 9(07).
               03 WRK-TP-PENDENCIAS     PIC 9(05) COMP.
      *****************************************************************
      * PENDENCIAS EM ABERTO POR ORIGEM, NA ORDEM DA TABELA PENDTAB.
      *****************************************************************
       01 WRK-TABELA-ORIGENS.
           02 WRK-TO-PENDENCIAS     PIC 9(05) COMP OCCURS 9 TIMES.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(26) VALUE
               "JANELA BATCH DO DIA ".
           02 FILLER                PIC X(08) VALUE "FIM".
           02 FILLER                PIC X(10) VALUE "DECORRIDO".
           02 FILLER                PIC X(11) VALUE "REGISTROS".
           02 FILLER                PIC X(15) VALUE "SITUACAO".
           02 FILLER                PIC X(05) VALUE "PEND.".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-PASSO           PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-REGISTROS       PIC X(09).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(13).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PENDENCIAS      PIC ZZZZ9.
       01 WRK-LINHA-TITULO-ORIGENS.
           02 FILLER                PIC X(40) VALUE
               "PENDENCIAS EM ABERTO POR PASSO DE ORIGEM".
       01 WRK-LINHA-ORIGEM.
           02 WRK-O-ORIGEM          PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-O-AREA            PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-O-PENDENCIAS      PIC ZZZZ9.
       01 WRK-DECORRIDO-ED.
           02 WRK-DE-HORAS          PIC 9(02).
           02 FILLER                PIC X(01) VALUE ":".
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-SW.
           PERFORM 2500-CONTA-PENDENCIAS THRU 2500-EXIT.
           PERFORM 3000-IMPRIME-PAINEL THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
           MOVE ZEROS TO WRK-TP-HORA-INICIO (WRK-IDX).
           MOVE ZEROS TO WRK-TP-HORA-FIM (WRK-IDX).
           MOVE ZEROS TO WRK-TP-REGISTROS (WRK-IDX).
           MOVE ZEROS TO WRK-TP-PENDENCIAS (WRK-IDX).
       0100-EXIT.
           EXIT.
      *****************************************************************
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONTA AS PENDENCIAS EM ABERTO DA LISTA CONSOLIDADA POR PASSO DA
      * JANELA E POR ORIGEM DA TABELA PENDTAB; ORIGEM FORA DOS DOIS
      * SOMA EM OUTRAS ORIGENS.
      *****************************************************************
       2500-CONTA-PENDENCIAS.
           PERFORM 2510-LIMPA-ORIGEM THRU 2510-EXIT
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > PTB-QTDE-ORIGENS.
           OPEN INPUT WORKLIST-FILE.
           IF WRK-FS-PENDENCIAS NOT = "00"
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2520-LE-PENDENCIA THRU 2520-EXIT.
           PERFORM 2530-CONTA-PENDENCIA THRU 2530-EXIT
               UNTIL WRK-FIM-PENDENCIAS-SW.
           CLOSE WORKLIST-FILE.
       2500-EXIT.
           EXIT.
       2510-LIMPA-ORIGEM.
           MOVE ZEROS TO WRK-TO-PENDENCIAS (WRK-IDX-ORIGEM).
       2510-EXIT.
           EXIT.
       2520-LE-PENDENCIA.
           READ WORKLIST-FILE NEXT RECORD
               AT END SET WRK-FIM-PENDENCIAS-SW TO TRUE
           END-READ.
       2520-EXIT.
           EXIT.
       2530-CONTA-PENDENCIA.
           IF NOT PND-EM-ABERTO
               PERFORM 2520-LE-PENDENCIA THRU 2520-EXIT
               GO TO 2530-EXIT
           END-IF.
           MOVE 'N' TO WRK-PENDENCIA-CONTADA.
           PERFORM 2540-CONTA-PASSO THRU 2540-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-PASSOS.
           PERFORM 2550-CONTA-ORIGEM THRU 2550-EXIT
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > PTB-QTDE-ORIGENS.
           IF NOT WRK-PENDENCIA-CONTADA-SW
               ADD 1 TO WRK-QTDE-PND-OUTRAS
           END-IF.
           PERFORM 2520-LE-PENDENCIA THRU 2520-EXIT.
       2530-EXIT.
           EXIT.
       2540-CONTA-PASSO.
           IF PND-ORIGEM = WRK-PASSO-NOME (WRK-IDX)
               ADD 1 TO WRK-TP-PENDENCIAS (WRK-IDX)
               SET WRK-PENDENCIA-CONTADA-SW TO TRUE
           END-IF.
       2540-EXIT.
           EXIT.
       2550-CONTA-ORIGEM.
           IF PND-ORIGEM = PTB-ORIGEM (WRK-IDX-ORIGEM)
               ADD 1 TO WRK-TO-PENDENCIAS (WRK-IDX-ORIGEM)
               SET WRK-PENDENCIA-CONTADA-SW TO TRUE
           END-IF.
       2550-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O PAINEL DE UMA PAGINA: UMA LINHA POR PASSO DA
      * JANELA, NA ORDEM DO PAYRUN, SEGUIDA DAS PENDENCIAS EM ABERTO
      * DOS PASSOS QUE APONTAM NA LISTA CONSOLIDADA.
      *****************************************************************
       3000-IMPRIME-PAINEL.
           OPEN OUTPUT DASHBOARD-REPORT.
           PERFORM 3100-IMPRIME-PASSO THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-PASSOS.
           MOVE SPACES TO DASHBOARD-REPORT-REC.
           WRITE DASHBOARD-REPORT-REC.
           WRITE DASHBOARD-REPORT-REC FROM WRK-LINHA-TITULO-ORIGENS.
           PERFORM 3300-IMPRIME-ORIGEM THRU 3300-EXIT
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > PTB-QTDE-ORIGENS.
           IF WRK-QTDE-PND-OUTRAS > ZEROS
               MOVE SPACES TO WRK-LINHA-ORIGEM
               MOVE "OUTRAS" TO WRK-O-ORIGEM
               MOVE PTB-AREA-PADRAO TO WRK-O-AREA
               MOVE WRK-QTDE-PND-OUTRAS TO WRK-O-PENDENCIAS
               WRITE DASHBOARD-REPORT-REC FROM WRK-LINHA-ORIGEM
           END-IF.
           CLOSE AUDIT-FILE.
           CLOSE DASHBOARD-REPORT.
       3000-EXIT.
       3100-IMPRIME-PASSO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE WRK-PASSO-NOME (WRK-IDX) TO WRK-D-PASSO.
           MOVE WRK-TP-PENDENCIAS (WRK-IDX) TO WRK-D-PENDENCIAS.
           IF NOT WRK-TP-INICIOU-SW (WRK-IDX)
               MOVE "NAO EXECUTADO" TO WRK-D-SITUACAO
               WRITE DASHBOARD-REPORT-REC FROM WRK-LINHA-DETALHE
           MOVE WRK-DEC-SEGUNDOS TO WRK-DE-SEGUNDOS.
       3200-EXIT.
           EXIT.
       3300-IMPRIME-ORIGEM.
           MOVE SPACES TO WRK-LINHA-ORIGEM.
           MOVE PTB-ORIGEM (WRK-IDX-ORIGEM) TO WRK-O-ORIGEM.
           MOVE PTB-AREA (WRK-IDX-ORIGEM) TO WRK-O-AREA.
           MOVE WRK-TO-PENDENCIAS (WRK-IDX-ORIGEM) TO WRK-O-PENDENCIAS.
           WRITE DASHBOARD-REPORT-REC FROM WRK-LINHA-ORIGEM.
       3300-EXIT.
           EXIT.
       END PROGRAM BATCHDSH.
