       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDAGE.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: ENVELHECIMENTO DIARIO DA LISTA DE PENDENCIAS
      *          CONSOLIDADA (PENDTRAB) - UMA SO LISTA NO LUGAR DE ABRIR
      *          O SPOOL DE CADA PASSO DE VALIDACAO E DE RETORNO. LE
      *          TODAS AS PENDENCIAS EM ABERTO (ABERTAS OU JA
      *          ATRIBUIDAS), BUSCA NA TABELA PENDTAB A AREA DONA E O
      *          SLA DA ORIGEM, CALCULA A IDADE EM DIAS CORRIDOS DESDE A
      *          ABERTURA (MESMA CONVERSAO DE DATA EM NUMERO DE DIAS DO
      *          AFACALC) E IMPRIME AGRUPADO POR AREA, DA PENDENCIA MAIS
      *          VELHA PARA A MAIS NOVA, MARCANDO "FORA DO SLA" QUANDO A
      *          IDADE PASSA DO SLA DA ORIGEM. CADA AREA FECHA COM A
      *          QUANTIDADE EM ABERTO E FORA DO SLA, E O RELATORIO COM O
      *          TOTAL GERAL. A DATA DE POSICAO VEM DO CONSOLE
      *          (AAAAMMDD) E, EM BRANCO, E A DATA DO DIA. TERMINA COM
      *          RC=4 QUANDO HA PENDENCIA FORA DO SLA. PENDTRAB AUSENTE
      *          = NENHUMA PENDENCIA APONTADA AINDA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO "PENDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIAS.
           SELECT SORT-WORK ASSIGN TO "SRTWK03".
           SELECT AGING-REPORT ASSIGN TO "PENDARP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       COPY "PENDTRAB.CPY".
       SD  SORT-WORK.
       01  SORT-RECORD.
           02 SRT-AREA                 PIC X(12).
           02 SRT-IDADE                PIC 9(04).
           02 SRT-ORIGEM               PIC X(08).
           02 SRT-ANO                  PIC 9(04).
           02 SRT-MES                  PIC 9(02).
           02 SRT-CPF                  PIC X(11).
           02 SRT-TIPO                 PIC X(04).
           02 SRT-REFERENCIA           PIC X(10).
           02 SRT-DESCRICAO            PIC X(40).
           02 SRT-SITUACAO             PIC X(01).
           02 SRT-RESPONSAVEL          PIC X(08).
           02 SRT-ABERTURA             PIC 9(08).
           02 SRT-SLA                  PIC 9(03).
       FD  AGING-REPORT.
       01  AGING-REPORT-REC            PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "PENDTAB.CPY".
       77 WRK-FS-PENDENCIAS        PIC X(02) VALUE SPACES.
           88 WRK-FS-PND-NAO-ENCONTRADO      VALUE "35".
       77 WRK-FIM-PENDENCIAS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PENDENCIAS-SW         VALUE 'S'.
       77 WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-SW               VALUE 'S'.
       77 WRK-PRIMEIRO-REG         PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO                  VALUE 'S'.
       77 WRK-ORIGEM-ACHADA        PIC X(01) VALUE 'N'.
           88 WRK-ORIGEM-ACHADA-SW          VALUE 'S'.
       77 WRK-AREA-ANTERIOR        PIC X(12) VALUE SPACES.
       77 WRK-IDX-ORIGEM           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-REFERENCIA       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-AREA            PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-AREA-FORA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-TOTAL           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-TOTAL-FORA      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-DATA-REFERENCIA-X    PIC X(08) VALUE SPACES.
       01 WRK-DATA-REFERENCIA REDEFINES WRK-DATA-REFERENCIA-X
                                   PIC 9(08).
      *****************************************************************
      * CONVERSAO DE DATA EM NUMERO DE DIAS (A MESMA DO AFACALC).
      *****************************************************************
       01 WRK-DC-DATA.
           02 WRK-DC-ANO            PIC 9(04).
           02 WRK-DC-MES            PIC 9(02).
           02 WRK-DC-DIA            PIC 9(02).
       01 WRK-DC-DATA-N REDEFINES WRK-DC-DATA
                                   PIC 9(08).
       77 WRK-DC-A                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-M                 PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DC-Q4                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q100              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q400              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-QM                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-NUMERO            PIC 9(07) COMP VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(42) VALUE
               "PENDENCIAS EM ABERTO POR AREA - POSICAO EM".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-DIA-REF        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-REF        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-REF        PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(09) VALUE "ORIGEM".
           02 FILLER                PIC X(08) VALUE "COMPET.".
           02 FILLER                PIC X(12) VALUE "CPF".
           02 FILLER                PIC X(05) VALUE "TIPO".
           02 FILLER                PIC X(11) VALUE "REFERENCIA".
           02 FILLER                PIC X(41) VALUE "DESCRICAO".
           02 FILLER                PIC X(07) VALUE "SITUAC".
           02 FILLER                PIC X(09) VALUE "RESPONS.".
           02 FILLER                PIC X(09) VALUE "ABERTURA".
           02 FILLER                PIC X(05) VALUE "DIAS".
           02 FILLER                PIC X(05) VALUE "SLA".
           02 FILLER                PIC X(11) VALUE "OBSERVACAO".
       01 WRK-LINHA-AREA.
           02 FILLER                PIC X(18) VALUE
               "AREA RESPONSAVEL: ".
           02 WRK-AR-AREA           PIC X(12).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-ORIGEM          PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-MES             PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-TIPO            PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-REFERENCIA      PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DESCRICAO       PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-SITUACAO        PIC X(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-RESPONSAVEL     PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ABERTURA        PIC 9(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-IDADE           PIC ZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-SLA             PIC ZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-OBSERVACAO      PIC X(11).
       01 WRK-LINHA-TOTAL-AREA.
           02 WRK-TA-DESCRICAO      PIC X(17).
           02 WRK-TA-QTDE-ED        PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " EM ABERTO, ".
           02 WRK-TA-FORA-ED        PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " FORA DO SLA".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-DATA-REFERENCIA-X FROM CONSOLE.
           IF WRK-DATA-REFERENCIA-X = SPACES
               OR WRK-DATA-REFERENCIA NOT NUMERIC
               OR WRK-DATA-REFERENCIA = ZEROS
               MOVE WRK-DATA-HOJE TO WRK-DATA-REFERENCIA
           END-IF.
           MOVE WRK-DATA-REFERENCIA TO WRK-DC-DATA-N.
           PERFORM 8500-CONVERTE-DATA THRU 8500-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-DIA-REFERENCIA.
           PERFORM 0050-VERIFICA-LISTA THRU 0050-EXIT.
           IF WRK-FS-PND-NAO-ENCONTRADO
               DISPLAY 'PENDTRAB NAO ENCONTRADO - NENHUMA PENDENCIA '
                       'APONTADA AINDA'
               GO TO 0000-FIM
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-AREA
               ON DESCENDING KEY SRT-IDADE
               ON ASCENDING KEY SRT-ORIGEM
               INPUT PROCEDURE IS 1000-CARREGA-ORDENACAO
                   THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-IMPRIME-AREAS
                   THRU 2000-EXIT.
           IF WRK-QTDE-TOTAL-FORA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * CONFIRMA QUE O PENDTRAB EXISTE ANTES DE COMECAR O SORT - QUEM O
      * REABRE DE FATO E O 1000-CARREGA-ORDENACAO.
      *****************************************************************
       0050-VERIFICA-LISTA.
           OPEN INPUT WORKLIST-FILE.
           IF NOT WRK-FS-PND-NAO-ENCONTRADO
               CLOSE WORKLIST-FILE
           END-IF.
       0050-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LE A LISTA E LIBERA CADA PENDENCIA EM
      * ABERTO COM A AREA DONA, O SLA E A IDADE EM DIAS.
      *****************************************************************
       1000-CARREGA-ORDENACAO.
           OPEN INPUT WORKLIST-FILE.
           PERFORM 1100-LE-PENDENCIA THRU 1100-EXIT.
           PERFORM 1200-RELEASE-PENDENCIA THRU 1200-EXIT
               UNTIL WRK-FIM-PENDENCIAS-SW.
           CLOSE WORKLIST-FILE.
       1000-EXIT.
           EXIT.
       1100-LE-PENDENCIA.
           READ WORKLIST-FILE NEXT RECORD
               AT END SET WRK-FIM-PENDENCIAS-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       1200-RELEASE-PENDENCIA.
           IF NOT PND-EM-ABERTO
               PERFORM 1100-LE-PENDENCIA THRU 1100-EXIT
               GO TO 1200-EXIT
           END-IF.
           MOVE 'N' TO WRK-ORIGEM-ACHADA.
           PERFORM 1300-PROCURA-ORIGEM THRU 1300-EXIT
               VARYING WRK-IDX-ORIGEM FROM 1 BY 1
               UNTIL WRK-IDX-ORIGEM > PTB-QTDE-ORIGENS
                  OR WRK-ORIGEM-ACHADA-SW.
           IF NOT WRK-ORIGEM-ACHADA-SW
               MOVE PTB-AREA-PADRAO TO SRT-AREA
               MOVE PTB-SLA-PADRAO TO SRT-SLA
           END-IF.
           MOVE ZEROS TO SRT-IDADE.
           IF PND-DATA-ABERTURA NUMERIC
               AND PND-DATA-ABERTURA > ZEROS
               MOVE PND-DATA-ABERTURA TO WRK-DC-DATA-N
               PERFORM 8500-CONVERTE-DATA THRU 8500-EXIT
               IF WRK-DIA-REFERENCIA > WRK-DC-NUMERO
                   COMPUTE SRT-IDADE =
                       WRK-DIA-REFERENCIA - WRK-DC-NUMERO
               END-IF
           END-IF.
           MOVE PND-ORIGEM TO SRT-ORIGEM.
           MOVE PND-ANO TO SRT-ANO.
           MOVE PND-MES TO SRT-MES.
           MOVE PND-CPF TO SRT-CPF.
           MOVE PND-TIPO TO SRT-TIPO.
           MOVE PND-REFERENCIA TO SRT-REFERENCIA.
           MOVE PND-DESCRICAO TO SRT-DESCRICAO.
           MOVE PND-SITUACAO TO SRT-SITUACAO.
           MOVE PND-RESPONSAVEL TO SRT-RESPONSAVEL.
           MOVE PND-DATA-ABERTURA TO SRT-ABERTURA.
           RELEASE SORT-RECORD.
           PERFORM 1100-LE-PENDENCIA THRU 1100-EXIT.
       1200-EXIT.
           EXIT.
       1300-PROCURA-ORIGEM.
           IF PTB-ORIGEM (WRK-IDX-ORIGEM) = PND-ORIGEM
               SET WRK-ORIGEM-ACHADA-SW TO TRUE
               MOVE PTB-AREA (WRK-IDX-ORIGEM) TO SRT-AREA
               MOVE PTB-SLA-DIAS (WRK-IDX-ORIGEM) TO SRT-SLA
           END-IF.
       1300-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT - CONTROLA A QUEBRA DE AREA: CADA AREA
      * ABRE COM A LINHA DA AREA E FECHA COM A SUA CONTAGEM; NO FIM, O
      * TOTAL GERAL.
      *****************************************************************
       2000-IMPRIME-AREAS.
           OPEN OUTPUT AGING-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-DATA-REFERENCIA TO WRK-DC-DATA-N.
           MOVE WRK-DC-DIA TO WRK-CB-DIA-REF.
           MOVE WRK-DC-MES TO WRK-CB-MES-REF.
           MOVE WRK-DC-ANO TO WRK-CB-ANO-REF.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT.
           PERFORM 2200-PROCESSA-RETORNO THRU 2200-EXIT
               UNTIL WRK-FIM-SORT-SW.
           IF NOT WRK-PRIMEIRO
               PERFORM 2300-FECHA-AREA THRU 2300-EXIT
           END-IF.
           MOVE "TOTAL GERAL:" TO WRK-TA-DESCRICAO.
           MOVE WRK-QTDE-TOTAL TO WRK-TA-QTDE-ED.
           MOVE WRK-QTDE-TOTAL-FORA TO WRK-TA-FORA-ED.
           MOVE WRK-LINHA-TOTAL-AREA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE AGING-REPORT.
       2000-EXIT.
           EXIT.
       2100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WRK-FIM-SORT-SW TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.
       2200-PROCESSA-RETORNO.
           IF WRK-PRIMEIRO
               MOVE 'N' TO WRK-PRIMEIRO-REG
               PERFORM 2250-ABRE-AREA THRU 2250-EXIT
           END-IF.
           IF SRT-AREA NOT = WRK-AREA-ANTERIOR
               PERFORM 2300-FECHA-AREA THRU 2300-EXIT
               PERFORM 2250-ABRE-AREA THRU 2250-EXIT
           END-IF.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE SRT-ORIGEM TO WRK-D-ORIGEM.
           MOVE SRT-MES TO WRK-D-MES.
           MOVE SRT-ANO TO WRK-D-ANO.
           MOVE SRT-CPF TO WRK-D-CPF.
           MOVE SRT-TIPO TO WRK-D-TIPO.
           MOVE SRT-REFERENCIA TO WRK-D-REFERENCIA.
           MOVE SRT-DESCRICAO TO WRK-D-DESCRICAO.
           IF SRT-SITUACAO = 'T'
               MOVE "ATRIB." TO WRK-D-SITUACAO
           ELSE
               MOVE "ABERTA" TO WRK-D-SITUACAO
           END-IF.
           MOVE SRT-RESPONSAVEL TO WRK-D-RESPONSAVEL.
           MOVE SRT-ABERTURA TO WRK-D-ABERTURA.
           MOVE SRT-IDADE TO WRK-D-IDADE.
           MOVE SRT-SLA TO WRK-D-SLA.
           ADD 1 TO WRK-QTDE-AREA.
           ADD 1 TO WRK-QTDE-TOTAL.
           IF SRT-IDADE > SRT-SLA
               MOVE "FORA DO SLA" TO WRK-D-OBSERVACAO
               ADD 1 TO WRK-QTDE-AREA-FORA
               ADD 1 TO WRK-QTDE-TOTAL-FORA
           END-IF.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT.
       2200-EXIT.
           EXIT.
       2250-ABRE-AREA.
           MOVE SRT-AREA TO WRK-AREA-ANTERIOR.
           MOVE ZEROS TO WRK-QTDE-AREA.
           MOVE ZEROS TO WRK-QTDE-AREA-FORA.
           MOVE SRT-AREA TO WRK-AR-AREA.
           MOVE WRK-LINHA-AREA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2250-EXIT.
           EXIT.
       2300-FECHA-AREA.
           MOVE "  TOTAL DA AREA:" TO WRK-TA-DESCRICAO.
           MOVE WRK-QTDE-AREA TO WRK-TA-QTDE-ED.
           MOVE WRK-QTDE-AREA-FORA TO WRK-TA-FORA-ED.
           MOVE WRK-LINHA-TOTAL-AREA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO RELATORIO SAI
      * POR AQUI - QUANDO A PAGINA ENCHE, IMPRIME O CABECALHO DA
      * PAGINA NOVA COM O NUMERO DA PAGINA E OS TITULOS DE COLUNA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE AGING-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE AGING-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE AGING-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE AGING-REPORT-REC FROM WRK-LINHA-TITULO.
           MOVE 3 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * CONVERTE WRK-DC-DATA (AAAAMMDD) EM NUMERO DE DIAS CORRIDOS
      * (WRK-DC-NUMERO), PARA A DIFERENCA ENTRE DUAS DATAS SER UMA
      * SUBTRACAO SIMPLES.
      *****************************************************************
       8500-CONVERTE-DATA.
           MOVE WRK-DC-ANO TO WRK-DC-A.
           MOVE WRK-DC-MES TO WRK-DC-M.
           IF WRK-DC-M < 3
               SUBTRACT 1 FROM WRK-DC-A
               ADD 12 TO WRK-DC-M
           END-IF.
           DIVIDE WRK-DC-A BY 4 GIVING WRK-DC-Q4.
           DIVIDE WRK-DC-A BY 100 GIVING WRK-DC-Q100.
           DIVIDE WRK-DC-A BY 400 GIVING WRK-DC-Q400.
           COMPUTE WRK-DC-QM = (153 * (WRK-DC-M - 3)) + 2.
           DIVIDE WRK-DC-QM BY 5 GIVING WRK-DC-QM.
           COMPUTE WRK-DC-NUMERO = (365 * WRK-DC-A) + WRK-DC-Q4
               - WRK-DC-Q100 + WRK-DC-Q400 + WRK-DC-QM + WRK-DC-DIA.
       8500-EXIT.
           EXIT.
       END PROGRAM PENDAGE.
