       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIENPEND.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: RELATORIO MENSAL DE HOLERITES ELETRONICOS SEM CIENCIA -
      *          RECEBE PELO CONSOLE O ANO E O MES DA COMPETENCIA E O
      *          PRAZO EM DIAS CORRIDOS PARA A CIENCIA (EM BRANCO OU
      *          ZERO = 10 DIAS), PERCORRE O ACOMPANHAMENTO (CIENCIA)
      *          E LISTA CADA HOLERITE DA COMPETENCIA ENVIADO AO PORTAL
      *          PELO HOLEPORT HA MAIS DIAS QUE O PRAZO SEM A CIENCIA DO
      *          FUNCIONARIO (CARREGADA PELO CIENCARG), COM NOME (VIA
      *          CPFLOOK), ESTABELECIMENTO, DATA DO ENVIO E DIAS EM
      *          ABERTO - E A LISTA QUE O RH COBRA, PORQUE SEM A
      *          CIENCIA NAO HA PROVA DE ENTREGA. A IDADE USA A MESMA
      *          CONVERSAO DE DATA EM NUMERO DE DIAS DO PENDAGE. FECHA
      *          COM A QUANTIDADE DE HOLERITES ENVIADOS, CIENTES,
      *          IMPRESSOS, PENDENTES NO PRAZO E FORA DO PRAZO. TERMINA
      *          COM RC=4 QUANDO HA HOLERITE FORA DO PRAZO E COM RC=8
      *          SEM O ACOMPANHAMENTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRACKING-FILE ASSIGN TO "CIENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CIE-CHAVE
               FILE STATUS IS WRK-FS-CIENCIA.
           SELECT PENDING-REPORT ASSIGN TO "CIENPDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  TRACKING-FILE.
       COPY "CIENCIA.CPY".
       FD  PENDING-REPORT.
       01  PENDING-REPORT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-CIENCIA           PIC X(02) VALUE SPACES.
           88 WRK-FS-CIE-NAO-ENCONTRADO      VALUE "35".
       77 WRK-FIM-CIENCIA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-CIENCIA-SW            VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-PRAZO-DIAS           PIC 9(03) VALUE ZEROS.
       77 WRK-DIA-REFERENCIA       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-DIAS-ABERTO          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-NOME-FUNC            PIC X(20) VALUE SPACES.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
           88 WRK-ACHADO-SIM               VALUE 'S'.
       77 WRK-QTDE-ENVIADOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-CIENTES         PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-IMPRESSOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-NO-PRAZO        PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-FORA-PRAZO      PIC 9(06) VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(100) VALUE SPACES.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
      *****************************************************************
      * CONVERSAO DE DATA EM NUMERO DE DIAS (A MESMA DO PENDAGE).
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
           02 FILLER                PIC X(31) VALUE
               "HOLERITES SEM CIENCIA - COMPET.".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-CB-MES-COMP       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-COMP       PIC 9(04).
           02 FILLER                PIC X(08) VALUE " - PRAZO".
           02 WRK-CB-PRAZO          PIC ZZ9.
           02 FILLER                PIC X(19) VALUE
               " DIAS - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(07) VALUE "ESTAB.".
           02 FILLER                PIC X(07) VALUE "FOLHA".
           02 FILLER                PIC X(12) VALUE "ENVIADO EM".
           02 FILLER                PIC X(11) VALUE "DIAS S/CIEN".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-ESTAB           PIC X(01).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-FOLHA           PIC X(01).
           02 WRK-D-SEQ             PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIA-ENVIO       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-MES-ENVIO       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ANO-ENVIO       PIC 9(04).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-DIAS            PIC ZZZZ9.
       01 WRK-LINHA-TOTAL-1.
           02 FILLER                PIC X(20) VALUE
               "ENVIADOS AO PORTAL: ".
           02 WRK-T-ENVIADOS        PIC ZZZ.ZZ9.
           02 FILLER                PIC X(11) VALUE "  CIENTES: ".
           02 WRK-T-CIENTES         PIC ZZZ.ZZ9.
           02 FILLER                PIC X(30) VALUE
               "  IMPRESSOS (FORA DO PORTAL): ".
           02 WRK-T-IMPRESSOS       PIC ZZZ.ZZ9.
       01 WRK-LINHA-TOTAL-2.
           02 FILLER                PIC X(22) VALUE
               "SEM CIENCIA NO PRAZO: ".
           02 WRK-T-NO-PRAZO        PIC ZZZ.ZZ9.
           02 FILLER                PIC X(18) VALUE
               "  FORA DO PRAZO: ".
           02 WRK-T-FORA-PRAZO      PIC ZZZ.ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-PRAZO-DIAS FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-PRAZO-DIAS NOT NUMERIC
               OR WRK-PRAZO-DIAS = ZEROS
               MOVE 10 TO WRK-PRAZO-DIAS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DC-DATA.
           PERFORM 8500-CONVERTE-DATA THRU 8500-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-DIA-REFERENCIA.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-CIE-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-CIENCIA-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS E LE O PRIMEIRO HOLERITE DA COMPETENCIA NO
      * ACOMPANHAMENTO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT TRACKING-FILE.
           IF WRK-FS-CIE-NAO-ENCONTRADO
               DISPLAY 'CIENCIA NAO ENCONTRADO - NENHUM HOLERITE '
                       'ENVIADO AO PORTAL AINDA'
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT PENDING-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES-COMP.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO-COMP.
           MOVE WRK-PRAZO-DIAS TO WRK-CB-PRAZO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           PERFORM 2900-LE-CIENCIA THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * CONTA O HOLERITE CORRENTE PELA SITUACAO E, ENVIADO SEM CIENCIA,
      * CALCULA OS DIAS DESDE O ENVIO - PASSOU DO PRAZO, VAI PARA A
      * LISTA.
      *****************************************************************
       2000-PROCESSA.
           IF CIE-IMPRESSO
               ADD 1 TO WRK-QTDE-IMPRESSOS
               GO TO 2000-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-ENVIADOS.
           IF CIE-CIENTE
               ADD 1 TO WRK-QTDE-CIENTES
               GO TO 2000-LE-PROXIMO
           END-IF.
           MOVE CIE-DATA-ENVIO TO WRK-DC-DATA.
           PERFORM 8500-CONVERTE-DATA THRU 8500-EXIT.
           MOVE ZEROS TO WRK-DIAS-ABERTO.
           IF WRK-DIA-REFERENCIA > WRK-DC-NUMERO
               COMPUTE WRK-DIAS-ABERTO =
                   WRK-DIA-REFERENCIA - WRK-DC-NUMERO
           END-IF.
           IF WRK-DIAS-ABERTO > WRK-PRAZO-DIAS
               ADD 1 TO WRK-QTDE-FORA-PRAZO
               PERFORM 2100-LISTA-PENDENTE THRU 2100-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-NO-PRAZO
           END-IF.
       2000-LE-PROXIMO.
           PERFORM 2900-LE-CIENCIA THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME A LINHA DO HOLERITE FORA DO PRAZO, COM O NOME ATUAL DO
      * MESTRE.
      *****************************************************************
       2100-LISTA-PENDENTE.
           MOVE SPACES TO WRK-NOME-FUNC.
           MOVE 'N' TO WRK-ACHADO.
           CALL "CPFLOOK" USING CIE-CPF WRK-NOME-FUNC WRK-ACHADO.
           IF NOT WRK-ACHADO-SIM
               MOVE "(FORA DO MESTRE)" TO WRK-NOME-FUNC
           END-IF.
           MOVE CIE-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE WRK-NOME-FUNC TO WRK-D-NOME.
           MOVE CIE-ESTABELECIMENTO TO WRK-D-ESTAB.
           MOVE CIE-FOLHA TO WRK-D-FOLHA.
           MOVE CIE-SEQ TO WRK-D-SEQ.
           MOVE WRK-DC-DIA TO WRK-D-DIA-ENVIO.
           MOVE WRK-DC-MES TO WRK-D-MES-ENVIO.
           MOVE WRK-DC-ANO TO WRK-D-ANO-ENVIO.
           MOVE WRK-DIAS-ABERTO TO WRK-D-DIAS.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * LE O PROXIMO HOLERITE DA COMPETENCIA PEDIDA - A CHAVE COMECA
      * PELO CPF, ENTAO O ACOMPANHAMENTO E PERCORRIDO INTEIRO.
      *****************************************************************
       2900-LE-CIENCIA.
           READ TRACKING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-CIENCIA-SW TO TRUE
                   GO TO 2900-EXIT
           END-READ.
           IF CIE-ANO NOT = WRK-ANO-COMPETENCIA
               OR CIE-MES NOT = WRK-MES-COMPETENCIA
               GO TO 2900-LE-CIENCIA
           END-IF.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-ENVIADOS TO WRK-T-ENVIADOS.
           MOVE WRK-QTDE-CIENTES TO WRK-T-CIENTES.
           MOVE WRK-QTDE-IMPRESSOS TO WRK-T-IMPRESSOS.
           MOVE WRK-QTDE-NO-PRAZO TO WRK-T-NO-PRAZO.
           MOVE WRK-QTDE-FORA-PRAZO TO WRK-T-FORA-PRAZO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-1 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-2 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-FORA-PRAZO > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-FORA-PRAZO ' HOLERITES SEM '
                       'CIENCIA HA MAIS DE ' WRK-PRAZO-DIAS ' DIAS'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE TRACKING-FILE.
           CLOSE PENDING-REPORT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE PENDING-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE PENDING-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE PENDING-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE PENDING-REPORT-REC FROM WRK-LINHA-TITULO.
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
       END PROGRAM CIENPEND.
