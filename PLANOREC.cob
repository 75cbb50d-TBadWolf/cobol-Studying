       IDENTIFICATION DIVISION.
       PROGRAM-ID. PLANOREC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: CONCILIACAO DA FATURA MENSAL DO PLANO DE SAUDE - A
      *          OPERADORA MANDA O ARQUIVO FATPLANO COM UMA LINHA POR
      *          BENEFICIARIO COBRADO (TITULAR OU DEPENDENTE, COM O
      *          CPF DO TITULAR) E ATE AQUI SO O TOTAL ERA CONFERIDO
      *          CONTRA OS DESCONTOS - PAGAMOS DEPENDENTES JA EXCLUIDOS
      *          DO DEPEND E FUNCIONARIOS DESLIGADOS HAVIA MESES. PARA
      *          A COMPETENCIA E O CODIGO DO DESCONTO DO PLANO NO
      *          DESCREC (CONSOLE), O RUN:
      *            - CONFERE CADA BENEFICIARIO COBRADO CONTRA O MESTRE,
      *              O CONTRATO DO PLANO NO DESCREC E O DEPEND (O
      *              DEPENDENTE E LOCALIZADO PELO NOME OU PELA DATA DE
      *              NASCIMENTO E PRECISA ESTAR MARCADO NO PLANO) E
      *              APONTA QUEM FOI COBRADO SEM ESTAR ATIVO OU
      *              INSCRITO;
      *            - APONTA O TITULAR ATIVO COM CONTRATO DO PLANO E O
      *              DEPENDENTE MARCADO NO PLANO QUE NAO VIERAM NA
      *              FATURA;
      *            - CONFRONTA, FAMILIA A FAMILIA (CPF DO TITULAR), O
      *              VALOR FATURADO COM O DESCONTO DO PLANO QUE SAIU NA
      *              FOLHA CALCULADA DA COMPETENCIA (FOLCALC - O
      *              LANCAMENTO QUE O DESCMES GEROU DO DESCREC);
      *            - SEPARA, PARA A CONTABILIDADE, A PARTE DO EMPREGADO
      *              (O DESCONTADO EM FOLHA, LIMITADO AO FATURADO DA
      *              FAMILIA) DA PARTE DA EMPRESA (O RESTANTE DA
      *              FATURA) E O QUE FOI DESCONTADO A MAIOR.
      *          O RELATORIO E SO DE CONFERENCIA - NADA E ALTERADO.
      *          TERMINA COM RC 4 QUANDO HA QUALQUER APONTAMENTO E COM
      *          RC 8 SEM A FATURA, SEM O MESTRE OU SEM O CALCULO DA
      *          COMPETENCIA NO FOLCALC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE ASSIGN TO "FATPLANO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-FATURA.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALC.
           SELECT RECURRING-FILE ASSIGN TO "DESCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DRC-CHAVE
               FILE STATUS IS WRK-FS-DESCONTOS.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT RECONCILIATION-REPORT ASSIGN TO "PLANORRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  INVOICE-FILE.
       01  INVOICE-REC.
           02 FAT-CPF-TITULAR         PIC X(11).
           02 FAT-TIPO                PIC X(01).
               88 FAT-TITULAR                   VALUE 'T'.
               88 FAT-DEPENDENTE                VALUE 'D'.
           02 FAT-NOME                PIC X(20).
           02 FAT-NASCIMENTO          PIC 9(08).
           02 FAT-VALOR               PIC 9(06)V99.
           02 FILLER                  PIC X(12).
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  RECURRING-FILE.
       COPY "DESCREC.CPY".
       FD  DEPENDENT-FILE.
       COPY "DEPEND.CPY".
       FD  RECONCILIATION-REPORT.
       01  RECONCILIATION-REPORT-REC  PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-FATURA            PIC X(02) VALUE SPACES.
           88 WRK-FS-FATURA-NAO-ABERTO      VALUE "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CALC              PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-DESCONTOS         PIC X(02) VALUE SPACES.
           88 WRK-FS-DESC-NAO-ABERTO        VALUE "35".
       77 WRK-FS-DEPEND            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPEND-NAO-ABERTO      VALUE "35".
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-PLANO         PIC X(03) VALUE SPACES.
       77 WRK-ARQUIVOS-ABERTOS     PIC X(01) VALUE 'N'.
           88 WRK-ARQUIVOS-ABERTOS-SW       VALUE 'S'.
       77 WRK-CALC-ABERTO          PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
       77 WRK-DESCREC-DISPONIVEL   PIC X(01) VALUE 'S'.
           88 WRK-DESCREC-DISPONIVEL-SW     VALUE 'S'.
       77 WRK-DEPEND-DISPONIVEL    PIC X(01) VALUE 'S'.
           88 WRK-DEPEND-DISPONIVEL-SW      VALUE 'S'.
       77 WRK-FIM-LEITURA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA-SW            VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-DEPEND           PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPEND-SW             VALUE 'S'.
       77 WRK-TABELA-CHEIA         PIC X(01) VALUE 'N'.
           88 WRK-TABELA-CHEIA-SW           VALUE 'S'.
       77 WRK-ACHADO               PIC X(01) VALUE 'N'.
           88 WRK-ACHADO-SIM                VALUE 'S'.
       77 WRK-MAX-FATURA           PIC 9(04) COMP VALUE 5000.
       77 WRK-QTDE-FATURA          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MAX-FAMILIAS         PIC 9(04) COMP VALUE 3000.
       77 WRK-QTDE-FAMILIAS        PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-BUSCA            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-FAMILIA          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VERBA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-BUSCA-CPF            PIC X(11) VALUE SPACES.
       77 WRK-BUSCA-TIPO           PIC X(01) VALUE SPACE.
       77 WRK-BUSCA-NOME           PIC X(20) VALUE SPACES.
       77 WRK-BUSCA-NASCIMENTO     PIC 9(08) VALUE ZEROS.
       77 WRK-DESCONTO-CPF         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SITUACAO             PIC X(40) VALUE SPACES.
       77 WRK-DATA-EDITADA         PIC 9999/99/99.
       77 WRK-DIFERENCA            PIC S9(07)V99 VALUE ZEROS.
       77 WRK-PARTE-EMPREGADO      PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PARTE-EMPRESA        PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EXCESSO              PIC 9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-SECAO           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-COBRADOS-IRREG  PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-NAO-COBRADOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-FAMILIAS-DIVERG PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-COBRADO-IRREG  PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-FATURADO       PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-DESCONTADO     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EMPREGADO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EMPRESA        PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-EXCESSO        PIC 9(09)V99 VALUE ZEROS.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN LEU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
           02 WRK-CC-QTDE           PIC 9(06).
           02 WRK-CC-TOTAL-BRUTO    PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-BRUTO           PIC 9(11)V99 VALUE ZEROS.
      *****************************************************************
      * A FATURA INTEIRA EM MEMORIA (A OPERADORA NAO MANDA EM ORDEM DE
      * CPF) E UMA LINHA POR FAMILIA - CPF DO TITULAR COM DESCONTO DO
      * PLANO NA FOLHA OU COM ALGUM BENEFICIARIO NA FATURA.
      *****************************************************************
       01 WRK-TABELA-FATURA.
           02 WRK-FATURA-ITEM OCCURS 5000 TIMES.
               03 WRK-TF-CPF            PIC X(11).
               03 WRK-TF-TIPO           PIC X(01).
               03 WRK-TF-NOME           PIC X(20).
               03 WRK-TF-NASCIMENTO     PIC 9(08).
               03 WRK-TF-VALOR          PIC 9(06)V99.
       01 WRK-TABELA-FAMILIAS.
           02 WRK-FAMILIA-ITEM OCCURS 3000 TIMES.
               03 WRK-FM-CPF            PIC X(11).
               03 WRK-FM-VIDAS          PIC 9(03).
               03 WRK-FM-FATURADO       PIC 9(07)V99.
               03 WRK-FM-DESCONTADO     PIC 9(07)V99.
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(42) VALUE
               "CONCILIACAO DA FATURA DO PLANO DE SAUDE - ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(17) VALUE
               " - DESCONTO COD. ".
           02 WRK-CB-CODIGO         PIC X(03).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-SECAO.
           02 WRK-LS-TITULO         PIC X(60).
       01 WRK-LINHA-NENHUM.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LN-TEXTO          PIC X(40).
       01 WRK-LINHA-TITULO-BENEF.
           02 FILLER                PIC X(16) VALUE "CPF TITULAR".
           02 FILLER                PIC X(06) VALUE "TIPO".
           02 FILLER                PIC X(22) VALUE "BENEFICIARIO".
           02 FILLER                PIC X(12) VALUE "NASCIMENTO".
           02 FILLER                PIC X(13) VALUE "        VALOR".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(08) VALUE "SITUACAO".
       01 WRK-LINHA-BENEFICIARIO.
           02 WRK-LB-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LB-TIPO           PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LB-NOME           PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LB-NASCIMENTO     PIC X(10).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LB-VALOR          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(05) VALUE SPACES.
           02 WRK-LB-SITUACAO       PIC X(40).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LB-DATA           PIC X(10).
       01 WRK-LINHA-TITULO-FAMILIA.
           02 FILLER                PIC X(16) VALUE "CPF TITULAR".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(06) VALUE "VIDAS".
           02 FILLER                PIC X(14) VALUE "     FATURADO".
           02 FILLER                PIC X(14) VALUE "   DESCONTADO".
           02 FILLER                PIC X(15) VALUE "     DIFERENCA".
           02 FILLER                PIC X(14) VALUE "      EMPRESA".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(08) VALUE "SITUACAO".
       01 WRK-LINHA-FAMILIA.
           02 WRK-LF-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-NOME           PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-VIDAS          PIC ZZ9.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-LF-FATURADO       PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-DESCONTADO     PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-DIFERENCA      PIC -Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-EMPRESA        PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-SITUACAO       PIC X(30).
       01 WRK-LINHA-RATEIO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LR-DESCRICAO      PIC X(50).
           02 WRK-LR-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-QUANTIDADE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LQ-DESCRICAO      PIC X(50).
           02 WRK-LQ-QTDE           PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-CODIGO-PLANO FROM CONSOLE.
           IF WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-CODIGO-PLANO = SPACES
               DISPLAY 'CODIGO DO DESCONTO DO PLANO EM BRANCO - '
                       'EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF NOT WRK-ARQUIVOS-ABERTOS-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 1300-CARREGA-DESCONTOS THRU 1300-EXIT.
           PERFORM 1400-CARREGA-FATURA THRU 1400-EXIT.
           OPEN OUTPUT RECONCILIATION-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO.
           MOVE WRK-CODIGO-PLANO TO WRK-CB-CODIGO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           PERFORM 2000-COBRADOS-IRREGULARES THRU 2000-EXIT.
           PERFORM 3000-INSCRITOS-NAO-COBRADOS THRU 3000-EXIT.
           PERFORM 4000-CONFRONTO-FAMILIAS THRU 4000-EXIT.
           PERFORM 5000-RATEIO THRU 5000-EXIT.
           PERFORM 9000-FINALIZA THRU 9000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS. FATURA, MESTRE E O CALCULO DA COMPETENCIA
      * SAO OBRIGATORIOS; SEM O DESCREC NENHUM TITULAR CONTA COMO
      * INSCRITO E SEM O DEPEND NENHUM DEPENDENTE E LOCALIZADO - OS
      * DOIS CASOS SAEM COM AVISO E RC 4.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT INVOICE-FILE.
           IF WRK-FS-FATURA-NAO-ABERTO
               DISPLAY 'FATURA DO PLANO (FATPLANO) NAO ENCONTRADA - '
                       'EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE INVOICE-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE INVOICE-FILE
               CLOSE EMPLOYEE-MASTER
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT RECURRING-FILE.
           IF WRK-FS-DESC-NAO-ABERTO
               DISPLAY 'AVISO: DESCREC NAO ENCONTRADO - NENHUM '
                       'TITULAR CONSTA COMO INSCRITO NO PLANO'
               MOVE 'N' TO WRK-DESCREC-DISPONIVEL
               MOVE 4 TO RETURN-CODE
           END-IF.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-FS-DEPEND-NAO-ABERTO
               DISPLAY 'AVISO: DEPEND NAO ENCONTRADO - NENHUM '
                       'DEPENDENTE CONSTA COMO CADASTRADO'
               MOVE 'N' TO WRK-DEPEND-DISPONIVEL
               MOVE 4 TO RETURN-CODE
           END-IF.
           SET WRK-ARQUIVOS-ABERTOS-SW TO TRUE.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES E NAO HA DESCONTO PARA CONFRONTAR.
      *****************************************************************
       1200-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           IF NOT WRK-CALC-ABERTO-SW
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1200-EXIT
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
                           ' - EXECUCAO CANCELADA'
                   GO TO 1200-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE TO WRK-CC-QTDE.
           MOVE FCL-CT-TOTAL-BRUTO TO WRK-CC-TOTAL-BRUTO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE O CALCULO DA COMPETENCIA (O REGISTRO DE CONTROLE JA
      * ESTA LIDO, A LEITURA SEGUINTE E O PRIMEIRO CPF) E ABRE UMA
      * FAMILIA PARA CADA CPF COM DESCONTO DO CODIGO DO PLANO.
      *****************************************************************
       1300-CARREGA-DESCONTOS.
           MOVE 'N' TO WRK-FIM-LEITURA.
           READ CALC-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 1310-SOMA-DESCONTO THRU 1310-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       1300-EXIT.
           EXIT.
       1310-SOMA-DESCONTO.
           IF FCL-ANO NOT = WRK-ANO-COMPETENCIA
               OR FCL-MES NOT = WRK-MES-COMPETENCIA
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 1310-EXIT
           END-IF.
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-BRUTO TO WRK-CONF-BRUTO.
           MOVE ZEROS TO WRK-DESCONTO-CPF.
           PERFORM 1320-VERIFICA-VERBA THRU 1320-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > FCL-QTDE-VERBAS
                  OR WRK-IDX-VERBA > 15.
           IF WRK-DESCONTO-CPF > ZEROS
               MOVE FCL-CPF TO WRK-BUSCA-CPF
               PERFORM 1500-LOCALIZA-FAMILIA THRU 1500-EXIT
               IF WRK-IDX-FAMILIA > ZEROS
                   ADD WRK-DESCONTO-CPF
                       TO WRK-FM-DESCONTADO (WRK-IDX-FAMILIA)
               END-IF
           END-IF.
           READ CALC-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       1310-EXIT.
           EXIT.
       1320-VERIFICA-VERBA.
           IF FCL-VB-TIPO (WRK-IDX-VERBA) = 'D'
               AND FCL-VB-CODIGO (WRK-IDX-VERBA) = WRK-CODIGO-PLANO
               ADD FCL-VB-VALOR (WRK-IDX-VERBA) TO WRK-DESCONTO-CPF
           END-IF.
       1320-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA A FATURA NA TABELA E SOMA CADA BENEFICIARIO NA FAMILIA
      * DO CPF DO TITULAR.
      *****************************************************************
       1400-CARREGA-FATURA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           READ INVOICE-FILE
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 1410-GUARDA-BENEFICIARIO THRU 1410-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
           CLOSE INVOICE-FILE.
       1400-EXIT.
           EXIT.
       1410-GUARDA-BENEFICIARIO.
           IF WRK-QTDE-FATURA NOT < WRK-MAX-FATURA
               IF NOT WRK-TABELA-CHEIA-SW
                   DISPLAY 'AVISO: FATURA COM MAIS DE 5000 '
                           'BENEFICIARIOS - EXCEDENTES IGNORADOS'
               END-IF
               SET WRK-TABELA-CHEIA-SW TO TRUE
               GO TO 1410-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-FATURA.
           MOVE FAT-CPF-TITULAR TO WRK-TF-CPF (WRK-QTDE-FATURA).
           MOVE FAT-TIPO TO WRK-TF-TIPO (WRK-QTDE-FATURA).
           MOVE FAT-NOME TO WRK-TF-NOME (WRK-QTDE-FATURA).
           MOVE ZEROS TO WRK-TF-NASCIMENTO (WRK-QTDE-FATURA).
           IF FAT-NASCIMENTO NUMERIC
               MOVE FAT-NASCIMENTO
                   TO WRK-TF-NASCIMENTO (WRK-QTDE-FATURA)
           END-IF.
           MOVE ZEROS TO WRK-TF-VALOR (WRK-QTDE-FATURA).
           IF FAT-VALOR NUMERIC
               MOVE FAT-VALOR TO WRK-TF-VALOR (WRK-QTDE-FATURA)
           END-IF.
           ADD WRK-TF-VALOR (WRK-QTDE-FATURA) TO WRK-TOTAL-FATURADO.
           MOVE FAT-CPF-TITULAR TO WRK-BUSCA-CPF.
           PERFORM 1500-LOCALIZA-FAMILIA THRU 1500-EXIT.
           IF WRK-IDX-FAMILIA > ZEROS
               ADD 1 TO WRK-FM-VIDAS (WRK-IDX-FAMILIA)
               ADD WRK-TF-VALOR (WRK-QTDE-FATURA)
                   TO WRK-FM-FATURADO (WRK-IDX-FAMILIA)
           END-IF.
       1410-LE-PROXIMO.
           READ INVOICE-FILE
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       1410-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA A FAMILIA DE WRK-BUSCA-CPF, ABRINDO UMA NOVA QUANDO
      * NAO EXISTE. TABELA CHEIA DEVOLVE ZERO E SAI COM AVISO.
      *****************************************************************
       1500-LOCALIZA-FAMILIA.
           MOVE ZEROS TO WRK-IDX-FAMILIA.
           PERFORM 1510-COMPARA-FAMILIA THRU 1510-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTDE-FAMILIAS
                  OR WRK-IDX-FAMILIA > ZEROS.
           IF WRK-IDX-FAMILIA > ZEROS
               GO TO 1500-EXIT
           END-IF.
           IF WRK-QTDE-FAMILIAS NOT < WRK-MAX-FAMILIAS
               IF NOT WRK-TABELA-CHEIA-SW
                   DISPLAY 'AVISO: MAIS DE 3000 FAMILIAS - '
                           'EXCEDENTES FORA DO CONFRONTO'
               END-IF
               SET WRK-TABELA-CHEIA-SW TO TRUE
               GO TO 1500-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-FAMILIAS.
           MOVE WRK-QTDE-FAMILIAS TO WRK-IDX-FAMILIA.
           MOVE WRK-BUSCA-CPF TO WRK-FM-CPF (WRK-IDX-FAMILIA).
           MOVE ZEROS TO WRK-FM-VIDAS (WRK-IDX-FAMILIA).
           MOVE ZEROS TO WRK-FM-FATURADO (WRK-IDX-FAMILIA).
           MOVE ZEROS TO WRK-FM-DESCONTADO (WRK-IDX-FAMILIA).
       1500-EXIT.
           EXIT.
       1510-COMPARA-FAMILIA.
           IF WRK-FM-CPF (WRK-IDX-BUSCA) = WRK-BUSCA-CPF
               MOVE WRK-IDX-BUSCA TO WRK-IDX-FAMILIA
           END-IF.
       1510-EXIT.
           EXIT.
      *****************************************************************
      * SECAO 1 - BENEFICIARIOS COBRADOS SEM VINCULO: TITULAR SEM
      * CADASTRO, DESLIGADO OU SEM CONTRATO DO PLANO; DEPENDENTE DE
      * TITULAR NESSA SITUACAO, FORA DO DEPEND OU NAO MARCADO NO PLANO.
      *****************************************************************
       2000-COBRADOS-IRREGULARES.
           MOVE "1. COBRADOS SEM VINCULO ATIVO OU SEM INSCRICAO"
               TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE WRK-LINHA-TITULO-BENEF TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           PERFORM 2100-CONFERE-BENEFICIARIO THRU 2100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-FATURA.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUM BENEFICIARIO IRREGULAR" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
       2100-CONFERE-BENEFICIARIO.
           MOVE SPACES TO WRK-SITUACAO.
           MOVE SPACES TO WRK-LB-DATA.
           MOVE WRK-TF-CPF (WRK-IDX) TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "TITULAR SEM CADASTRO NO MESTRE"
                       TO WRK-SITUACAO
                   GO TO 2100-APONTA
           END-READ.
           IF EMP-DESLIGADO
               MOVE "TITULAR DESLIGADO EM" TO WRK-SITUACAO
               MOVE ZEROS TO WRK-DATA-EDITADA
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-EDITADA
               END-IF
               MOVE WRK-DATA-EDITADA TO WRK-LB-DATA
               GO TO 2100-APONTA
           END-IF.
           IF WRK-TF-TIPO (WRK-IDX) = 'T'
               PERFORM 2200-VERIFICA-CONTRATO THRU 2200-EXIT
               IF NOT WRK-ACHADO-SIM
                   MOVE "TITULAR SEM CONTRATO DO PLANO NO DESCREC"
                       TO WRK-SITUACAO
               END-IF
               GO TO 2100-APONTA
           END-IF.
           IF WRK-TF-TIPO (WRK-IDX) NOT = 'D'
               MOVE "TIPO DE BENEFICIARIO INVALIDO NA FATURA"
                   TO WRK-SITUACAO
               GO TO 2100-APONTA
           END-IF.
           MOVE WRK-TF-CPF (WRK-IDX) TO WRK-BUSCA-CPF.
           MOVE WRK-TF-NOME (WRK-IDX) TO WRK-BUSCA-NOME.
           MOVE WRK-TF-NASCIMENTO (WRK-IDX) TO WRK-BUSCA-NASCIMENTO.
           PERFORM 2300-LOCALIZA-DEPENDENTE THRU 2300-EXIT.
           IF NOT WRK-ACHADO-SIM
               MOVE "DEPENDENTE NAO CADASTRADO NO DEPEND"
                   TO WRK-SITUACAO
               GO TO 2100-APONTA
           END-IF.
           IF NOT DEP-NO-PLANO-SAUDE
               MOVE "DEPENDENTE NAO INSCRITO NO PLANO"
                   TO WRK-SITUACAO
           END-IF.
       2100-APONTA.
           IF WRK-SITUACAO = SPACES
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-SECAO.
           ADD 1 TO WRK-QTDE-COBRADOS-IRREG.
           ADD WRK-TF-VALOR (WRK-IDX) TO WRK-TOTAL-COBRADO-IRREG.
           MOVE WRK-TF-CPF (WRK-IDX) TO WRK-LB-CPF.
           MOVE WRK-TF-TIPO (WRK-IDX) TO WRK-BUSCA-TIPO.
           PERFORM 8400-DESCREVE-TIPO THRU 8400-EXIT.
           MOVE WRK-TF-NOME (WRK-IDX) TO WRK-LB-NOME.
           MOVE SPACES TO WRK-LB-NASCIMENTO.
           IF WRK-TF-NASCIMENTO (WRK-IDX) > ZEROS
               MOVE WRK-TF-NASCIMENTO (WRK-IDX) TO WRK-DATA-EDITADA
               MOVE WRK-DATA-EDITADA TO WRK-LB-NASCIMENTO
           END-IF.
           MOVE WRK-TF-VALOR (WRK-IDX) TO WRK-LB-VALOR.
           MOVE WRK-SITUACAO TO WRK-LB-SITUACAO.
           MOVE WRK-LINHA-BENEFICIARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONTRATO DO PLANO DO TITULAR (CPF DO MESTRE CORRENTE + CODIGO
      * DO PLANO) NO DESCREC - DEVOLVE WRK-ACHADO.
      *****************************************************************
       2200-VERIFICA-CONTRATO.
           MOVE 'N' TO WRK-ACHADO.
           IF NOT WRK-DESCREC-DISPONIVEL-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE EMP-CPF TO DRC-CPF.
           MOVE WRK-CODIGO-PLANO TO DRC-CODIGO.
           READ RECURRING-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE 'S' TO WRK-ACHADO.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA NO DEPEND, ENTRE OS DEPENDENTES DE WRK-BUSCA-CPF, O
      * COBRADO PELO NOME OU PELA DATA DE NASCIMENTO (A OPERADORA
      * ABREVIA NOMES). ACHADO FICA NO REGISTRO DO DEPEND.
      *****************************************************************
       2300-LOCALIZA-DEPENDENTE.
           MOVE 'N' TO WRK-ACHADO.
           IF NOT WRK-DEPEND-DISPONIVEL-SW
               GO TO 2300-EXIT
           END-IF.
           MOVE WRK-BUSCA-CPF TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           MOVE 'N' TO WRK-FIM-DEPEND.
           START DEPENDENT-FILE KEY IS NOT < DEP-CHAVE
               INVALID KEY
                   GO TO 2300-EXIT
           END-START.
           PERFORM 2310-COMPARA-DEPENDENTE THRU 2310-EXIT
               UNTIL WRK-FIM-DEPEND-SW OR WRK-ACHADO-SIM.
       2300-EXIT.
           EXIT.
       2310-COMPARA-DEPENDENTE.
           READ DEPENDENT-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-DEPEND-SW TO TRUE
                   GO TO 2310-EXIT
           END-READ.
           IF DEP-CPF NOT = WRK-BUSCA-CPF
               SET WRK-FIM-DEPEND-SW TO TRUE
               GO TO 2310-EXIT
           END-IF.
           IF DEP-NOME = WRK-BUSCA-NOME
               MOVE 'S' TO WRK-ACHADO
               GO TO 2310-EXIT
           END-IF.
           IF WRK-BUSCA-NASCIMENTO > ZEROS
               AND DEP-NASCIMENTO = WRK-BUSCA-NASCIMENTO
               MOVE 'S' TO WRK-ACHADO
           END-IF.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * SECAO 2 - INSCRITOS NAO COBRADOS: VARRE O MESTRE E, PARA CADA
      * ATIVO, CONFERE SE O TITULAR COM CONTRATO DO PLANO E CADA
      * DEPENDENTE MARCADO NO PLANO VIERAM NA FATURA.
      *****************************************************************
       3000-INSCRITOS-NAO-COBRADOS.
           MOVE "2. INSCRITOS NO PLANO E NAO COBRADOS NA FATURA"
               TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE WRK-LINHA-TITULO-BENEF TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-QTDE-SECAO.
           MOVE LOW-VALUES TO EMP-CPF.
           MOVE 'N' TO WRK-FIM-MESTRE.
           START EMPLOYEE-MASTER KEY IS NOT < EMP-CPF
               INVALID KEY
                   SET WRK-FIM-MESTRE-SW TO TRUE
           END-START.
           PERFORM 3100-CONFERE-FUNCIONARIO THRU 3100-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           IF WRK-QTDE-SECAO = ZEROS
               MOVE "NENHUM INSCRITO FORA DA FATURA" TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-CONFERE-FUNCIONARIO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END
                   SET WRK-FIM-MESTRE-SW TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF EMP-DESLIGADO
               GO TO 3100-EXIT
           END-IF.
           PERFORM 2200-VERIFICA-CONTRATO THRU 2200-EXIT.
           IF WRK-ACHADO-SIM
               MOVE EMP-CPF TO WRK-BUSCA-CPF
               MOVE 'T' TO WRK-BUSCA-TIPO
               MOVE SPACES TO WRK-BUSCA-NOME
               MOVE ZEROS TO WRK-BUSCA-NASCIMENTO
               PERFORM 3300-PROCURA-NA-FATURA THRU 3300-EXIT
               IF NOT WRK-ACHADO-SIM
                   MOVE EMP-NOME TO WRK-LB-NOME
                   MOVE DRC-VALOR TO WRK-LB-VALOR
                   MOVE SPACES TO WRK-LB-NASCIMENTO
                   MOVE "TITULAR INSCRITO NAO COBRADO"
                       TO WRK-LB-SITUACAO
                   PERFORM 3400-APONTA-NAO-COBRADO THRU 3400-EXIT
               END-IF
           END-IF.
           IF NOT WRK-DEPEND-DISPONIVEL-SW
               GO TO 3100-EXIT
           END-IF.
           MOVE EMP-CPF TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           MOVE 'N' TO WRK-FIM-DEPEND.
           START DEPENDENT-FILE KEY IS NOT < DEP-CHAVE
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3200-CONFERE-DEPENDENTE THRU 3200-EXIT
               UNTIL WRK-FIM-DEPEND-SW.
       3100-EXIT.
           EXIT.
       3200-CONFERE-DEPENDENTE.
           READ DEPENDENT-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-DEPEND-SW TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF DEP-CPF NOT = EMP-CPF
               SET WRK-FIM-DEPEND-SW TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF NOT DEP-NO-PLANO-SAUDE
               GO TO 3200-EXIT
           END-IF.
           MOVE EMP-CPF TO WRK-BUSCA-CPF.
           MOVE 'D' TO WRK-BUSCA-TIPO.
           MOVE DEP-NOME TO WRK-BUSCA-NOME.
           MOVE ZEROS TO WRK-BUSCA-NASCIMENTO.
           IF DEP-NASCIMENTO NUMERIC
               MOVE DEP-NASCIMENTO TO WRK-BUSCA-NASCIMENTO
           END-IF.
           PERFORM 3300-PROCURA-NA-FATURA THRU 3300-EXIT.
           IF WRK-ACHADO-SIM
               GO TO 3200-EXIT
           END-IF.
           MOVE DEP-NOME TO WRK-LB-NOME.
           MOVE ZEROS TO WRK-LB-VALOR.
           MOVE SPACES TO WRK-LB-NASCIMENTO.
           IF WRK-BUSCA-NASCIMENTO > ZEROS
               MOVE WRK-BUSCA-NASCIMENTO TO WRK-DATA-EDITADA
               MOVE WRK-DATA-EDITADA TO WRK-LB-NASCIMENTO
           END-IF.
           MOVE "DEPENDENTE INSCRITO NAO COBRADO" TO WRK-LB-SITUACAO.
           PERFORM 3400-APONTA-NAO-COBRADO THRU 3400-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA NA TABELA DA FATURA O BENEFICIARIO DE WRK-BUSCA-CPF E
      * WRK-BUSCA-TIPO; DEPENDENTE CASA PELO NOME OU PELO NASCIMENTO.
      *****************************************************************
       3300-PROCURA-NA-FATURA.
           MOVE 'N' TO WRK-ACHADO.
           PERFORM 3310-COMPARA-FATURA THRU 3310-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTDE-FATURA
                  OR WRK-ACHADO-SIM.
       3300-EXIT.
           EXIT.
       3310-COMPARA-FATURA.
           IF WRK-TF-CPF (WRK-IDX-BUSCA) NOT = WRK-BUSCA-CPF
               OR WRK-TF-TIPO (WRK-IDX-BUSCA) NOT = WRK-BUSCA-TIPO
               GO TO 3310-EXIT
           END-IF.
           IF WRK-BUSCA-TIPO = 'T'
               MOVE 'S' TO WRK-ACHADO
               GO TO 3310-EXIT
           END-IF.
           IF WRK-TF-NOME (WRK-IDX-BUSCA) = WRK-BUSCA-NOME
               MOVE 'S' TO WRK-ACHADO
               GO TO 3310-EXIT
           END-IF.
           IF WRK-BUSCA-NASCIMENTO > ZEROS
               AND WRK-TF-NASCIMENTO (WRK-IDX-BUSCA)
                   = WRK-BUSCA-NASCIMENTO
               MOVE 'S' TO WRK-ACHADO
           END-IF.
       3310-EXIT.
           EXIT.
       3400-APONTA-NAO-COBRADO.
           ADD 1 TO WRK-QTDE-SECAO.
           ADD 1 TO WRK-QTDE-NAO-COBRADOS.
           MOVE WRK-BUSCA-CPF TO WRK-LB-CPF.
           PERFORM 8400-DESCREVE-TIPO THRU 8400-EXIT.
           MOVE SPACES TO WRK-LB-DATA.
           MOVE WRK-LINHA-BENEFICIARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3400-EXIT.
           EXIT.
      *****************************************************************
      * SECAO 3 - CONFRONTO POR FAMILIA: FATURADO X DESCONTADO NA
      * FOLHA. A PARTE DO EMPREGADO E O DESCONTADO ATE O LIMITE DO
      * FATURADO; O RESTO DA FATURA E CUSTO DA EMPRESA E O DESCONTO
      * ACIMA DO FATURADO E DEVOLUCAO AO EMPREGADO.
      *****************************************************************
       4000-CONFRONTO-FAMILIAS.
           MOVE "3. CONFRONTO POR FAMILIA - FATURADO X DESCONTADO"
               TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE WRK-LINHA-TITULO-FAMILIA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 4100-CONFRONTA-FAMILIA THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-FAMILIAS.
           IF WRK-QTDE-FAMILIAS = ZEROS
               MOVE "NENHUMA FAMILIA NA FATURA OU NA FOLHA"
                   TO WRK-LN-TEXTO
               PERFORM 8300-IMPRIME-NENHUM THRU 8300-EXIT
           END-IF.
       4000-EXIT.
           EXIT.
       4100-CONFRONTA-FAMILIA.
           COMPUTE WRK-DIFERENCA = WRK-FM-FATURADO (WRK-IDX)
               - WRK-FM-DESCONTADO (WRK-IDX).
           IF WRK-DIFERENCA < ZEROS
               MOVE WRK-FM-FATURADO (WRK-IDX) TO WRK-PARTE-EMPREGADO
               MOVE ZEROS TO WRK-PARTE-EMPRESA
               COMPUTE WRK-EXCESSO = ZEROS - WRK-DIFERENCA
           ELSE
               MOVE WRK-FM-DESCONTADO (WRK-IDX) TO WRK-PARTE-EMPREGADO
               MOVE WRK-DIFERENCA TO WRK-PARTE-EMPRESA
               MOVE ZEROS TO WRK-EXCESSO
           END-IF.
           ADD WRK-FM-DESCONTADO (WRK-IDX) TO WRK-TOTAL-DESCONTADO.
           ADD WRK-PARTE-EMPREGADO TO WRK-TOTAL-EMPREGADO.
           ADD WRK-PARTE-EMPRESA TO WRK-TOTAL-EMPRESA.
           ADD WRK-EXCESSO TO WRK-TOTAL-EXCESSO.
           EVALUATE TRUE
               WHEN WRK-FM-FATURADO (WRK-IDX) = ZEROS
                   MOVE "DESCONTADO SEM COBRANCA" TO WRK-LF-SITUACAO
               WHEN WRK-FM-DESCONTADO (WRK-IDX) = ZEROS
                   MOVE "COBRADO SEM DESCONTO EM FOLHA"
                       TO WRK-LF-SITUACAO
               WHEN WRK-EXCESSO > ZEROS
                   MOVE "DESCONTO MAIOR QUE A FATURA"
                       TO WRK-LF-SITUACAO
               WHEN OTHER
                   MOVE "OK" TO WRK-LF-SITUACAO
           END-EVALUATE.
           IF WRK-LF-SITUACAO NOT = "OK"
               ADD 1 TO WRK-QTDE-FAMILIAS-DIVERG
           END-IF.
           MOVE WRK-FM-CPF (WRK-IDX) TO WRK-LF-CPF.
           MOVE WRK-FM-CPF (WRK-IDX) TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "SEM CADASTRO" TO WRK-LF-NOME
               NOT INVALID KEY
                   MOVE EMP-NOME TO WRK-LF-NOME
           END-READ.
           MOVE WRK-FM-VIDAS (WRK-IDX) TO WRK-LF-VIDAS.
           MOVE WRK-FM-FATURADO (WRK-IDX) TO WRK-LF-FATURADO.
           MOVE WRK-FM-DESCONTADO (WRK-IDX) TO WRK-LF-DESCONTADO.
           MOVE WRK-DIFERENCA TO WRK-LF-DIFERENCA.
           MOVE WRK-PARTE-EMPRESA TO WRK-LF-EMPRESA.
           MOVE WRK-LINHA-FAMILIA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * SECAO 4 - RATEIO EMPRESA X EMPREGADO PARA A CONTABILIDADE E
      * QUANTIDADES DE APONTAMENTOS.
      *****************************************************************
       5000-RATEIO.
           MOVE "4. RATEIO DO CUSTO DO PLANO - EMPRESA X EMPREGADO"
               TO WRK-LS-TITULO.
           PERFORM 8200-TITULO-SECAO THRU 8200-EXIT.
           MOVE "TOTAL FATURADO PELA OPERADORA" TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-FATURADO TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE "TOTAL DESCONTADO NA FOLHA" TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-DESCONTADO TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE "PARTE DO EMPREGADO (DESCONTADO ATE O FATURADO)"
               TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-EMPREGADO TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE "PARTE DA EMPRESA (FATURADO NAO DESCONTADO)"
               TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-EMPRESA TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE "DESCONTADO A MAIOR (A DEVOLVER AO EMPREGADO)"
               TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-EXCESSO TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE "COBRADO SEM VINCULO (A CONTESTAR - SECAO 1)"
               TO WRK-LR-DESCRICAO.
           MOVE WRK-TOTAL-COBRADO-IRREG TO WRK-LR-VALOR.
           PERFORM 5100-IMPRIME-RATEIO THRU 5100-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "BENEFICIARIOS NA FATURA" TO WRK-LQ-DESCRICAO.
           MOVE WRK-QTDE-FATURA TO WRK-LQ-QTDE.
           PERFORM 5200-IMPRIME-QUANTIDADE THRU 5200-EXIT.
           MOVE "COBRADOS SEM VINCULO ATIVO OU SEM INSCRICAO"
               TO WRK-LQ-DESCRICAO.
           MOVE WRK-QTDE-COBRADOS-IRREG TO WRK-LQ-QTDE.
           PERFORM 5200-IMPRIME-QUANTIDADE THRU 5200-EXIT.
           MOVE "INSCRITOS NAO COBRADOS" TO WRK-LQ-DESCRICAO.
           MOVE WRK-QTDE-NAO-COBRADOS TO WRK-LQ-QTDE.
           PERFORM 5200-IMPRIME-QUANTIDADE THRU 5200-EXIT.
           MOVE "FAMILIAS COM DIVERGENCIA" TO WRK-LQ-DESCRICAO.
           MOVE WRK-QTDE-FAMILIAS-DIVERG TO WRK-LQ-QTDE.
           PERFORM 5200-IMPRIME-QUANTIDADE THRU 5200-EXIT.
       5000-EXIT.
           EXIT.
       5100-IMPRIME-RATEIO.
           MOVE WRK-LINHA-RATEIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5100-EXIT.
           EXIT.
       5200-IMPRIME-QUANTIDADE.
           MOVE WRK-LINHA-QUANTIDADE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       5200-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO RELATORIO SAI
      * POR AQUI, COM O CABECALHO E A DATA/HORA DO CALCULO USADO
      * REPETIDOS EM CADA PAGINA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE RECONCILIATION-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE RECONCILIATION-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE RECONCILIATION-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE RECONCILIATION-REPORT-REC FROM WRK-LINHA-CALCULO.
           MOVE 3 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       8200-TITULO-SECAO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SECAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8200-EXIT.
           EXIT.
       8300-IMPRIME-NENHUM.
           MOVE WRK-LINHA-NENHUM TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8300-EXIT.
           EXIT.
       8400-DESCREVE-TIPO.
           EVALUATE WRK-BUSCA-TIPO
               WHEN 'T'
                   MOVE "TIT" TO WRK-LB-TIPO
               WHEN 'D'
                   MOVE "DEP" TO WRK-LB-TIPO
               WHEN OTHER
                   MOVE "?" TO WRK-LB-TIPO
           END-EVALUATE.
       8400-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE O QUE FOI LIDO DO FOLCALC CONTRA O CONTROLE DO
      * CALCULO, DEFINE O RC (4 COM QUALQUER APONTAMENTO) E FECHA OS
      * ARQUIVOS.
      *****************************************************************
       9000-FINALIZA.
           IF WRK-CONF-QTDE NOT = WRK-CC-QTDE
               OR WRK-CONF-BRUTO NOT = WRK-CC-TOTAL-BRUTO
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE
                       ' REGISTROS, BRUTO ' WRK-CC-TOTAL-BRUTO
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' REGISTROS, BRUTO ' WRK-CONF-BRUTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-COBRADOS-IRREG > ZEROS
               OR WRK-QTDE-NAO-COBRADOS > ZEROS
               OR WRK-QTDE-FAMILIAS-DIVERG > ZEROS
               OR WRK-TABELA-CHEIA-SW
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY 'PLANOREC - COBRADOS SEM VINCULO: '
                   WRK-QTDE-COBRADOS-IRREG
                   ' NAO COBRADOS: ' WRK-QTDE-NAO-COBRADOS
                   ' FAMILIAS DIVERGENTES: ' WRK-QTDE-FAMILIAS-DIVERG.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           IF WRK-DESCREC-DISPONIVEL-SW
               CLOSE RECURRING-FILE
           END-IF.
           IF WRK-DEPEND-DISPONIVEL-SW
               CLOSE DEPENDENT-FILE
           END-IF.
           CLOSE RECONCILIATION-REPORT.
       9000-EXIT.
           EXIT.
       END PROGRAM PLANOREC.
