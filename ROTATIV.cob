       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROTATIV.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: QUADRO DE PESSOAL E ROTATIVIDADE POR ESTABELECIMENTO
      *          (CNPJ) E DEPARTAMENTO, PARA A DIRETORIA, NO LUGAR DE
      *          COMPARAR DOIS DEPTROLL E LER O TERMRPT NA MAO. O
      *          CONSOLE TRAZ ANO, MES E A VISAO: 'M' (OU BRANCO) E A
      *          COMPETENCIA; 'A' E O ACUMULADO DOS 12 MESES QUE
      *          TERMINAM NELA. PARA CADA UNIDADE SAEM O QUADRO
      *          INICIAL, AS ADMISSOES, OS DESLIGAMENTOS, AS
      *          TRANSFERENCIAS RECEBIDAS E CEDIDAS, O QUADRO FINAL, A
      *          ROTATIVIDADE ((ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O
      *          QUADRO MEDIO) E O TEMPO MEDIO DE CASA DO QUADRO FINAL
      *          EM MESES, COM A DESCRICAO E O GESTOR DO DEPTMSTR E O
      *          CNPJ DO EMPRLOOK, SUBTOTAL POR ESTABELECIMENTO E TOTAL
      *          GERAL. ADMISSAO, DESLIGAMENTO E SITUACAO VEM DO
      *          EMPLOYEE-MASTER; A LOTACAO EM CADA DATA E A DO MESTRE
      *          DESFEITA PELAS MUDANCAS DE DEPARTAMENTO/ESTABELECIMENTO
      *          DO DIARIO (EMPJRNL) POSTERIORES A ELA, ORDENADAS POR
      *          CPF NO SORT - QUEM FOI TRANSFERIDO CONTA NO QUADRO
      *          INICIAL DA UNIDADE DE ORIGEM E NO FINAL DA DE DESTINO.
      *          A MESMA APURACAO SAI DELIMITADA POR PONTO-E-VIRGULA NO
      *          ROTATVEX (CABECALHO, UMA LINHA POR UNIDADE E TRAILER DE
      *          CONTAGEM, COMO O EMPEXP) PARA A EQUIPE DE BI.
      *          SEM EMPJRNL A LOTACAO E SEMPRE A ATUAL DO MESTRE (RC
      *          4, COM AVISO); MES/VISAO INVALIDOS OU MESTRE AUSENTE,
      *          RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DIARIO.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
           SELECT TURNOVER-REPORT ASSIGN TO "ROTATVRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPORT-FILE ASSIGN TO "ROTATVEX"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  JOURNAL-FILE.
       COPY "EMPJRNL.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       SD  SORT-WORK.
       01  SORT-RECORD.
           02 SRT-CPF                  PIC X(11).
           02 SRT-DATA                 PIC 9(08).
           02 SRT-HORA                 PIC 9(06).
           02 SRT-DEPTO-ANTERIOR       PIC X(04).
           02 SRT-ESTAB-ANTERIOR       PIC X(01).
           02 SRT-DEPTO-NOVO           PIC X(04).
           02 SRT-ESTAB-NOVO           PIC X(01).
       FD  TURNOVER-REPORT.
       01  TURNOVER-REPORT-REC        PIC X(132).
       FD  EXPORT-FILE.
       01  EXPORT-REC                 PIC X(200).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DIARIO            PIC X(02) VALUE SPACES.
           88 WRK-FS-DIARIO-NAO-ABERTO      VALUE "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-DIARIO           PIC X(01) VALUE 'N'.
           88 WRK-FIM-DIARIO-SW             VALUE 'S'.
       77 WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-SW               VALUE 'S'.
       77 WRK-VISAO                PIC X(01) VALUE SPACE.
           88 WRK-VISAO-MENSAL              VALUE 'M' SPACE.
           88 WRK-VISAO-ACUMULADA           VALUE 'A'.
       77 WRK-ANO-REFERENCIA       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REFERENCIA       PIC 9(02) VALUE ZEROS.
       77 WRK-DATA-ABERTURA        PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-POSICAO         PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-DESLIG-EFETIVA  PIC 9(08) VALUE ZEROS.
       77 WRK-ESTAB-ATUAL          PIC X(01) VALUE SPACE.
       77 WRK-POS-ESTAB            PIC X(01) VALUE SPACE.
       77 WRK-POS-DEPTO            PIC X(04) VALUE SPACES.
       77 WRK-POSICAO-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-POSICAO-ACHADA-SW         VALUE 'S'.
       77 WRK-MAX-MUDANCAS         PIC 9(02) COMP VALUE 30.
       77 WRK-QTDE-MUDANCAS        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-MUDANCA          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MAX-UNIDADES         PIC 9(03) COMP VALUE 200.
       77 WRK-QTDE-UNIDADES        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX2                 PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX2-INICIAL         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-MENOR            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX-UNIDADE          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-AVISOS          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-MUDANCAS-LIDAS  PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-EXPORTADOS      PIC 9(06) VALUE ZEROS.
       77 WRK-MESES-CASA           PIC S9(05) VALUE ZEROS.
       77 WRK-QUADRO-MEDIO-X2      PIC 9(07) VALUE ZEROS.
       77 WRK-ROTATIVIDADE         PIC 9(03)V99 VALUE ZEROS.
       77 WRK-TEMPO-MEDIO          PIC 9(04)V9 VALUE ZEROS.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-GESTOR-DEPTO         PIC X(20) VALUE SPACES.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-ESTAB-ANTERIOR       PIC X(01) VALUE SPACE.
       77 WRK-INICIAL-TEXTO        PIC 9(07) VALUE ZEROS.
       77 WRK-ADMISSOES-TEXTO      PIC 9(07) VALUE ZEROS.
       77 WRK-DESLIG-TEXTO         PIC 9(07) VALUE ZEROS.
       77 WRK-ENTRADAS-TEXTO       PIC 9(07) VALUE ZEROS.
       77 WRK-SAIDAS-TEXTO         PIC 9(07) VALUE ZEROS.
       77 WRK-FINAL-TEXTO          PIC 9(07) VALUE ZEROS.
       77 WRK-ROTATIVIDADE-TEXTO   PIC 999,99 VALUE ZEROS.
       77 WRK-TEMPO-MEDIO-TEXTO    PIC 9999,9 VALUE ZEROS.
       77 WRK-QTDE-TEXTO           PIC 9(06) VALUE ZEROS.
       01 WRK-DATA-INICIO          PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INICIO-R REDEFINES WRK-DATA-INICIO.
           02 WRK-DI-ANO            PIC 9(04).
           02 WRK-DI-MES            PIC 9(02).
           02 WRK-DI-DIA            PIC 9(02).
       01 WRK-DATA-FIM             PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-FIM-R REDEFINES WRK-DATA-FIM.
           02 WRK-DF-ANO            PIC 9(04).
           02 WRK-DF-MES            PIC 9(02).
           02 WRK-DF-DIA            PIC 9(02).
       01 WRK-DATA-ADMISSAO        PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R REDEFINES WRK-DATA-ADMISSAO.
           02 WRK-DA-ANO            PIC 9(04).
           02 WRK-DA-MES            PIC 9(02).
           02 WRK-DA-DIA            PIC 9(02).
      *****************************************************************
      * IMAGENS DO MESTRE GRAVADAS NO DIARIO (MESMO LAYOUT DO
      * EMPLOYEE-RECORD).
      *****************************************************************
       01 WRK-IMAGEM-ANTES.
           02 FILLER                PIC X(39).
           02 WRK-IA-DEPTO          PIC X(04).
           02 FILLER                PIC X(20).
           02 WRK-IA-ESTAB          PIC X(01).
       01 WRK-IMAGEM-DEPOIS.
           02 WRK-ID-CPF            PIC X(11).
           02 FILLER                PIC X(28).
           02 WRK-ID-DEPTO          PIC X(04).
           02 FILLER                PIC X(20).
           02 WRK-ID-ESTAB          PIC X(01).
      *****************************************************************
      * MUDANCAS DE LOTACAO DO FUNCIONARIO CORRENTE, EM ORDEM DE DATA.
      *****************************************************************
       01 WRK-TABELA-MUDANCAS.
           02 WRK-MUDANCA-ITEM OCCURS 30 TIMES.
               03 WRK-TM-DATA           PIC 9(08).
               03 WRK-TM-DEPTO-ANTERIOR PIC X(04).
               03 WRK-TM-ESTAB-ANTERIOR PIC X(01).
               03 WRK-TM-DEPTO-NOVO     PIC X(04).
               03 WRK-TM-ESTAB-NOVO     PIC X(01).
      *****************************************************************
      * UNIDADES (ESTABELECIMENTO + DEPARTAMENTO) COM SEUS CONTADORES.
      *****************************************************************
       01 WRK-TABELA-UNIDADES.
           02 WRK-UNIDADE-ITEM OCCURS 200 TIMES.
               03 WRK-TU-CHAVE.
                   04 WRK-TU-ESTAB      PIC X(01).
                   04 WRK-TU-DEPTO      PIC X(04).
               03 WRK-TU-INICIAL        PIC 9(05).
               03 WRK-TU-ADMISSOES      PIC 9(05).
               03 WRK-TU-DESLIGAMENTOS  PIC 9(05).
               03 WRK-TU-ENTRADAS       PIC 9(05).
               03 WRK-TU-SAIDAS         PIC 9(05).
               03 WRK-TU-FINAL          PIC 9(05).
               03 WRK-TU-MESES-CASA     PIC 9(09).
       01 WRK-UNIDADE-TEMP         PIC X(44).
      *****************************************************************
      * CONTADORES DA LINHA A IMPRIMIR (UNIDADE, SUBTOTAL DO
      * ESTABELECIMENTO OU TOTAL GERAL).
      *****************************************************************
       01 WRK-QUANTIDADES.
           02 WRK-QT-INICIAL        PIC 9(07).
           02 WRK-QT-ADMISSOES      PIC 9(07).
           02 WRK-QT-DESLIGAMENTOS  PIC 9(07).
           02 WRK-QT-ENTRADAS       PIC 9(07).
           02 WRK-QT-SAIDAS         PIC 9(07).
           02 WRK-QT-FINAL          PIC 9(07).
           02 WRK-QT-MESES-CASA     PIC 9(11).
       01 WRK-TOTAIS-ESTAB.
           02 WRK-TE-INICIAL        PIC 9(07).
           02 WRK-TE-ADMISSOES      PIC 9(07).
           02 WRK-TE-DESLIGAMENTOS  PIC 9(07).
           02 WRK-TE-ENTRADAS       PIC 9(07).
           02 WRK-TE-SAIDAS         PIC 9(07).
           02 WRK-TE-FINAL          PIC 9(07).
           02 WRK-TE-MESES-CASA     PIC 9(11).
       01 WRK-TOTAIS-GERAIS.
           02 WRK-TG-INICIAL        PIC 9(07).
           02 WRK-TG-ADMISSOES      PIC 9(07).
           02 WRK-TG-DESLIGAMENTOS  PIC 9(07).
           02 WRK-TG-ENTRADAS       PIC 9(07).
           02 WRK-TG-SAIDAS         PIC 9(07).
           02 WRK-TG-FINAL          PIC 9(07).
           02 WRK-TG-MESES-CASA     PIC 9(11).
      *****************************************************************
      * LINHAS DO RELATORIO.
      *****************************************************************
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SEPARADOR      PIC X(132) VALUE ALL "-".
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(36) VALUE
               "QUADRO DE PESSOAL E ROTATIVIDADE - ".
           02 WRK-CB-VISAO          PIC X(12).
           02 WRK-CB-MES-INI        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-INI        PIC 9(04).
           02 FILLER                PIC X(03) VALUE " A ".
           02 WRK-CB-MES-FIM        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-FIM        PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(07) VALUE "DEPTO".
           02 FILLER                PIC X(22) VALUE "DESCRICAO".
           02 FILLER                PIC X(22) VALUE "GESTOR".
           02 FILLER                PIC X(40) VALUE
               " INICIAL  ADMISS  DESLIG  TR.ENT  TR.SAI".
           02 FILLER                PIC X(40) VALUE
               "   FINAL  ROTAT.%  TEMPO MEDIO (MESES)".
       01 WRK-LINHA-ESTAB.
           02 FILLER                PIC X(17) VALUE
               "ESTABELECIMENTO: ".
           02 WRK-LE-ESTAB          PIC X(01).
           02 FILLER                PIC X(08) VALUE "  CNPJ: ".
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LE-RAZAO          PIC X(30).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-DEPTO           PIC X(04).
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-D-DESCRICAO       PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-GESTOR          PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-INICIAL         PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ADMISSOES       PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-DESLIGAMENTOS   PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-ENTRADAS        PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-SAIDAS          PIC ZZZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-FINAL           PIC ZZZZZZ9.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-D-ROTATIVIDADE    PIC ZZ9,99.
           02 FILLER                PIC X(06) VALUE SPACES.
           02 WRK-D-TEMPO-MEDIO     PIC ZZZ9,9.
       01 WRK-LINHA-AVISOS.
           02 FILLER                PIC X(45) VALUE
               "AVISOS (VER CONSOLE) - APURACAO INCOMPLETA: ".
           02 WRK-LA-QTDE           PIC ZZZZ9.
      *****************************************************************
      * EXTRACAO DELIMITADA PARA O BI.
      *****************************************************************
       01 WRK-EXP-CABECALHO.
           02 FILLER                PIC X(48) VALUE
               "COMPETENCIA;VISAO;INICIO;FIM;ESTAB;CNPJ;DEPTO;".
           02 FILLER                PIC X(49) VALUE
               "DESCRICAO;GESTOR;INICIAL;ADMISSOES;DESLIGAMENTOS;".
           02 FILLER                PIC X(48) VALUE
               "TRANSF_ENTRADA;TRANSF_SAIDA;FINAL;ROTATIVIDADE;".
           02 FILLER                PIC X(11) VALUE "TEMPO_MEDIO".
       01 WRK-EXP-COMPETENCIA.
           02 WRK-EC-ANO            PIC 9(04).
           02 WRK-EC-MES            PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-REFERENCIA FROM CONSOLE.
           ACCEPT WRK-MES-REFERENCIA FROM CONSOLE.
           ACCEPT WRK-VISAO FROM CONSOLE.
           IF WRK-MES-REFERENCIA < 1 OR WRK-MES-REFERENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-VISAO-MENSAL AND NOT WRK-VISAO-ACUMULADA
               DISPLAY 'VISAO ' WRK-VISAO ' INVALIDA (M OU A) - '
                       'EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-VERIFICA-MESTRE THRU 0050-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0100-MONTA-PERIODO THRU 0100-EXIT.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-CPF SRT-DATA SRT-HORA
               INPUT PROCEDURE IS 1000-CARREGA-MUDANCAS
                   THRU 1000-EXIT
               OUTPUT PROCEDURE IS 2000-APURA-QUADRO
                   THRU 2000-EXIT.
           PERFORM 3000-ORDENA-UNIDADES THRU 3000-EXIT.
           PERFORM 4000-IMPRIME-RELATORIO THRU 4000-EXIT.
           IF WRK-QTDE-AVISOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * CONFIRMA QUE O EMPLOYEE-MASTER EXISTE ANTES DO SORT (QUEM O
      * LE DE FATO E A FASE DE SAIDA).
      *****************************************************************
       0050-VERIFICA-MESTRE.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WRK-FS-MASTER-NAO-ENCONTRADO
               CLOSE EMPLOYEE-MASTER
           END-IF.
       0050-EXIT.
           EXIT.
      *****************************************************************
      * PERIODO APURADO: A COMPETENCIA, OU OS 12 MESES QUE TERMINAM
      * NELA. O FIM USA O DIA 31 - SO SERVE DE LIMITE NA COMPARACAO
      * DAS DATAS AAAAMMDD. A ABERTURA E A VESPERA DO INICIO (DIA 00),
      * DATA DO QUADRO INICIAL.
      *****************************************************************
       0100-MONTA-PERIODO.
           MOVE WRK-ANO-REFERENCIA TO WRK-DF-ANO.
           MOVE WRK-MES-REFERENCIA TO WRK-DF-MES.
           MOVE 31 TO WRK-DF-DIA.
           IF WRK-VISAO-ACUMULADA
               MOVE "12 MESES    " TO WRK-CB-VISAO
               IF WRK-MES-REFERENCIA = 12
                   MOVE WRK-ANO-REFERENCIA TO WRK-DI-ANO
                   MOVE 1 TO WRK-DI-MES
               ELSE
                   COMPUTE WRK-DI-ANO = WRK-ANO-REFERENCIA - 1
                   COMPUTE WRK-DI-MES = WRK-MES-REFERENCIA + 1
               END-IF
           ELSE
               MOVE "COMPETENCIA " TO WRK-CB-VISAO
               MOVE WRK-ANO-REFERENCIA TO WRK-DI-ANO
               MOVE WRK-MES-REFERENCIA TO WRK-DI-MES
           END-IF.
           MOVE 1 TO WRK-DI-DIA.
           MOVE WRK-DATA-INICIO TO WRK-DATA-ABERTURA.
           SUBTRACT 1 FROM WRK-DATA-ABERTURA.
       0100-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LIBERA AS ALTERACOES DO DIARIO QUE
      * MUDARAM O DEPARTAMENTO OU O ESTABELECIMENTO (BRANCO VALE '1')
      * A PARTIR DO INICIO DO PERIODO; AS ANTERIORES NAO AFETAM O
      * QUADRO INICIAL.
      *****************************************************************
       1000-CARREGA-MUDANCAS.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-DIARIO-NAO-ABERTO
               DISPLAY 'AVISO: EMPJRNL NAO ENCONTRADO - LOTACAO PELO '
                       'MESTRE ATUAL, SEM TRANSFERENCIAS'
               ADD 1 TO WRK-QTDE-AVISOS
               GO TO 1000-EXIT
           END-IF.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-DIARIO-SW TO TRUE
           END-READ.
           PERFORM 1100-LIBERA-MUDANCA THRU 1100-EXIT
               UNTIL WRK-FIM-DIARIO-SW.
           CLOSE JOURNAL-FILE.
       1000-EXIT.
           EXIT.
       1100-LIBERA-MUDANCA.
           IF NOT JRN-ALTERACAO OR JRN-DATA < WRK-DATA-INICIO
               GO TO 1100-LE-PROXIMO
           END-IF.
           MOVE JRN-ANTES TO WRK-IMAGEM-ANTES.
           MOVE JRN-DEPOIS TO WRK-IMAGEM-DEPOIS.
           IF WRK-IA-ESTAB = SPACE
               MOVE '1' TO WRK-IA-ESTAB
           END-IF.
           IF WRK-ID-ESTAB = SPACE
               MOVE '1' TO WRK-ID-ESTAB
           END-IF.
           IF WRK-IA-DEPTO = WRK-ID-DEPTO
              AND WRK-IA-ESTAB = WRK-ID-ESTAB
               GO TO 1100-LE-PROXIMO
           END-IF.
           MOVE WRK-ID-CPF TO SRT-CPF.
           MOVE JRN-DATA TO SRT-DATA.
           MOVE JRN-HORA TO SRT-HORA.
           MOVE WRK-IA-DEPTO TO SRT-DEPTO-ANTERIOR.
           MOVE WRK-IA-ESTAB TO SRT-ESTAB-ANTERIOR.
           MOVE WRK-ID-DEPTO TO SRT-DEPTO-NOVO.
           MOVE WRK-ID-ESTAB TO SRT-ESTAB-NOVO.
           RELEASE SORT-RECORD.
           ADD 1 TO WRK-QTDE-MUDANCAS-LIDAS.
       1100-LE-PROXIMO.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-DIARIO-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT - BALANCEAMENTO DO MESTRE (ORDEM DE CPF)
      * COM AS MUDANCAS ORDENADAS. MUDANCA DE CPF QUE NAO ESTA MAIS NO
      * MESTRE (EXCLUIDO) E DESPREZADA.
      *****************************************************************
       2000-APURA-QUADRO.
           OPEN INPUT EMPLOYEE-MASTER.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT.
           PERFORM 2200-LE-MESTRE THRU 2200-EXIT.
           PERFORM 2300-PROCESSA-FUNCIONARIO THRU 2300-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           CLOSE EMPLOYEE-MASTER.
       2000-EXIT.
           EXIT.
       2100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WRK-FIM-SORT-SW TO TRUE
           END-RETURN.
       2100-EXIT.
           EXIT.
       2200-LE-MESTRE.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2200-EXIT.
           EXIT.
       2300-PROCESSA-FUNCIONARIO.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT
               UNTIL WRK-FIM-SORT-SW OR SRT-CPF NOT < EMP-CPF.
           MOVE ZEROS TO WRK-QTDE-MUDANCAS.
           PERFORM 2310-GUARDA-MUDANCA THRU 2310-EXIT
               UNTIL WRK-FIM-SORT-SW OR SRT-CPF NOT = EMP-CPF.
           PERFORM 2400-CONTA-FUNCIONARIO THRU 2400-EXIT.
           PERFORM 2200-LE-MESTRE THRU 2200-EXIT.
       2300-EXIT.
           EXIT.
       2310-GUARDA-MUDANCA.
           IF WRK-QTDE-MUDANCAS NOT < WRK-MAX-MUDANCAS
               DISPLAY 'AVISO: CPF ' EMP-CPF ' COM MAIS DE '
                       WRK-MAX-MUDANCAS ' MUDANCAS DE LOTACAO NO '
                       'PERIODO - EXCEDENTES IGNORADAS'
               ADD 1 TO WRK-QTDE-AVISOS
           ELSE
               ADD 1 TO WRK-QTDE-MUDANCAS
               MOVE SRT-DATA TO WRK-TM-DATA (WRK-QTDE-MUDANCAS)
               MOVE SRT-DEPTO-ANTERIOR
                   TO WRK-TM-DEPTO-ANTERIOR (WRK-QTDE-MUDANCAS)
               MOVE SRT-ESTAB-ANTERIOR
                   TO WRK-TM-ESTAB-ANTERIOR (WRK-QTDE-MUDANCAS)
               MOVE SRT-DEPTO-NOVO
                   TO WRK-TM-DEPTO-NOVO (WRK-QTDE-MUDANCAS)
               MOVE SRT-ESTAB-NOVO
                   TO WRK-TM-ESTAB-NOVO (WRK-QTDE-MUDANCAS)
           END-IF.
           PERFORM 2100-RETURN-SORT THRU 2100-EXIT.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * CONTA O FUNCIONARIO NAS UNIDADES EM QUE ESTAVA LOTADO NA
      * ABERTURA, NA ADMISSAO, NO DESLIGAMENTO E NO FIM DO PERIODO, E
      * AS TRANSFERENCIAS DO PERIODO NOS DOIS LADOS. ADMITIDO DEPOIS
      * DO PERIODO OU DESLIGADO ANTES DELE NAO ENTRA.
      *****************************************************************
       2400-CONTA-FUNCIONARIO.
           MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ADMISSAO.
           IF EMP-DESLIGADO
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-EFETIVA
           ELSE
               MOVE 99999999 TO WRK-DATA-DESLIG-EFETIVA
           END-IF.
           IF WRK-DATA-ADMISSAO > WRK-DATA-FIM
              OR WRK-DATA-DESLIG-EFETIVA < WRK-DATA-INICIO
               GO TO 2400-EXIT
           END-IF.
           MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-ATUAL.
           IF WRK-ESTAB-ATUAL = SPACE
               MOVE '1' TO WRK-ESTAB-ATUAL
           END-IF.
           IF WRK-DATA-ADMISSAO < WRK-DATA-INICIO
               MOVE WRK-DATA-ABERTURA TO WRK-DATA-POSICAO
               PERFORM 2500-UNIDADE-NA-DATA THRU 2500-EXIT
               IF WRK-IDX-UNIDADE > ZEROS
                   ADD 1 TO WRK-TU-INICIAL (WRK-IDX-UNIDADE)
               END-IF
           ELSE
               MOVE WRK-DATA-ADMISSAO TO WRK-DATA-POSICAO
               PERFORM 2500-UNIDADE-NA-DATA THRU 2500-EXIT
               IF WRK-IDX-UNIDADE > ZEROS
                   ADD 1 TO WRK-TU-ADMISSOES (WRK-IDX-UNIDADE)
               END-IF
           END-IF.
           IF WRK-DATA-DESLIG-EFETIVA NOT > WRK-DATA-FIM
               MOVE WRK-DATA-DESLIG-EFETIVA TO WRK-DATA-POSICAO
               PERFORM 2500-UNIDADE-NA-DATA THRU 2500-EXIT
               IF WRK-IDX-UNIDADE > ZEROS
                   ADD 1 TO WRK-TU-DESLIGAMENTOS (WRK-IDX-UNIDADE)
               END-IF
           ELSE
               MOVE WRK-DATA-FIM TO WRK-DATA-POSICAO
               PERFORM 2500-UNIDADE-NA-DATA THRU 2500-EXIT
               IF WRK-IDX-UNIDADE > ZEROS
                   ADD 1 TO WRK-TU-FINAL (WRK-IDX-UNIDADE)
                   COMPUTE WRK-MESES-CASA =
                       (WRK-DF-ANO * 12 + WRK-DF-MES)
                     - (WRK-DA-ANO * 12 + WRK-DA-MES)
                   IF WRK-MESES-CASA > ZEROS
                       ADD WRK-MESES-CASA
                           TO WRK-TU-MESES-CASA (WRK-IDX-UNIDADE)
                   END-IF
               END-IF
           END-IF.
           PERFORM 2600-CONTA-TRANSFERENCIA THRU 2600-EXIT
               VARYING WRK-IDX-MUDANCA FROM 1 BY 1
               UNTIL WRK-IDX-MUDANCA > WRK-QTDE-MUDANCAS.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * LOTACAO NO FIM DO DIA WRK-DATA-POSICAO: A DE ANTES DA PRIMEIRA
      * MUDANCA POSTERIOR A ESSA DATA OU, SEM NENHUMA, A DO MESTRE.
      * DEVOLVE O INDICE DA UNIDADE NA TABELA.
      *****************************************************************
       2500-UNIDADE-NA-DATA.
           MOVE WRK-ESTAB-ATUAL TO WRK-POS-ESTAB.
           MOVE EMP-DEPTO TO WRK-POS-DEPTO.
           MOVE 'N' TO WRK-POSICAO-ACHADA.
           PERFORM 2510-PROCURA-MUDANCA THRU 2510-EXIT
               VARYING WRK-IDX-MUDANCA FROM 1 BY 1
               UNTIL WRK-IDX-MUDANCA > WRK-QTDE-MUDANCAS
                  OR WRK-POSICAO-ACHADA-SW.
           PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT.
       2500-EXIT.
           EXIT.
       2510-PROCURA-MUDANCA.
           IF WRK-TM-DATA (WRK-IDX-MUDANCA) > WRK-DATA-POSICAO
               MOVE WRK-TM-ESTAB-ANTERIOR (WRK-IDX-MUDANCA)
                   TO WRK-POS-ESTAB
               MOVE WRK-TM-DEPTO-ANTERIOR (WRK-IDX-MUDANCA)
                   TO WRK-POS-DEPTO
               SET WRK-POSICAO-ACHADA-SW TO TRUE
           END-IF.
       2510-EXIT.
           EXIT.
      *****************************************************************
      * TRANSFERENCIA DENTRO DO PERIODO E DO VINCULO: SAIDA NA UNIDADE
      * DE ORIGEM, ENTRADA NA DE DESTINO.
      *****************************************************************
       2600-CONTA-TRANSFERENCIA.
           IF WRK-TM-DATA (WRK-IDX-MUDANCA) > WRK-DATA-FIM
              OR WRK-TM-DATA (WRK-IDX-MUDANCA) < WRK-DATA-ADMISSAO
              OR WRK-TM-DATA (WRK-IDX-MUDANCA) >
                 WRK-DATA-DESLIG-EFETIVA
               GO TO 2600-EXIT
           END-IF.
           MOVE WRK-TM-ESTAB-ANTERIOR (WRK-IDX-MUDANCA)
               TO WRK-POS-ESTAB.
           MOVE WRK-TM-DEPTO-ANTERIOR (WRK-IDX-MUDANCA)
               TO WRK-POS-DEPTO.
           PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT.
           IF WRK-IDX-UNIDADE > ZEROS
               ADD 1 TO WRK-TU-SAIDAS (WRK-IDX-UNIDADE)
           END-IF.
           MOVE WRK-TM-ESTAB-NOVO (WRK-IDX-MUDANCA) TO WRK-POS-ESTAB.
           MOVE WRK-TM-DEPTO-NOVO (WRK-IDX-MUDANCA) TO WRK-POS-DEPTO.
           PERFORM 2700-LOCALIZA-UNIDADE THRU 2700-EXIT.
           IF WRK-IDX-UNIDADE > ZEROS
               ADD 1 TO WRK-TU-ENTRADAS (WRK-IDX-UNIDADE)
           END-IF.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA A UNIDADE WRK-POS-ESTAB + WRK-POS-DEPTO NA TABELA E A
      * INCLUI SE FOR NOVA. TABELA CHEIA DEVOLVE ZERO, COM AVISO.
      *****************************************************************
       2700-LOCALIZA-UNIDADE.
           MOVE ZEROS TO WRK-IDX-UNIDADE.
           PERFORM 2710-COMPARA-UNIDADE THRU 2710-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-UNIDADES
                  OR WRK-IDX-UNIDADE > ZEROS.
           IF WRK-IDX-UNIDADE > ZEROS
               GO TO 2700-EXIT
           END-IF.
           IF WRK-QTDE-UNIDADES NOT < WRK-MAX-UNIDADES
               DISPLAY 'AVISO: MAIS DE ' WRK-MAX-UNIDADES
                       ' UNIDADES - DEPTO ' WRK-POS-DEPTO
                       ' DO ESTAB ' WRK-POS-ESTAB ' IGNORADO'
               ADD 1 TO WRK-QTDE-AVISOS
               GO TO 2700-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-UNIDADES.
           MOVE WRK-QTDE-UNIDADES TO WRK-IDX-UNIDADE.
           MOVE WRK-POS-ESTAB TO WRK-TU-ESTAB (WRK-IDX-UNIDADE).
           MOVE WRK-POS-DEPTO TO WRK-TU-DEPTO (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-INICIAL (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-ADMISSOES (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-DESLIGAMENTOS (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-ENTRADAS (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-SAIDAS (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-FINAL (WRK-IDX-UNIDADE).
           MOVE ZEROS TO WRK-TU-MESES-CASA (WRK-IDX-UNIDADE).
       2700-EXIT.
           EXIT.
       2710-COMPARA-UNIDADE.
           IF WRK-TU-ESTAB (WRK-IDX) = WRK-POS-ESTAB
              AND WRK-TU-DEPTO (WRK-IDX) = WRK-POS-DEPTO
               MOVE WRK-IDX TO WRK-IDX-UNIDADE
           END-IF.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * ORDENA AS UNIDADES POR ESTABELECIMENTO + DEPARTAMENTO
      * (SELECTION SORT, COMO NO RANKING DO DEPTROLL).
      *****************************************************************
       3000-ORDENA-UNIDADES.
           PERFORM 3100-SELECIONA-MENOR THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX >= WRK-QTDE-UNIDADES.
       3000-EXIT.
           EXIT.
       3100-SELECIONA-MENOR.
           MOVE WRK-IDX TO WRK-IDX-MENOR.
           MOVE WRK-IDX TO WRK-IDX2-INICIAL.
           ADD 1 TO WRK-IDX2-INICIAL.
           PERFORM 3200-COMPARA-MENOR THRU 3200-EXIT
               VARYING WRK-IDX2 FROM WRK-IDX2-INICIAL BY 1
               UNTIL WRK-IDX2 > WRK-QTDE-UNIDADES.
           IF WRK-IDX-MENOR NOT = WRK-IDX
               MOVE WRK-UNIDADE-ITEM (WRK-IDX) TO WRK-UNIDADE-TEMP
               MOVE WRK-UNIDADE-ITEM (WRK-IDX-MENOR)
                   TO WRK-UNIDADE-ITEM (WRK-IDX)
               MOVE WRK-UNIDADE-TEMP
                   TO WRK-UNIDADE-ITEM (WRK-IDX-MENOR)
           END-IF.
       3100-EXIT.
           EXIT.
       3200-COMPARA-MENOR.
           IF WRK-TU-CHAVE (WRK-IDX2) < WRK-TU-CHAVE (WRK-IDX-MENOR)
               MOVE WRK-IDX2 TO WRK-IDX-MENOR
           END-IF.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * RELATORIO E EXTRACAO: UMA LINHA POR UNIDADE, QUEBRA COM
      * SUBTOTAL POR ESTABELECIMENTO E TOTAL GERAL NO FIM.
      *****************************************************************
       4000-IMPRIME-RELATORIO.
           OPEN INPUT DEPARTMENT-MASTER.
           IF NOT WRK-FS-DEPTOS-NAO-ENCONTRADO
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           ELSE
               DISPLAY 'AVISO: DEPTMSTR NAO ENCONTRADO - RELATORIO '
                       'SEM DESCRICAO E GESTOR'
           END-IF.
           OPEN OUTPUT TURNOVER-REPORT.
           OPEN OUTPUT EXPORT-FILE.
           WRITE EXPORT-REC FROM WRK-EXP-CABECALHO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-DI-MES TO WRK-CB-MES-INI.
           MOVE WRK-DI-ANO TO WRK-CB-ANO-INI.
           MOVE WRK-DF-MES TO WRK-CB-MES-FIM.
           MOVE WRK-DF-ANO TO WRK-CB-ANO-FIM.
           MOVE WRK-ANO-REFERENCIA TO WRK-EC-ANO.
           MOVE WRK-MES-REFERENCIA TO WRK-EC-MES.
           MOVE ZEROS TO WRK-TOTAIS-GERAIS.
           MOVE ZEROS TO WRK-TOTAIS-ESTAB.
           PERFORM 4100-IMPRIME-UNIDADE THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-UNIDADES.
           IF WRK-QTDE-UNIDADES > ZEROS
               PERFORM 4300-SUBTOTAL-ESTAB THRU 4300-EXIT
           END-IF.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOTAIS-GERAIS TO WRK-QUANTIDADES.
           MOVE SPACES TO WRK-D-DEPTO.
           MOVE "TOTAL GERAL" TO WRK-D-DESCRICAO.
           MOVE SPACES TO WRK-D-GESTOR.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-AVISOS > ZEROS
               MOVE WRK-QTDE-AVISOS TO WRK-LA-QTDE
               MOVE WRK-LINHA-AVISOS TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           MOVE WRK-QTDE-EXPORTADOS TO WRK-QTDE-TEXTO.
           MOVE SPACES TO EXPORT-REC.
           STRING "TOTAL;" DELIMITED BY SIZE
                  WRK-QTDE-TEXTO DELIMITED BY SIZE
               INTO EXPORT-REC.
           WRITE EXPORT-REC.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE TURNOVER-REPORT.
           CLOSE EXPORT-FILE.
           DISPLAY 'ROTATIV: ' WRK-QTDE-UNIDADES ' UNIDADES, '
                   WRK-QTDE-MUDANCAS-LIDAS ' MUDANCAS DE LOTACAO NO '
                   'PERIODO'.
       4000-EXIT.
           EXIT.
       4100-IMPRIME-UNIDADE.
           IF WRK-IDX > 1
              AND WRK-TU-ESTAB (WRK-IDX) NOT = WRK-ESTAB-ANTERIOR
               PERFORM 4300-SUBTOTAL-ESTAB THRU 4300-EXIT
           END-IF.
           IF WRK-IDX = 1
              OR WRK-TU-ESTAB (WRK-IDX) NOT = WRK-ESTAB-ANTERIOR
               PERFORM 4200-CABECALHO-ESTAB THRU 4200-EXIT
           END-IF.
           MOVE WRK-TU-INICIAL (WRK-IDX) TO WRK-QT-INICIAL.
           MOVE WRK-TU-ADMISSOES (WRK-IDX) TO WRK-QT-ADMISSOES.
           MOVE WRK-TU-DESLIGAMENTOS (WRK-IDX) TO WRK-QT-DESLIGAMENTOS.
           MOVE WRK-TU-ENTRADAS (WRK-IDX) TO WRK-QT-ENTRADAS.
           MOVE WRK-TU-SAIDAS (WRK-IDX) TO WRK-QT-SAIDAS.
           MOVE WRK-TU-FINAL (WRK-IDX) TO WRK-QT-FINAL.
           MOVE WRK-TU-MESES-CASA (WRK-IDX) TO WRK-QT-MESES-CASA.
           ADD WRK-QT-INICIAL TO WRK-TE-INICIAL WRK-TG-INICIAL.
           ADD WRK-QT-ADMISSOES TO WRK-TE-ADMISSOES WRK-TG-ADMISSOES.
           ADD WRK-QT-DESLIGAMENTOS
               TO WRK-TE-DESLIGAMENTOS WRK-TG-DESLIGAMENTOS.
           ADD WRK-QT-ENTRADAS TO WRK-TE-ENTRADAS WRK-TG-ENTRADAS.
           ADD WRK-QT-SAIDAS TO WRK-TE-SAIDAS WRK-TG-SAIDAS.
           ADD WRK-QT-FINAL TO WRK-TE-FINAL WRK-TG-FINAL.
           ADD WRK-QT-MESES-CASA
               TO WRK-TE-MESES-CASA WRK-TG-MESES-CASA.
           MOVE SPACES TO WRK-DESCRICAO-DEPTO.
           MOVE SPACES TO WRK-GESTOR-DEPTO.
           IF WRK-DEPTOS-ABERTO-SW
               MOVE WRK-TU-DEPTO (WRK-IDX) TO DPT-CODIGO
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-DESCRICAO-DEPTO
                   NOT INVALID KEY
                       MOVE DPT-DESCRICAO TO WRK-DESCRICAO-DEPTO
                       MOVE DPT-GESTOR TO WRK-GESTOR-DEPTO
               END-READ
           END-IF.
           MOVE WRK-TU-DEPTO (WRK-IDX) TO WRK-D-DEPTO.
           MOVE WRK-DESCRICAO-DEPTO TO WRK-D-DESCRICAO.
           MOVE WRK-GESTOR-DEPTO TO WRK-D-GESTOR.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 4500-EXPORTA-UNIDADE THRU 4500-EXIT.
       4100-EXIT.
           EXIT.
       4200-CABECALHO-ESTAB.
           MOVE WRK-TU-ESTAB (WRK-IDX) TO WRK-ESTAB-ANTERIOR.
           CALL "EMPRLOOK" USING WRK-ESTAB-ANTERIOR WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE SPACES TO WRK-CNPJ
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-RAZAO
           END-IF.
           MOVE WRK-ESTAB-ANTERIOR TO WRK-LE-ESTAB.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-ESTAB TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4200-EXIT.
           EXIT.
       4300-SUBTOTAL-ESTAB.
           MOVE WRK-TOTAIS-ESTAB TO WRK-QUANTIDADES.
           MOVE SPACES TO WRK-D-DEPTO.
           MOVE "TOTAL DO ESTAB." TO WRK-D-DESCRICAO.
           MOVE SPACES TO WRK-D-GESTOR.
           PERFORM 4400-MONTA-DETALHE THRU 4400-EXIT.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE ZEROS TO WRK-TOTAIS-ESTAB.
       4300-EXIT.
           EXIT.
      *****************************************************************
      * ROTATIVIDADE = (ADMISSOES + DESLIGAMENTOS) / 2 SOBRE O QUADRO
      * MEDIO (INICIAL + FINAL) / 2, EM %; TEMPO MEDIO = MESES DE CASA
      * DO QUADRO FINAL SOBRE O QUADRO FINAL. QUADRO ZERO DA ZERO.
      *****************************************************************
       4400-MONTA-DETALHE.
           MOVE ZEROS TO WRK-ROTATIVIDADE.
           MOVE ZEROS TO WRK-TEMPO-MEDIO.
           COMPUTE WRK-QUADRO-MEDIO-X2 = WRK-QT-INICIAL + WRK-QT-FINAL.
           IF WRK-QUADRO-MEDIO-X2 > ZEROS
               COMPUTE WRK-ROTATIVIDADE ROUNDED =
                   (WRK-QT-ADMISSOES + WRK-QT-DESLIGAMENTOS) * 100
                   / WRK-QUADRO-MEDIO-X2
                   ON SIZE ERROR
                       MOVE 999,99 TO WRK-ROTATIVIDADE
               END-COMPUTE
           END-IF.
           IF WRK-QT-FINAL > ZEROS
               COMPUTE WRK-TEMPO-MEDIO ROUNDED =
                   WRK-QT-MESES-CASA / WRK-QT-FINAL
           END-IF.
           MOVE WRK-QT-INICIAL TO WRK-D-INICIAL.
           MOVE WRK-QT-ADMISSOES TO WRK-D-ADMISSOES.
           MOVE WRK-QT-DESLIGAMENTOS TO WRK-D-DESLIGAMENTOS.
           MOVE WRK-QT-ENTRADAS TO WRK-D-ENTRADAS.
           MOVE WRK-QT-SAIDAS TO WRK-D-SAIDAS.
           MOVE WRK-QT-FINAL TO WRK-D-FINAL.
           MOVE WRK-ROTATIVIDADE TO WRK-D-ROTATIVIDADE.
           MOVE WRK-TEMPO-MEDIO TO WRK-D-TEMPO-MEDIO.
       4400-EXIT.
           EXIT.
       4500-EXPORTA-UNIDADE.
           MOVE WRK-QT-INICIAL TO WRK-INICIAL-TEXTO.
           MOVE WRK-QT-ADMISSOES TO WRK-ADMISSOES-TEXTO.
           MOVE WRK-QT-DESLIGAMENTOS TO WRK-DESLIG-TEXTO.
           MOVE WRK-QT-ENTRADAS TO WRK-ENTRADAS-TEXTO.
           MOVE WRK-QT-SAIDAS TO WRK-SAIDAS-TEXTO.
           MOVE WRK-QT-FINAL TO WRK-FINAL-TEXTO.
           MOVE WRK-ROTATIVIDADE TO WRK-ROTATIVIDADE-TEXTO.
           MOVE WRK-TEMPO-MEDIO TO WRK-TEMPO-MEDIO-TEXTO.
           MOVE SPACES TO EXPORT-REC.
           STRING WRK-EXP-COMPETENCIA DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-VISAO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-DATA-INICIO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-DATA-FIM DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-ESTAB-ANTERIOR DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-CNPJ DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-TU-DEPTO (WRK-IDX) DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-DESCRICAO-DEPTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-GESTOR-DEPTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-INICIAL-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-ADMISSOES-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-DESLIG-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-ENTRADAS-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-SAIDAS-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-FINAL-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-ROTATIVIDADE-TEXTO DELIMITED BY SIZE
                  ";" DELIMITED BY SIZE
                  WRK-TEMPO-MEDIO-TEXTO DELIMITED BY SIZE
               INTO EXPORT-REC.
           WRITE EXPORT-REC.
           ADD 1 TO WRK-QTDE-EXPORTADOS.
       4500-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE TURNOVER-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE TURNOVER-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE TURNOVER-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE TURNOVER-REPORT-REC FROM WRK-LINHA-TITULO.
           WRITE TURNOVER-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE 4 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM ROTATIV.
