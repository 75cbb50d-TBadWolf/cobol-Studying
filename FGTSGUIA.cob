      *     VALE '1') E O CABECALHO IMPRIME A RAZAO SOCIAL E O CNPJ DA
      *     TABELA EMPRESAS (VIA EMPRLOOK), QUE E O QUE A GUIA LEGAL
      *     EXIGE; EM BRANCO, SAI TUDO COMO ANTES.
      *   - AFASTAMENTOS: A BASE DO FGTS DESCONTA OS DIAS DE AFASTAMENTO
      *     QUE A EMPRESA NAO PAGA (CADASTRO AFASTA, VIA AFACALC), MENOS
      *     OS DE LICENCA MATERNIDADE E ACIDENTE DE TRABALHO, EM QUE O
      *     DEPOSITO CONTINUA SOBRE O SALARIO INTEGRAL (LEI 8036 ART.
      *     15 PAR. 5O) - FUNCIONARIA COM O MES TODO EM LICENCA
      *     MATERNIDADE CONTINUA NA GUIA.
      *   - TRANSFERENCIA NO MEIO DO MES: A BASE DE QUEM MUDOU DE
      *     DEPARTAMENTO/ESTABELECIMENTO NA COMPETENCIA (HISTORICO
      *     TRANSF, VIA TRFCALC) E DIVIDIDA POR DIAS ENTRE O LOCAL
      *     ANTIGO E O NOVO, COM UMA LINHA POR TRECHO (DIAS NA COLUNA
      *     PERIODO) E O DEPOSITO DE CADA TRECHO NO CNPJ EM QUE ELE FOI
      *     TRABALHADO - O FILTRO POR ESTABELECIMENTO PASSOU A SER
      *     FEITO POR TRECHO, NAO MAIS PELO ESTABELECIMENTO DO MESTRE.
      *   - CALCULO UNICO DA FOLHA: A BASE DO FGTS DEIXOU DE SER
      *     RECALCULADA AQUI (PROPORCIONAL, AFASTAMENTOS E VERBAS DO
      *     VENCOK) - VEM DO REGISTRO DO CPF NO ARQUIVO FOLCALC DA
      *     COMPETENCIA, GRAVADO ANTES PELO FOLCALC, E CONTINUA SENDO
      *     DIVIDIDA POR TRECHO PELO TRFCALC. O CABECALHO MOSTRA A
      *     DATA/HORA DO CALCULO USADO E, SEM FILTRO DE
      *     ESTABELECIMENTO, A QUANTIDADE E O FGTS LIDOS SAO
      *     CONFERIDOS CONTRA O REGISTRO DE CONTROLE DO CALCULO
      *     (DIVERGENCIA = AVISO E RETURN CODE 4). A COMPETENCIA
      *     PASSOU A SER OBRIGATORIA: SEM ELA, OU SEM O CALCULO DELA NO
      *     FOLCALC, A EXECUCAO E CANCELADA.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     CADASTRO AUSENTE PASSOU A TERMINAR COM RC=8, PARA O
      *     CONTROLE NAO REGISTRAR A ETAPA COMO CONCLUIDA.
      *   - EXECUCAO PARCIAL: COM O FILTRO DE ESTABELECIMENTO
      *     INFORMADO, O FIM DA EXECUCAO NAO CONCLUI MAIS A ETAPA NO
      *     FECHCTL - ELA FICA EM ANDAMENTO, SEGURANDO AS ETAPAS
      *     SEGUINTES E O FECHAMENTO, ATE UMA EXECUCAO SEM FILTRO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-MASTER.
           SELECT FGTS-REPORT ASSIGN TO "FGTSGRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  FGTS-REPORT.
       01  FGTS-REPORT-REC            PIC X(100).
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BASE-TRECHO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
           88 WRK-TRANSFERIDO               VALUE 'S'.
       77 WRK-FUNC-NA-GUIA         PIC X(01) VALUE 'N'.
           88 WRK-FUNC-NA-GUIA-SW           VALUE 'S'.
       01 WRK-TRECHOS-BASE.
           02 WRK-TB-QTDE           PIC 9(01).
           02 WRK-TB-ITEM OCCURS 5 TIMES.
               03 WRK-TB-DEPTO          PIC X(04).
               03 WRK-TB-ESTAB          PIC X(01).
               03 WRK-TB-DIA-INICIO     PIC 9(02).
               03 WRK-TB-DIA-FIM        PIC 9(02).
               03 WRK-TB-DIAS           PIC 9(02).
               03 WRK-TB-VALOR          PIC 9(08)V99.
       01 WRK-LINHA-EMPRESA.
           02 FILLER                PIC X(12) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 WRK-LE-CNPJ           PIC X(14).
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
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
           02 WRK-CC-QTDE           PIC 9(06).
           02 WRK-CC-TOTAL-FGTS     PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-FGTS            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "FGTSGUIA".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).

       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
           02 FILLER                PIC X(27) VALUE "DEPTO".
           02 FILLER                PIC X(13) VALUE "SALARIO".
           02 FILLER                PIC X(12) VALUE "DEPOSITO".
           02 FILLER                PIC X(10) VALUE "PERIODO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SALARIO         PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-FGTS            PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PERIODO.
               03 WRK-D-TRF-TEXTO       PIC X(03).
               03 WRK-D-TRF-INICIO      PIC 9(02).
               03 WRK-D-TRF-HIFEN       PIC X(01).
               03 WRK-D-TRF-FIM         PIC 9(02).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(21) VALUE
               "TOTAL DA EMPRESA: ".
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-ESTAB-PEDIDO FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
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
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
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
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
       0900-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA O FIM DA ETAPA COM O RETURN-CODE FINAL DO PROGRAMA,
      * PRESERVADO EM VOLTA DO CALL. EXECUCAO FILTRADA POR
      * ESTABELECIMENTO NAO CONCLUI A ETAPA: ELA FICA EM ANDAMENTO
      * ATE UMA EXECUCAO COMPLETA DA COMPETENCIA.
      *****************************************************************
       0950-TERMINA-ETAPA.
           IF NOT WRK-FECH-LIBERADA-SIM
               GO TO 0950-EXIT
           END-IF.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               DISPLAY 'EXECUCAO PARCIAL (ESTABELECIMENTO '
                       WRK-ESTAB-PEDIDO ') - ETAPA CONTINUA EM '
                       'ANDAMENTO NO FECHAMENTO'
               GO TO 0950-EXIT
           END-IF.
           MOVE RETURN-CODE TO WRK-FECH-RC.
           MOVE 'F' TO WRK-FECH-OPERACAO.
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-COMPETENCIA
               WRK-MES-COMPETENCIA WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
           MOVE WRK-FECH-RC TO RETURN-CODE.
       0950-EXIT.
           EXIT.
      *****************************************************************
      * ABRE OS ARQUIVOS, LE O CONTROLE DO CALCULO DA COMPETENCIA NO
      * FOLCALC, GRAVA O CABECALHO DA GUIA E LE O PRIMEIRO
      * FUNCIONARIO. SEM O CALCULO DA COMPETENCIA NAO HA GUIA.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE EMPLOYEE-MASTER
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT FGTS-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE FGTS-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE FGTS-REPORT-REC FROM WRK-LINHA-CALCULO.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               CALL "EMPRLOOK" USING WRK-ESTAB-PEDIDO WRK-CNPJ
                   WRK-RAZAO WRK-EMPRESA-ACHADA
               END-IF
           END-IF.
           WRITE FGTS-REPORT-REC FROM WRK-LINHA-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
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
           MOVE FCL-CT-TOTAL-FGTS TO WRK-CC-TOTAL-FGTS.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1200-EXIT.
           EXIT.

      *****************************************************************
      * IMPRIME O DEPOSITO DE QUEM TEM BASE DE FGTS NA COMPETENCIA NO
      * CALCULO DO FOLCALC (INCLUSIVE QUEM SO TEM DEPOSITO, SEM DIA
      * PAGO) E AVANCA.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2100-IMPRIME-DEPOSITO THRU 2100-EXIT
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) OU SEM
      * FGTS NO CALCULO NAO HA DEPOSITO.
      *****************************************************************
       2050-LE-CALCULO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WRK-CONF-QTDE.
           ADD FCL-FGTS TO WRK-CONF-FGTS.
           IF FCL-FGTS = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
       2100-IMPRIME-DEPOSITO.
           MOVE FCL-BASE-FGTS TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-BASE WRK-SITUACAO-TRANSF.
           MOVE 'N' TO WRK-FUNC-NA-GUIA.
           PERFORM 2120-IMPRIME-TRECHO THRU 2120-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TB-QTDE.
           IF WRK-FUNC-NA-GUIA-SW
               ADD 1 TO WRK-QTDE-FUNCIONARIOS
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * UMA LINHA POR TRECHO DO MES (UMA SO PARA QUEM NAO FOI
      * TRANSFERIDO), COM O DEPOSITO SOBRE A BASE DO TRECHO - SO OS
      * TRECHOS DO ESTABELECIMENTO PEDIDO, QUANDO INFORMADO.
      *****************************************************************
       2120-IMPRIME-TRECHO.
           MOVE WRK-TB-ESTAB (WRK-IDX-TRECHO) TO WRK-ESTAB-FUNC.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               AND WRK-ESTAB-FUNC NOT = WRK-ESTAB-PEDIDO
               GO TO 2120-EXIT
           END-IF.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-BASE-TRECHO.
           CALL "FGTSCALC" USING WRK-BASE-TRECHO WRK-FGTS.
           MOVE EMP-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE WRK-TB-DEPTO (WRK-IDX-TRECHO) TO WRK-D-DEPTO.
           CALL "DEPTLOOK" USING WRK-TB-DEPTO (WRK-IDX-TRECHO)
               WRK-DESCRICAO-DEPTO WRK-DEPTO-ACHADO.
           MOVE WRK-DESCRICAO-DEPTO TO WRK-D-DEPTO-DESC.
           MOVE WRK-BASE-TRECHO TO WRK-D-SALARIO.
           MOVE WRK-FGTS TO WRK-D-FGTS.
           MOVE SPACES TO WRK-D-PERIODO.
           IF WRK-TRANSFERIDO
               MOVE "DIA" TO WRK-D-TRF-TEXTO
               MOVE WRK-TB-DIA-INICIO (WRK-IDX-TRECHO)
                   TO WRK-D-TRF-INICIO
               MOVE "-" TO WRK-D-TRF-HIFEN
               MOVE WRK-TB-DIA-FIM (WRK-IDX-TRECHO) TO WRK-D-TRF-FIM
           END-IF.
           WRITE FGTS-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD WRK-FGTS TO WRK-TOTAL-FGTS.
           SET WRK-FUNC-NA-GUIA-SW TO TRUE.
       2120-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O TOTAL DA EMPRESA, CONFERE O QUE FOI LIDO DO FOLCALC
      * CONTRA O CONTROLE DO CALCULO (SO SEM FILTRO DE
      * ESTABELECIMENTO) E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-TOTAL-FGTS TO WRK-TG-VALOR.
           MOVE WRK-QTDE-FUNCIONARIOS TO WRK-TG-QTDE.
           WRITE FGTS-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-ESTAB-PEDIDO = SPACE
               AND (WRK-CONF-QTDE NOT = WRK-CC-QTDE
                    OR WRK-CONF-FGTS NOT = WRK-CC-TOTAL-FGTS)
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE
                       ' REGISTROS, FGTS ' WRK-CC-TOTAL-FGTS
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' REGISTROS, FGTS ' WRK-CONF-FGTS
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE FGTS-REPORT.
           CLOSE CALC-FILE.
       3000-EXIT.
           EXIT.
       END PROGRAM FGTSGUIA.
