      *     ('D' = DESCONTO, VALIDADO PELO VENCVAL) E AS VERBAS DESSE
      *     TIPO PASSARAM A SER SUBTRAIDAS DO BRUTO DO MES, SEM DEIXAR
      *     O BRUTO NEGATIVO - O MESMO TRATAMENTO DO PAYSLIP.
      *   - PENSAO ALIMENTICIA: O LIQUIDO DO FUNCIONARIO PASSOU A SAIR
      *     SEM A PENSAO JUDICIAL (PENSCALC + ENTRADA DEDCALCP, O
      *     MESMO CALCULO DO HOLERITE) E CADA ORDEM COM VALOR NO MES
      *     GANHA UM SEGMENTO DE DETALHE PROPRIO NA MESMA REMESSA, COM
      *     CPF, NOME E CONTA DO BENEFICIARIO LIDOS DO CADASTRO PENSAO
      *     E A FINALIDADE 'P' NO DETALHE (O CONCILIA SEPARA ESSES
      *     CREDITOS DOS SALARIOS). O CREDITO DO BENEFICIARIO SAI
      *     MESMO QUANDO O FUNCIONARIO ESTA SEM CONTA NO CONTABCO. O
      *     RELATORIO DE CONTROLE MOSTRA A QUANTIDADE E O VALOR DOS
      *     CREDITOS DE PENSAO DENTRO DO TOTAL DA REMESSA.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. MES
      *     INTEIRO AFASTADO NAO PAGA SALARIO.
      *   - CALCULO UNICO DA FOLHA: A REMESSA DEIXOU DE RECALCULAR
      *     PROPORCIONAL, VERBAS (VENCOK), DEPENDENTES, DEDCALC, PENSAO,
      *     ADIANTAMENTO E CAMBIO - O LIQUIDO, AS ORDENS DE PENSAO, O
      *     ADIANTAMENTO ABATIDO E O SALARIO EM BRL VEM DO REGISTRO DO
      *     CPF NO ARQUIVO FOLCALC DA COMPETENCIA (GRAVADO ANTES PELO
      *     FOLCALC); O ADIANCTL SO RECEBE A MARCA DE RECUPERADO. O
      *     RELATORIO DE CONTROLE MOSTRA A DATA/HORA DO CALCULO USADO
      *     E, SEM FILTRO DE ESTABELECIMENTO, A QUANTIDADE E O LIQUIDO
      *     LIDOS SAO CONFERIDOS CONTRA O REGISTRO DE CONTROLE DO
      *     CALCULO (DIVERGENCIA = AVISO E RETURN CODE 4). A
      *     COMPETENCIA PASSOU A SER OBRIGATORIA: SEM ELA, OU SEM O
      *     CALCULO DELA NO FOLCALC, A EXECUCAO E CANCELADA.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     CADASTRO AUSENTE PASSOU A TERMINAR COM RC=8, PARA O
      *     CONTROLE NAO REGISTRAR A ETAPA COMO CONCLUIDA.
      *   - QUARENTENA DE CONTA ALTERADA: O CREDITO DE SALARIO DO CPF
      *     CUJA CONTA NO CONTABCO FOI INCLUIDA OU ALTERADA HA ATE N
      *     DIAS (QUARTA LINHA DO SYSIN, 5 QUANDO EM BRANCO), OU PELO
      *     MESMO OPERADOR QUE SUBMETE A REMESSA, NAO ENTRA NA REMESSA:
      *     VAI PARA O ARQUIVO DE CREDITOS RETIDOS (CREDRET) COM A
      *     CONTA ATUAL E A ANTERIOR, E SAI NA LISTA DE EXCECOES. A
      *     TESOURARIA DECIDE NO BANKLIB (LIBERA, PAGA NA CONTA
      *     ANTERIOR OU CANCELA). CREDITO JA DECIDIDO NUMA EXECUCAO
      *     ANTERIOR DA COMPETENCIA TAMBEM FICA FORA, PARA NAO PAGAR EM
      *     DOBRO. O RELATORIO DE CONTROLE MOSTRA QUANTIDADE E VALOR
      *     RETIDOS; HAVENDO RETENCAO O PROGRAMA TERMINA COM RC=4. O
      *     OPERADOR PASSOU PARA A QUINTA LINHA DO SYSIN.
      *   - EXECUCAO PARCIAL: COM O FILTRO DE ESTABELECIMENTO
      *     INFORMADO, O FIM DA EXECUCAO NAO CONCLUI MAIS A ETAPA NO
      *     FECHCTL - ELA FICA EM ANDAMENTO, SEGURANDO AS ETAPAS
      *     SEGUINTES E O FECHAMENTO, ATE UMA EXECUCAO SEM FILTRO.
      *   - A CHAVE DO CREDRET GANHOU A ORIGEM DO CREDITO; O CREDITO
      *     DA FOLHA MENSAL E GRAVADO E PROCURADO COM ORIGEM EM BRANCO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "BANKCTLR"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADQ-CHAVE
               FILE STATUS IS WRK-FS-ADIANTAMENTO.
           SELECT ALIMONY-FILE ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT HOLD-FILE ASSIGN TO "CREDRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-FS-RETIDOS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       01  REMITTANCE-REC             PIC X(240).
       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-REC         PIC X(80).
       FD  ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC       PIC X(80).
       FD  ADVANCE-CONTROL.
       COPY "ADIANCTL.CPY".
       FD  ALIMONY-FILE.
       COPY "PENSAO.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  HOLD-FILE.
       COPY "CREDRET.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-LIQUIDO              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-BRUTO          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-SEQUENCIAL           PIC 9(06) VALUE ZEROS.
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
           02 WRK-CC-QTDE-PAGOS     PIC 9(06).
           02 WRK-CC-TOTAL-LIQUIDO  PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-LIQUIDO         PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FS-CONTAS            PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTAS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-CONTAS      PIC X(01) VALUE 'N'.
       77 WRK-QTDE-SEM-CONTA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-CONTA-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-ACHADA-SW           VALUE 'S'.
       77 WRK-FS-ADIANTAMENTO      PIC X(02) VALUE SPACES.
           88 WRK-FS-ADI-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-ADIANTAMENTO-ABERTO  PIC X(01) VALUE 'N'.
           88 WRK-ADI-ABERTO-SW             VALUE 'S'.
       77 WRK-ESTAB-PEDIDO         PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-FUNC           PIC X(01) VALUE SPACE.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-DATA-TAXA-USADA      PIC 9(08) VALUE ZEROS.
       77 WRK-FS-PENSAO            PIC X(02) VALUE SPACES.
           88 WRK-FS-PENSAO-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-PENSAO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-PENSAO-OK        VALUE 'S'.
       77 WRK-IDX-ORDEM            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-PENSOES         PIC 9(06) COMP VALUE ZEROS.
       77 WRK-TOTAL-PENSAO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-FUNCIONARIOS    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "BANKPAY".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.
           88 WRK-FS-RETIDOS-NAO-ENCONTRADO  VALUE "23" "35".
       77 WRK-QUARENTENA-DIAS      PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-HOJE          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-IDADE-CONTA          PIC S9(07) COMP VALUE ZEROS.
       77 WRK-CREDITO-RETIDO       PIC X(01) VALUE 'N'.
           88 WRK-CREDITO-RETIDO-SW         VALUE 'S'.
       77 WRK-RETIDO-EXISTE        PIC X(01) VALUE 'N'.
           88 WRK-RETIDO-EXISTE-SW          VALUE 'S'.
       77 WRK-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
       77 WRK-QTDE-RETIDOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-RETIDO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-JA-DECIDIDOS    PIC 9(05) COMP VALUE ZEROS.
      *****************************************************************
      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, PARA A IDADE DA
      * ULTIMA ALTERACAO DA CONTA (MESMO CALCULO DO AFACALC).
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
       01 WRK-MOTIVO-IDADE.
           02 FILLER                PIC X(18) VALUE
               "CONTA ALTERADA HA ".
           02 WRK-MI-DIAS           PIC ZZ9.
           02 FILLER                PIC X(09) VALUE " DIA(S)".
      *****************************************************************
      * REGISTROS DA REMESSA (LAYOUT FIXO DE 240 POSICOES, NO ESTILO
      * CNAB 240): HEADER '0', DETALHE '1' (UM POR FUNCIONARIO E UM
      * POR BENEFICIARIO DE PENSAO, ESTE COM FINALIDADE 'P') E
      * TRAILER '9' COM QUANTIDADE E VALOR TOTAL.
      *****************************************************************
       01 WRK-REM-HEADER.
           02 WRK-RD-CONTA          PIC 9(08).
           02 WRK-RD-DIGITO         PIC X(01).
           02 WRK-RD-TIPO           PIC X(01).
           02 WRK-RD-FINALIDADE     PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(156) VALUE SPACES.
       01 WRK-REM-TRAILER.
           02 FILLER                PIC X(01) VALUE "9".
           02 WRK-RT-QTDE           PIC 9(06).
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(33) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE:   ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-DIVERGENCIA.
           02 FILLER                PIC X(47) VALUE
               "*** LIDO DO FOLCALC NAO CONFERE COM O CONTROLE ".
           02 FILLER                PIC X(14) VALUE
               "DO CALCULO ***".
       01 WRK-LINHA-QTDE.
           02 FILLER                PIC X(26) VALUE
               "FUNCIONARIOS NA REMESSA: ".
           02 FILLER                PIC X(42) VALUE
               "CONVERSAO BRL PELA TABELA DE CAMBIO DE ".
           02 WRK-LC-DATA           PIC 9(08).
       01 WRK-LINHA-PENSAO.
           02 FILLER                PIC X(33) VALUE
               "CREDITOS DE PENSAO ALIMENTICIA:  ".
           02 WRK-LP-QTDE-ED        PIC ZZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LP-VALOR-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-RETIDOS.
           02 FILLER                PIC X(33) VALUE
               "RETIDOS (CONTA ALTERADA):        ".
           02 WRK-LR-QTDE-ED        PIC ZZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-VALOR-ED       PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-JA-DECIDIDOS.
           02 FILLER                PIC X(33) VALUE
               "FORA (JA DECIDIDOS NO BANKLIB):  ".
           02 WRK-LJ-QTDE-ED        PIC ZZZZZ9.
       01 WRK-LINHA-SEM-CONTA.
           02 FILLER                PIC X(33) VALUE
               "FORA DA REMESSA (SEM CONTA):     ".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-NOME           PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-MOTIVO         PIC X(30) VALUE
               "ATIVO SEM CONTA CADASTRADA".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-ESTAB-PEDIDO FROM CONSOLE.
           ACCEPT WRK-QUARENTENA-DIAS FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-QUARENTENA-DIAS NOT NUMERIC
               OR WRK-QUARENTENA-DIAS = ZEROS
               MOVE 5 TO WRK-QUARENTENA-DIAS
           END-IF.
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
           MOVE WRK-DATA-HOJE TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-NUMERO-HOJE.
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
      * FOLCALC, GRAVA O HEADER DA REMESSA E O CABECALHO DO RELATORIO
      * DE CONTROLE, E LE O PRIMEIRO FUNCIONARIO. SEM O CALCULO DA
      * COMPETENCIA NENHUMA REMESSA E GERADA.
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
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WRK-DATA-HOJE TO WRK-RH-DATA-GERACAO.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CALCULO.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN INPUT ACCOUNT-FILE.
           IF WRK-FS-CONTAS-NAO-ENCONTRADO
           ELSE
               SET WRK-CADASTRO-CONTAS-OK TO TRUE
           END-IF.
           OPEN INPUT ALIMONY-FILE.
           IF WRK-FS-PENSAO-NAO-ENCONTRADO
               CONTINUE
           ELSE
               SET WRK-CADASTRO-PENSAO-OK TO TRUE
           END-IF.
           OPEN I-O ADVANCE-CONTROL.
           IF WRK-FS-ADI-NAO-ENCONTRADO
               CONTINUE
           ELSE
               SET WRK-ADI-ABERTO-SW TO TRUE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WRK-FS-RETIDOS-NAO-ENCONTRADO
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES E NAO HA LIQUIDO A REMETER.
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
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-LIQUIDO TO WRK-CC-TOTAL-LIQUIDO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
           DISPLAY 'BANKPAY: CALCULO DA FOLHA DE ' WRK-CC-DATA '-'
                   WRK-CC-HORA.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA UM SEGMENTO DE DETALHE PARA CADA FUNCIONARIO QUE RECEBE
      * NA COMPETENCIA, COM O LIQUIDO CALCULADO PELO FOLCALC (O MESMO
      * QUE O HOLERITE IMPRIME).
      *****************************************************************
       2000-PROCESSA.
           IF EMP-ESTABELECIMENTO = SPACE
               AND WRK-ESTAB-FUNC NOT = WRK-ESTAB-PEDIDO
               GO TO 2000-LE-PROXIMO
           END-IF.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               ADD 1 TO WRK-CONF-QTDE
               ADD FCL-LIQUIDO-FINAL TO WRK-CONF-LIQUIDO
               PERFORM 2100-GRAVA-DETALHE THRU 2100-EXIT
           END-IF.
       2000-LE-PROXIMO.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) OU COM
      * ZERO DIAS PAGOS (SO DEPOSITO DE FGTS NO MES) NAO HA CREDITO.
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
           IF FCL-DIAS-PAGOS = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
       2100-GRAVA-DETALHE.
           IF FCL-PENSAO > ZEROS
               PERFORM 2120-CREDITA-BENEFICIARIO THRU 2120-EXIT
                   VARYING WRK-IDX-ORDEM FROM 1 BY 1
                   UNTIL WRK-IDX-ORDEM > FCL-QTDE-ORDENS
           END-IF.
           PERFORM 2080-BUSCA-CONTA THRU 2080-EXIT.
           IF NOT WRK-CONTA-ACHADA-SW
               MOVE EMP-CPF TO WRK-EX-CPF
               MOVE EMP-NOME TO WRK-EX-NOME
               MOVE "ATIVO SEM CONTA CADASTRADA" TO WRK-EX-MOTIVO
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               ADD 1 TO WRK-QTDE-SEM-CONTA
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2090-ABATE-ADIANTAMENTO THRU 2090-EXIT.
           PERFORM 2200-CONFERE-QUARENTENA THRU 2200-EXIT.
           IF WRK-CREDITO-RETIDO-SW
               ADD FCL-SALARIO-BRL TO WRK-TOTAL-BRUTO
               GO TO 2100-EXIT
           END-IF.
           ADD 1 TO WRK-SEQUENCIAL.
           ADD 1 TO WRK-QTDE-FUNCIONARIOS.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE EMP-CPF TO WRK-RD-CPF.
           MOVE EMP-NOME TO WRK-RD-NOME.
           MOVE CTA-CONTA TO WRK-RD-CONTA.
           MOVE CTA-DIGITO TO WRK-RD-DIGITO.
           MOVE CTA-TIPO TO WRK-RD-TIPO.
           MOVE SPACE TO WRK-RD-FINALIDADE.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD WRK-LIQUIDO TO WRK-TOTAL-LIQUIDO.
           IF FCL-DATA-CAMBIO > WRK-DATA-TAXA-USADA
               MOVE FCL-DATA-CAMBIO TO WRK-DATA-TAXA-USADA
           END-IF.
           ADD FCL-SALARIO-BRL TO WRK-TOTAL-BRUTO.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O SEGMENTO DE CREDITO DE UMA ORDEM DE PENSAO DO
      * FUNCIONARIO CORRENTE, COM O CPF, O NOME E A CONTA DO
      * BENEFICIARIO DO CADASTRO PENSAO E A FINALIDADE 'P'. ORDEM QUE
      * SUMIU DO CADASTRO ENTRE O CALCULO E A LEITURA SAI NA LISTA DE
      * EXCECOES.
      *****************************************************************
       2120-CREDITA-BENEFICIARIO.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF WRK-CADASTRO-PENSAO-OK
               MOVE EMP-CPF TO PEN-CPF
               MOVE FCL-OR-SEQ (WRK-IDX-ORDEM) TO PEN-SEQ
               READ ALIMONY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CONTA-ACHADA-SW TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-CONTA-ACHADA-SW
               MOVE EMP-CPF TO WRK-EX-CPF
               MOVE EMP-NOME TO WRK-EX-NOME
               MOVE "ORDEM DE PENSAO NAO CADASTRADA" TO WRK-EX-MOTIVO
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               GO TO 2120-EXIT
           END-IF.
           ADD 1 TO WRK-SEQUENCIAL.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE PEN-BENEF-CPF TO WRK-RD-CPF.
           MOVE PEN-BENEF-NOME TO WRK-RD-NOME.
           MOVE FCL-OR-VALOR (WRK-IDX-ORDEM) TO WRK-RD-VALOR.
           MOVE EMP-MOEDA TO WRK-RD-MOEDA.
           MOVE PEN-BANCO TO WRK-RD-BANCO.
           MOVE PEN-AGENCIA TO WRK-RD-AGENCIA.
           MOVE PEN-CONTA TO WRK-RD-CONTA.
           MOVE PEN-DIGITO TO WRK-RD-DIGITO.
           MOVE PEN-TIPO-CONTA TO WRK-RD-TIPO.
           MOVE 'P' TO WRK-RD-FINALIDADE.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD FCL-OR-VALOR (WRK-IDX-ORDEM) TO WRK-TOTAL-LIQUIDO.
           ADD FCL-OR-VALOR (WRK-IDX-ORDEM) TO WRK-TOTAL-PENSAO.
           ADD 1 TO WRK-QTDE-PENSOES.
       2120-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA A CONTA BANCARIA DO FUNCIONARIO CORRENTE NO CONTABCO.
      * CADASTRO AUSENTE OU CPF SEM CONTA = DETALHE NAO SAI NA REMESSA
      * (VAI PARA A LISTA DE EXCECOES NA 2100).
       2080-EXIT.
           EXIT.
      *****************************************************************
      * LIQUIDO A REMETER = LIQUIDO FINAL DO FOLCALC, JA COM O
      * ADIANTAMENTO QUINZENAL ABATIDO QUANDO O VALOR INTEIRO COUBE
      * NELE - NESSE CASO O REGISTRO DO ADIANCTL E MARCADO COMO
      * RECUPERADO (A RESCISAO SO COBRA O QUE FICOU SEM ESSA MARCA).
      * ADIANTAMENTO MAIOR QUE O LIQUIDO NAO FOI ABATIDO NEM E
      * MARCADO (SAI AVISO NO CONSOLE), PARA O SALDO NAO SER BAIXADO
      * EM SILENCIO E A RESCISAO/PROXIMA COBRANCA AINDA O ENXERGAR
      * INTEIRO.
      *****************************************************************
       2090-ABATE-ADIANTAMENTO.
           MOVE FCL-LIQUIDO-FINAL TO WRK-LIQUIDO.
           IF FCL-ADIANT-NAO-ABATIDO > ZEROS
               DISPLAY 'AVISO: ADIANTAMENTO DE ' EMP-CPF ' MAIOR QUE '
                       'O LIQUIDO DO MES - NAO RECUPERADO NA REMESSA'
           END-IF.
           IF FCL-ADIANTAMENTO = ZEROS
               OR NOT WRK-ADI-ABERTO-SW
               GO TO 2090-EXIT
           END-IF.
           MOVE EMP-CPF TO ADQ-CPF.
               INVALID KEY
                   GO TO 2090-EXIT
           END-READ.
           MOVE 'S' TO ADQ-RECUPERADO.
           REWRITE ADVANCE-CONTROL-REC.
       2090-EXIT.
           EXIT.
      *****************************************************************
      * QUARENTENA DA CONTA: CREDITO QUE JA TEM REGISTRO NO CREDRET
      * PARA A COMPETENCIA CONTINUA FORA DA REMESSA (RETIDO = REGRAVADO
      * COM O VALOR DESTA EXECUCAO; JA DECIDIDO = A TESOURARIA JA O
      * TRATOU NO BANKLIB). SENAO, CONTA INCLUIDA/ALTERADA HA ATE N
      * DIAS OU PELO OPERADOR DESTA REMESSA RETEM O CREDITO. CONTA SEM
      * DATA DE ALTERACAO (CADASTRADA ANTES DESSE CONTROLE) NAO RETEM.
      *****************************************************************
       2200-CONFERE-QUARENTENA.
           MOVE 'N' TO WRK-CREDITO-RETIDO.
           MOVE 'N' TO WRK-RETIDO-EXISTE.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.
           MOVE WRK-ANO-COMPETENCIA TO CRT-ANO.
           MOVE WRK-MES-COMPETENCIA TO CRT-MES.
           MOVE EMP-CPF TO CRT-CPF.
           MOVE SPACE TO CRT-ORIGEM.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-RETIDO-EXISTE-SW TO TRUE
           END-READ.
           IF WRK-RETIDO-EXISTE-SW AND NOT CRT-RETIDO
               SET WRK-CREDITO-RETIDO-SW TO TRUE
               ADD 1 TO WRK-QTDE-JA-DECIDIDOS
               MOVE EMP-CPF TO WRK-EX-CPF
               MOVE EMP-NOME TO WRK-EX-NOME
               MOVE "CREDITO JA DECIDIDO NO BANKLIB" TO WRK-EX-MOTIVO
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               GO TO 2200-EXIT
           END-IF.
           IF WRK-RETIDO-EXISTE-SW
               MOVE CRT-MOTIVO TO WRK-MOTIVO-RETENCAO
               PERFORM 2250-GRAVA-RETIDO THRU 2250-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF CTA-OPERADOR NOT = SPACES
               AND CTA-OPERADOR = WRK-FECH-OPERADOR
               MOVE "CONTA ALTERADA PELO OPER. REM."
                   TO WRK-MOTIVO-RETENCAO
           END-IF.
           IF CTA-DATA-ALTERACAO NUMERIC
               AND CTA-DATA-ALTERACAO > ZEROS
               AND WRK-MOTIVO-RETENCAO = SPACES
               MOVE CTA-DATA-ALTERACAO TO WRK-DC-DATA-N
               PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT
               COMPUTE WRK-IDADE-CONTA =
                   WRK-NUMERO-HOJE - WRK-DC-NUMERO
               IF WRK-IDADE-CONTA NOT > WRK-QUARENTENA-DIAS
                   MOVE WRK-IDADE-CONTA TO WRK-MI-DIAS
                   MOVE WRK-MOTIVO-IDADE TO WRK-MOTIVO-RETENCAO
               END-IF
           END-IF.
           IF WRK-MOTIVO-RETENCAO NOT = SPACES
               PERFORM 2250-GRAVA-RETIDO THRU 2250-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA) O CREDITO RETIDO COM A CONTA ATUAL E A
      * ANTERIOR DO CONTABCO E APONTA NA LISTA DE EXCECOES.
      *****************************************************************
       2250-GRAVA-RETIDO.
           SET WRK-CREDITO-RETIDO-SW TO TRUE.
           MOVE EMP-NOME TO CRT-NOME.
           MOVE WRK-LIQUIDO TO CRT-VALOR.
           MOVE EMP-MOEDA TO CRT-MOEDA.
           MOVE CTA-BANCO TO CRT-BANCO.
           MOVE CTA-AGENCIA TO CRT-AGENCIA.
           MOVE CTA-CONTA TO CRT-CONTA.
           MOVE CTA-DIGITO TO CRT-DIGITO.
           MOVE CTA-TIPO TO CRT-TIPO.
           MOVE CTA-CONTA-ANTERIOR TO CRT-CONTA-ANTERIOR.
           MOVE CTA-DATA-ALTERACAO TO CRT-DATA-ALTERACAO.
           MOVE CTA-HORA-ALTERACAO TO CRT-HORA-ALTERACAO.
           MOVE CTA-OPERADOR TO CRT-OPERADOR-CONTA.
           MOVE WRK-FECH-OPERADOR TO CRT-OPERADOR-REMESSA.
           MOVE WRK-DATA-HOJE TO CRT-DATA-RETENCAO.
           MOVE WRK-MOTIVO-RETENCAO TO CRT-MOTIVO.
           MOVE 'R' TO CRT-SITUACAO.
           MOVE SPACES TO CRT-OPERADOR-DECISAO.
           MOVE ZEROS TO CRT-DATA-DECISAO.
           IF WRK-RETIDO-EXISTE-SW
               REWRITE CREDITO-RETIDO-REC
           ELSE
               WRITE CREDITO-RETIDO-REC
           END-IF.
           ADD 1 TO WRK-QTDE-RETIDOS.
           ADD WRK-LIQUIDO TO WRK-TOTAL-RETIDO.
           MOVE EMP-CPF TO WRK-EX-CPF.
           MOVE EMP-NOME TO WRK-EX-NOME.
           MOVE WRK-MOTIVO-RETENCAO TO WRK-EX-MOTIVO.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO.
       2250-EXIT.
           EXIT.

      *****************************************************************
      * GRAVA O TRAILER DA REMESSA E AS LINHAS DE AMARRACAO DO
      * RELATORIO DE CONTROLE, CONFERE O QUE FOI LIDO DO FOLCALC
      * CONTRA O CONTROLE DO CALCULO (SO SEM FILTRO DE
      * ESTABELECIMENTO - COM FILTRO O RUN LE SO PARTE DA FOLHA) E
      * FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-SEQUENCIAL TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-RT-VALOR-TOTAL.
           WRITE REMITTANCE-REC FROM WRK-REM-TRAILER.
           MOVE WRK-QTDE-FUNCIONARIOS TO WRK-LQ-QTDE-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-QTDE.
           MOVE WRK-TOTAL-BRUTO TO WRK-LB-VALOR-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-BRUTO.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-LL-VALOR-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-LIQUIDO.
           IF WRK-QTDE-PENSOES > ZEROS
               MOVE WRK-QTDE-PENSOES TO WRK-LP-QTDE-ED
               MOVE WRK-TOTAL-PENSAO TO WRK-LP-VALOR-ED
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-PENSAO
           END-IF.
           IF WRK-DATA-TAXA-USADA > ZEROS
               MOVE WRK-DATA-TAXA-USADA TO WRK-LC-DATA
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CAMBIO
               MOVE WRK-QTDE-SEM-CONTA TO WRK-LS-QTDE-ED
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-SEM-CONTA
           END-IF.
           IF WRK-QTDE-RETIDOS > ZEROS
               MOVE WRK-QTDE-RETIDOS TO WRK-LR-QTDE-ED
               MOVE WRK-TOTAL-RETIDO TO WRK-LR-VALOR-ED
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-RETIDOS
               DISPLAY 'AVISO: ' WRK-QTDE-RETIDOS ' CREDITO(S) '
                       'RETIDO(S) POR CONTA ALTERADA - DECISAO NO '
                       'BANKLIB'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-JA-DECIDIDOS > ZEROS
               MOVE WRK-QTDE-JA-DECIDIDOS TO WRK-LJ-QTDE-ED
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-JA-DECIDIDOS
           END-IF.
           IF WRK-ESTAB-PEDIDO = SPACE
               AND (WRK-CONF-QTDE NOT = WRK-CC-QTDE-PAGOS
                    OR WRK-CONF-LIQUIDO NOT = WRK-CC-TOTAL-LIQUIDO)
               WRITE CONTROL-REPORT-REC FROM WRK-LINHA-DIVERGENCIA
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                       ' PAGOS, LIQUIDO ' WRK-CC-TOTAL-LIQUIDO
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' PAGOS, LIQUIDO ' WRK-CONF-LIQUIDO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           CLOSE REMITTANCE-FILE.
           CLOSE CONTROL-REPORT.
           IF WRK-CADASTRO-CONTAS-OK
           IF WRK-ADI-ABERTO-SW
               CLOSE ADVANCE-CONTROL
           END-IF.
           IF WRK-CADASTRO-PENSAO-OK
               CLOSE ALIMONY-FILE
           END-IF.
           CLOSE EXCEPTION-REPORT.
           CLOSE HOLD-FILE.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * DATA AAAAMMDD (WRK-DC-DATA) -> DIAS CORRIDOS (WRK-DC-NUMERO).
      * O ANO E CONTADO A PARTIR DE MARCO: JANEIRO E FEVEREIRO SAO OS
      * MESES 13 E 14 DO ANO ANTERIOR, E O 29 DE FEVEREIRO CAI NO FIM.
      *****************************************************************
       8000-CONVERTE-DATA.
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
       8000-EXIT.
           EXIT.
       END PROGRAM BANKPAY.
