      *     E O CNPJ DA TABELA EMPRESAS (VIA EMPRLOOK); O EVENTO GANHOU
      *     O CODIGO DO ESTABELECIMENTO NO FIM DO LAYOUT. EM BRANCO,
      *     GERA TUDO COMO ANTES.
      *   - AFASTAMENTOS: O RUN PASSOU A GERAR S2230 PELO CADASTRO
      *     AFASTA - UM EVENTO NA COMPETENCIA DO INICIO DO AFASTAMENTO
      *     (JA COM A DATA DE RETORNO QUANDO ELE ACABA NO MESMO MES) E
      *     OUTRO NA COMPETENCIA DO RETORNO, COM O MOTIVO E AS DATAS NO
      *     LUGAR DOS VALORES DO LAYOUT. FUNCIONARIO AFASTADO O MES
      *     INTEIRO (AFACALC) NAO TEM REMUNERACAO NO MES E FICA SEM
      *     S1200, SEM SAIR REJEITADO NO CONTROLE.
      *   - TRANSFERENCIA NO MEIO DO MES: QUEM MUDOU DE
      *     ESTABELECIMENTO NA COMPETENCIA (HISTORICO TRANSF, VIA
      *     TRFCALC) TEM O S1200 GRAVADO COM UMA LINHA POR
      *     ESTABELECIMENTO, COM O BRUTO DIVIDIDO POR DIAS E O INSS E O
      *     IRRF NA MESMA PROPORCAO (A ULTIMA LINHA FICA COM A SOBRA) -
      *     O CONTROLE ESOCPEND CONTINUA COM UM REGISTRO SO, COM OS
      *     TOTAIS E O ESTABELECIMENTO FINAL, E O ESOCRET REFAZ A
      *     DIVISAO NO REENVIO. O FILTRO POR ESTABELECIMENTO PASSOU A
      *     CONSIDERAR TODOS OS ESTABELECIMENTOS DO MES: O S1200 SAI SO
      *     COM A LINHA DO ESTABELECIMENTO PEDIDO, O S2200 PELO
      *     ESTABELECIMENTO DO INICIO DO MES E O S2230/S2299 PELO DO
      *     FIM DO MES.
      *   - CALCULO UNICO DA FOLHA: BRUTO, INSS E IRRF DO S1200 E DO
      *     S2299 DEIXARAM DE VIR DO SALHIST COM DEPLOOK/DEDCALC
      *     REFEITOS AQUI - VEM DO REGISTRO DO CPF NO ARQUIVO FOLCALC
      *     DA COMPETENCIA, GRAVADO ANTES PELO FOLCALC (O MESMO BRUTO
      *     QUE O SALACUM POSTOU E OS MESMOS DESCONTOS DO HOLERITE).
      *     SEM REGISTRO NO CALCULO O EVENTO SAI REJEITADO NO
      *     CONTROLE. O CONTROLE MOSTRA A DATA/HORA DO CALCULO USADO E,
      *     SEM FILTRO DE ESTABELECIMENTO, A QUANTIDADE DE PAGOS E O
      *     INSS/IRRF LIDOS SAO CONFERIDOS CONTRA O REGISTRO DE
      *     CONTROLE DO CALCULO (DIVERGENCIA = AVISO E RETURN CODE 4).
      *     SEM O CALCULO DA COMPETENCIA NO FOLCALC, NADA E GERADO.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *     MES INVALIDO E CADASTRO AUSENTE PASSARAM A TERMINAR COM
      *     RC=8, PARA O CONTROLE NAO REGISTRAR A ETAPA COMO
      *     CONCLUIDA.
      *   - EXECUCAO PARCIAL: COM O FILTRO DE ESTABELECIMENTO
      *     INFORMADO, O FIM DA EXECUCAO NAO CONCLUI MAIS A ETAPA NO
      *     FECHCTL - ELA FICA EM ANDAMENTO, SEGURANDO AS ETAPAS
      *     SEGUINTES E O FECHAMENTO, ATE UMA EXECUCAO SEM FILTRO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT EVENT-FILE ASSIGN TO "ESOCEVT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "ESOCCTRL"
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEV-CHAVE
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT LEAVE-FILE ASSIGN TO "AFASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-AFASTA.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  EVENT-FILE.
       01  EVENT-REC.
           02 EVT-TIPO                PIC X(05).
           02 EVT-CPF                 PIC X(11).
           02 EVT-COMP-ANO            PIC 9(04).
           02 EVT-COMP-MES            PIC 9(02).
           02 EVT-VALORES.
               03 EVT-BRUTO            PIC 9(06)V99.
               03 EVT-INSS             PIC 9(06)V99.
               03 EVT-IRRF             PIC 9(06)V99.
           02 EVT-AFASTAMENTO REDEFINES EVT-VALORES.
               03 EVT-MOTIVO-AFAST     PIC X(02).
               03 EVT-DATA-RETORNO     PIC 9(08).
               03 FILLER               PIC X(14).
           02 EVT-DATA-EVENTO         PIC 9(08).
           02 EVT-ESTABELECIMENTO     PIC X(01).
           02 FILLER                  PIC X(01).
       01  CONTROL-REPORT-REC         PIC X(90).
       FD  PENDING-FILE.
       COPY "ESOCPEND.CPY".
       FD  LEAVE-FILE.
       COPY "AFASTA.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
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
           02 WRK-CC-TOTAL-INSS     PIC 9(11)V99.
           02 WRK-CC-TOTAL-IRRF     PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-INSS            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-BRUTO-MES            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-MOTIVO-REJEICAO      PIC X(30) VALUE SPACES.
       77 WRK-EVENTO-REJEITADO     PIC X(01) VALUE 'N'.
           88 WRK-REJEITADO-SW              VALUE 'S'.
       77 WRK-QTDE-GERADOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TIPO-EVENTO          PIC X(05) VALUE SPACES.
       77 WRK-DATA-EVENTO          PIC 9(08) VALUE ZEROS.
       77 WRK-FS-PENDENTES         PIC X(02) VALUE SPACES.
           88 WRK-FS-PEND-NAO-ENCONTRADO     VALUE "23" "35".
           88 WRK-FS-PEND-DUPLICADO          VALUE "22".
       77 WRK-FS-AFASTA            PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTA-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-AFASTA-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-AFASTA-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-AFASTAMENTOS     PIC X(01) VALUE 'N'.
           88 WRK-FIM-AFAST-SW              VALUE 'S'.
       77 WRK-DIAS-AFASTADO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FGTS            PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-AFASTAMENTO   PIC X(02) VALUE SPACES.
       77 WRK-DATA-RETORNO         PIC 9(08) VALUE ZEROS.
       01 WRK-DATA-INICIO-AFAST-R.
           02 WRK-IAF-ANO           PIC 9(04).
           02 WRK-IAF-MES           PIC 9(02).
           02 WRK-IAF-DIA           PIC 9(02).
       01 WRK-DATA-RETORNO-AFAST-R.
           02 WRK-RAF-ANO           PIC 9(04).
           02 WRK-RAF-MES           PIC 9(02).
           02 WRK-RAF-DIA           PIC 9(02).
       77 WRK-ESTAB-PEDIDO         PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-FUNC           PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-INICIAL        PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-FINAL          PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-NO-MES         PIC X(01) VALUE 'N'.
           88 WRK-ESTAB-NO-MES-SW           VALUE 'S'.
       77 WRK-FINAL-NO-PEDIDO      PIC X(01) VALUE 'N'.
           88 WRK-FINAL-NO-PEDIDO-SW        VALUE 'S'.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-ESTAB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-ESTABS          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-GRUPO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-GRUPO-ACHADO-SW           VALUE 'S'.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       77 WRK-SOMA-INSS            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA-IRRF            PIC 9(07)V99 VALUE ZEROS.
       01 WRK-TRECHOS-MES.
           02 WRK-TM-QTDE           PIC 9(01).
           02 WRK-TM-ITEM OCCURS 5 TIMES.
               03 WRK-TM-DEPTO          PIC X(04).
               03 WRK-TM-ESTAB          PIC X(01).
               03 WRK-TM-DIA-INICIO     PIC 9(02).
               03 WRK-TM-DIA-FIM        PIC 9(02).
               03 WRK-TM-DIAS           PIC 9(02).
               03 WRK-TM-VALOR          PIC 9(08)V99.
      *****************************************************************
      * REMUNERACAO DO MES AGRUPADA POR ESTABELECIMENTO, PARA O S1200
      * DE QUEM FOI TRANSFERIDO DE CNPJ DENTRO DA COMPETENCIA.
      *****************************************************************
       01 WRK-ESTABS-MES.
           02 WRK-EM-ITEM OCCURS 5 TIMES.
               03 WRK-EM-ESTAB          PIC X(01).
               03 WRK-EM-BRUTO          PIC 9(06)V99.
               03 WRK-EM-INSS           PIC 9(06)V99.
               03 WRK-EM-IRRF           PIC 9(06)V99.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "ESOCIAL".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-LINHA-EMPRESA.
           02 FILLER                PIC X(12) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-DETALHE.
           02 WRK-D-TIPO            PIC X(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-ESTAB-PEDIDO FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
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
      * FOLCALC, GRAVA O CABECALHO DO CONTROLE E LE O PRIMEIRO
      * FUNCIONARIO.
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
           OPEN OUTPUT EVENT-FILE.
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTA-NAO-ENCONTRADO
               DISPLAY 'AVISO: CADASTRO AFASTA NAO ENCONTRADO - '
                       'NENHUM S2230 GERADO'
           ELSE
               SET WRK-AFASTA-ABERTO-SW TO TRUE
           END-IF.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES-COMP.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO-COMP.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CALCULO.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               CALL "EMPRLOOK" USING WRK-ESTAB-PEDIDO WRK-CNPJ
                   WRK-RAZAO WRK-EMPRESA-ACHADA
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
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-INSS TO WRK-CC-TOTAL-INSS.
           MOVE FCL-CT-TOTAL-IRRF TO WRK-CC-TOTAL-IRRF.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * GERA OS EVENTOS DO FUNCIONARIO CORRENTE E AVANCA: S2200 PARA
      * ADMISSAO DENTRO DA COMPETENCIA, S1200 DE REMUNERACAO PARA
      * ATIVOS E DESLIGADOS DENTRO DA PROPRIA COMPETENCIA (QUE
      * RECEBERAM O MES FINAL PRO-RATA), S2230 PARA O AFASTAMENTO QUE
      * COMECA OU TERMINA NELA E S2299 PARA O DESLIGAMENTO DENTRO
      * DELA; DESLIGADO EM MES ANTERIOR FICA FORA.
      *****************************************************************
       2000-PROCESSA.
           MOVE ZEROS TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-MES WRK-SITUACAO-TRANSF.
           MOVE WRK-TM-ESTAB (1) TO WRK-ESTAB-INICIAL.
           MOVE WRK-TM-ESTAB (WRK-TM-QTDE) TO WRK-ESTAB-FINAL.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               MOVE 'N' TO WRK-ESTAB-NO-MES
               PERFORM 2010-CONFERE-TRECHO THRU 2010-EXIT
                   VARYING WRK-IDX-TRECHO FROM 1 BY 1
                   UNTIL WRK-IDX-TRECHO > WRK-TM-QTDE
               IF NOT WRK-ESTAB-NO-MES-SW
                   GO TO 2000-LE-PROXIMO
               END-IF
           END-IF.
           IF WRK-ESTAB-PEDIDO = SPACE
               OR WRK-ESTAB-FINAL = WRK-ESTAB-PEDIDO
               MOVE 'S' TO WRK-FINAL-NO-PEDIDO
           ELSE
               MOVE 'N' TO WRK-FINAL-NO-PEDIDO
           END-IF.
           MOVE WRK-ESTAB-INICIAL TO WRK-ESTAB-FUNC.
           IF WRK-ESTAB-PEDIDO = SPACE
               OR WRK-ESTAB-FUNC = WRK-ESTAB-PEDIDO
               PERFORM 2400-GERA-ADMISSAO THRU 2400-EXIT
           END-IF.
           MOVE WRK-ESTAB-FINAL TO WRK-ESTAB-FUNC.
           IF NOT EMP-DESLIGADO
               PERFORM 2100-GERA-EVENTO THRU 2100-EXIT
               IF WRK-FINAL-NO-PEDIDO-SW
                   PERFORM 2600-GERA-AFASTAMENTOS THRU 2600-EXIT
               END-IF
           ELSE
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-R
                   IF WRK-DSL-ANO = WRK-ANO-COMPETENCIA
                       AND WRK-DSL-MES = WRK-MES-COMPETENCIA
                       PERFORM 2100-GERA-EVENTO THRU 2100-EXIT
                       IF WRK-FINAL-NO-PEDIDO-SW
                           PERFORM 2600-GERA-AFASTAMENTOS
                               THRU 2600-EXIT
                           PERFORM 2500-GERA-DESLIGAMENTO
                               THRU 2500-EXIT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           END-READ.
       2000-EXIT.
           EXIT.
       2010-CONFERE-TRECHO.
           IF WRK-TM-ESTAB (WRK-IDX-TRECHO) = WRK-ESTAB-PEDIDO
               SET WRK-ESTAB-NO-MES-SW TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.
      *****************************************************************
      * A REMUNERACAO DO EVENTO E O BRUTO, O INSS E O IRRF DO CALCULO
      * DA COMPETENCIA (FOLCALC - O VALOR VERDADEIRO PAGO, COM AS
      * VERBAS DO MES) - FUNCIONARIO SEM CALCULO, COM O BRUTO ZERADO
      * OU SEM DATA DE ADMISSAO SAI REJEITADO NO CONTROLE - MENOS O
      * MES ZERADO DE QUEM FICOU AFASTADO O MES INTEIRO, QUE NAO TEM
      * REMUNERACAO A REPORTAR.
      *****************************************************************
       2100-GERA-EVENTO.
           MOVE "S1200" TO WRK-TIPO-EVENTO.
           MOVE ZEROS TO WRK-DATA-EVENTO.
           MOVE 'N' TO WRK-EVENTO-REJEITADO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2200-BUSCA-REMUNERACAO THRU 2200-EXIT.
           IF WRK-FS-CALCULO = "00" AND FCL-DIAS-PAGOS > ZEROS
               ADD 1 TO WRK-CONF-QTDE
               ADD FCL-INSS TO WRK-CONF-INSS
               ADD FCL-IRRF TO WRK-CONF-IRRF
           END-IF.
           IF EMP-DATA-ADMISSAO NOT NUMERIC
               OR EMP-DATA-ADMISSAO = ZEROS
               SET WRK-REJEITADO-SW TO TRUE
               MOVE "SEM DATA DE ADMISSAO" TO WRK-MOTIVO-REJEICAO
           END-IF.
           IF WRK-REJEITADO-SW
               AND WRK-BRUTO-MES = ZEROS
               CALL "AFACALC" USING EMP-CPF WRK-ANO-COMPETENCIA
                   WRK-MES-COMPETENCIA WRK-DIAS-AFASTADO WRK-DIAS-FGTS
                   WRK-MOTIVO-AFASTAMENTO
               IF WRK-DIAS-AFASTADO NOT < 30
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           IF NOT WRK-REJEITADO-SW
               PERFORM 2110-MONTA-ESTABS THRU 2110-EXIT
               PERFORM 2300-GRAVA-EVENTO THRU 2300-EXIT
           END-IF.
           PERFORM 2150-GRAVA-CONTROLE THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DIVIDE A REMUNERACAO DO MES PELOS TRECHOS DE CADA LOCAL
      * (TRFCALC) E AGRUPA POR ESTABELECIMENTO; COM MAIS DE UM, O INSS
      * E O IRRF SAO REPARTIDOS NA PROPORCAO DO BRUTO DE CADA UM E O
      * ULTIMO FICA COM A SOBRA DO ARREDONDAMENTO.
      *****************************************************************
       2110-MONTA-ESTABS.
           MOVE WRK-BRUTO-MES TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-MES WRK-SITUACAO-TRANSF.
           MOVE ZEROS TO WRK-QTDE-ESTABS.
           PERFORM 2120-AGRUPA-TRECHO THRU 2120-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TM-QTDE.
           IF WRK-BRUTO-MES = ZEROS
               MOVE 1 TO WRK-QTDE-ESTABS
           END-IF.
           IF WRK-QTDE-ESTABS < 2
               GO TO 2110-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-INSS.
           MOVE ZEROS TO WRK-SOMA-IRRF.
           PERFORM 2130-REPARTE-DESCONTOS THRU 2130-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS.
           MOVE WRK-QTDE-ESTABS TO WRK-IDX-ESTAB.
           SUBTRACT WRK-EM-INSS (WRK-IDX-ESTAB) FROM WRK-SOMA-INSS.
           SUBTRACT WRK-EM-IRRF (WRK-IDX-ESTAB) FROM WRK-SOMA-IRRF.
           COMPUTE WRK-EM-INSS (WRK-IDX-ESTAB) =
               WRK-INSS - WRK-SOMA-INSS.
           COMPUTE WRK-EM-IRRF (WRK-IDX-ESTAB) =
               WRK-IRRF - WRK-SOMA-IRRF.
           MOVE "DIVIDIDO POR ESTABELECIMENTO" TO WRK-MOTIVO-REJEICAO.
       2110-EXIT.
           EXIT.
       2120-AGRUPA-TRECHO.
           MOVE 'N' TO WRK-GRUPO-ACHADO.
           PERFORM 2125-PROCURA-GRUPO THRU 2125-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS
                   OR WRK-GRUPO-ACHADO-SW.
           IF WRK-GRUPO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX-ESTAB
           ELSE
               ADD 1 TO WRK-QTDE-ESTABS
               MOVE WRK-QTDE-ESTABS TO WRK-IDX-ESTAB
               MOVE WRK-TM-ESTAB (WRK-IDX-TRECHO)
                   TO WRK-EM-ESTAB (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-BRUTO (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-INSS (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-IRRF (WRK-IDX-ESTAB)
           END-IF.
           ADD WRK-TM-VALOR (WRK-IDX-TRECHO)
               TO WRK-EM-BRUTO (WRK-IDX-ESTAB).
       2120-EXIT.
           EXIT.
       2125-PROCURA-GRUPO.
           IF WRK-EM-ESTAB (WRK-IDX-ESTAB)
               = WRK-TM-ESTAB (WRK-IDX-TRECHO)
               SET WRK-GRUPO-ACHADO-SW TO TRUE
           END-IF.
       2125-EXIT.
           EXIT.
       2130-REPARTE-DESCONTOS.
           COMPUTE WRK-EM-INSS (WRK-IDX-ESTAB) ROUNDED =
               WRK-INSS * WRK-EM-BRUTO (WRK-IDX-ESTAB) / WRK-BRUTO-MES.
           COMPUTE WRK-EM-IRRF (WRK-IDX-ESTAB) ROUNDED =
               WRK-IRRF * WRK-EM-BRUTO (WRK-IDX-ESTAB) / WRK-BRUTO-MES.
           ADD WRK-EM-INSS (WRK-IDX-ESTAB) TO WRK-SOMA-INSS.
           ADD WRK-EM-IRRF (WRK-IDX-ESTAB) TO WRK-SOMA-IRRF.
       2130-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA A LINHA DE CONTROLE DO EVENTO CORRENTE (GERADO OU
      * REJEITADO) E ATUALIZA OS CONTADORES.
      *****************************************************************
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-DETALHE.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * BRUTO, INSS E IRRF DO FUNCIONARIO NO CALCULO DA COMPETENCIA.
      *****************************************************************
       2200-BUSCA-REMUNERACAO.
           MOVE ZEROS TO WRK-BRUTO-MES.
           MOVE ZEROS TO WRK-INSS.
           MOVE ZEROS TO WRK-IRRF.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   SET WRK-REJEITADO-SW TO TRUE
                   MOVE "SEM CALCULO NA COMPETENCIA"
                       TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE FCL-BRUTO TO WRK-BRUTO-MES
                   MOVE FCL-INSS TO WRK-INSS
                   MOVE FCL-IRRF TO WRK-IRRF
                   IF WRK-BRUTO-MES = ZEROS
                       SET WRK-REJEITADO-SW TO TRUE
                       MOVE "REMUNERACAO ZERADA NO MES"
      * VALORES JA PREPARADOS POR QUEM CHAMA (S1200, S2200 OU S2299).
      *****************************************************************
       2300-GRAVA-EVENTO.
           IF WRK-TIPO-EVENTO = "S1200" AND WRK-QTDE-ESTABS > 1
               PERFORM 2310-GRAVA-S1200-ESTAB THRU 2310-EXIT
                   VARYING WRK-IDX-ESTAB FROM 1 BY 1
                   UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS
               PERFORM 2350-GRAVA-PENDENTE THRU 2350-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE SPACES TO EVENT-REC.
           MOVE WRK-TIPO-EVENTO TO EVT-TIPO.
           MOVE EMP-CPF TO EVT-CPF.
           MOVE WRK-ANO-COMPETENCIA TO EVT-COMP-ANO.
           MOVE WRK-MES-COMPETENCIA TO EVT-COMP-MES.
           IF WRK-TIPO-EVENTO = "S2230"
               MOVE WRK-MOTIVO-AFASTAMENTO TO EVT-MOTIVO-AFAST
               MOVE WRK-DATA-RETORNO TO EVT-DATA-RETORNO
           ELSE
               MOVE WRK-BRUTO-MES TO EVT-BRUTO
               MOVE WRK-INSS TO EVT-INSS
               MOVE WRK-IRRF TO EVT-IRRF
           END-IF.
           MOVE WRK-DATA-EVENTO TO EVT-DATA-EVENTO.
           MOVE WRK-ESTAB-FUNC TO EVT-ESTABELECIMENTO.
           WRITE EVENT-REC.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * UMA LINHA DO S1200 POR ESTABELECIMENTO DO MES - NUM RUN DE UM
      * ESTABELECIMENTO SO, SO A LINHA DELE.
      *****************************************************************
       2310-GRAVA-S1200-ESTAB.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               AND WRK-EM-ESTAB (WRK-IDX-ESTAB) NOT = WRK-ESTAB-PEDIDO
               GO TO 2310-EXIT
           END-IF.
           MOVE SPACES TO EVENT-REC.
           MOVE WRK-TIPO-EVENTO TO EVT-TIPO.
           MOVE EMP-CPF TO EVT-CPF.
           MOVE WRK-ANO-COMPETENCIA TO EVT-COMP-ANO.
           MOVE WRK-MES-COMPETENCIA TO EVT-COMP-MES.
           MOVE WRK-EM-BRUTO (WRK-IDX-ESTAB) TO EVT-BRUTO.
           MOVE WRK-EM-INSS (WRK-IDX-ESTAB) TO EVT-INSS.
           MOVE WRK-EM-IRRF (WRK-IDX-ESTAB) TO EVT-IRRF.
           MOVE WRK-DATA-EVENTO TO EVT-DATA-EVENTO.
           MOVE WRK-EM-ESTAB (WRK-IDX-ESTAB) TO EVT-ESTABELECIMENTO.
           WRITE EVENT-REC.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA, NUMA REGERACAO DA COMPETENCIA) O REGISTRO
      * DE CONTROLE DO EVENTO NO ESOCPEND COM SITUACAO 'E' - E DESTE
      * CONTROLE QUE O ESOCRET MARCA A RESPOSTA DO GOVERNO.
           MOVE 'E' TO PEV-SITUACAO.
           MOVE SPACES TO PEV-RECIBO.
           MOVE SPACES TO PEV-ERRO.
           IF WRK-TIPO-EVENTO = "S2230"
               MOVE WRK-MOTIVO-AFASTAMENTO TO PEV-MOTIVO-AFAST
               MOVE WRK-DATA-RETORNO TO PEV-DATA-RETORNO
           ELSE
               MOVE WRK-BRUTO-MES TO PEV-BRUTO
               MOVE WRK-INSS TO PEV-INSS
               MOVE WRK-IRRF TO PEV-IRRF
           END-IF.
           MOVE WRK-DATA-EVENTO TO PEV-DATA-EVENTO.
           MOVE WRK-ESTAB-FUNC TO PEV-ESTABELECIMENTO.
           WRITE PENDING-EVENT-RECORD.
           EXIT.
      *****************************************************************
      * S2299 - DESLIGAMENTO DENTRO DA COMPETENCIA: DATA DA SAIDA E A
      * REMUNERACAO PRO-RATA DO CALCULO DA COMPETENCIA, COM OS SEUS
      * DESCONTOS. SEM CALCULO O EVENTO SAI REJEITADO NO CONTROLE,
      * COMO O S1200.
      *****************************************************************
       2500-GERA-DESLIGAMENTO.
           MOVE "S2299" TO WRK-TIPO-EVENTO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2200-BUSCA-REMUNERACAO THRU 2200-EXIT.
           IF NOT WRK-REJEITADO-SW
               PERFORM 2300-GRAVA-EVENTO THRU 2300-EXIT
           END-IF.
           PERFORM 2150-GRAVA-CONTROLE THRU 2150-EXIT.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * S2230 - PERCORRE OS AFASTAMENTOS DO FUNCIONARIO NO CADASTRO
      * AFASTA (CHAVE CPF + INICIO).
      *****************************************************************
       2600-GERA-AFASTAMENTOS.
           IF NOT WRK-AFASTA-ABERTO-SW
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-AFASTAMENTOS.
           MOVE EMP-CPF TO AFA-CPF.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START LEAVE-FILE KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-AFAST-SW TO TRUE
           END-START.
           PERFORM 2610-AVALIA-AFASTAMENTO THRU 2610-EXIT
               UNTIL WRK-FIM-AFAST-SW.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * AFASTAMENTO QUE COMECA NA COMPETENCIA GERA O S2230 DE INICIO
      * (COM O RETORNO, SE ELE TAMBEM CAIR NA COMPETENCIA); O QUE SO
      * TERMINA NELA GERA O S2230 DE RETORNO. DATA DO EVENTO = INICIO
      * DO AFASTAMENTO NOS DOIS CASOS.
      *****************************************************************
       2610-AVALIA-AFASTAMENTO.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-AFAST-SW TO TRUE
                   GO TO 2610-EXIT
           END-READ.
           IF AFA-CPF NOT = EMP-CPF
               SET WRK-FIM-AFAST-SW TO TRUE
               GO TO 2610-EXIT
           END-IF.
           MOVE AFA-DATA-INICIO TO WRK-DATA-INICIO-AFAST-R.
           IF AFA-DATA-RETORNO NUMERIC
               MOVE AFA-DATA-RETORNO TO WRK-DATA-RETORNO-AFAST-R
           ELSE
               MOVE ZEROS TO WRK-DATA-RETORNO-AFAST-R
           END-IF.
           IF WRK-IAF-ANO = WRK-ANO-COMPETENCIA
               AND WRK-IAF-MES = WRK-MES-COMPETENCIA
               IF WRK-RAF-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-RAF-MES = WRK-MES-COMPETENCIA
                   MOVE WRK-DATA-RETORNO-AFAST-R TO WRK-DATA-RETORNO
               ELSE
                   MOVE ZEROS TO WRK-DATA-RETORNO
               END-IF
               PERFORM 2620-GRAVA-AFASTAMENTO THRU 2620-EXIT
               GO TO 2610-EXIT
           END-IF.
           IF WRK-RAF-ANO = WRK-ANO-COMPETENCIA
               AND WRK-RAF-MES = WRK-MES-COMPETENCIA
               MOVE WRK-DATA-RETORNO-AFAST-R TO WRK-DATA-RETORNO
               PERFORM 2620-GRAVA-AFASTAMENTO THRU 2620-EXIT
           END-IF.
       2610-EXIT.
           EXIT.
       2620-GRAVA-AFASTAMENTO.
           MOVE "S2230" TO WRK-TIPO-EVENTO.
           MOVE AFA-DATA-INICIO TO WRK-DATA-EVENTO.
           MOVE AFA-MOTIVO TO WRK-MOTIVO-AFASTAMENTO.
           MOVE 'N' TO WRK-EVENTO-REJEITADO.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2300-GRAVA-EVENTO THRU 2300-EXIT.
           PERFORM 2150-GRAVA-CONTROLE THRU 2150-EXIT.
       2620-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS, CONFERE O QUE FOI LIDO DO FOLCALC CONTRA O
      * CONTROLE DO CALCULO (SO SEM FILTRO DE ESTABELECIMENTO) E FECHA
      * OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-GERADOS TO WRK-TOT-GER-ED.
           MOVE WRK-QTDE-REJEITADOS TO WRK-TOT-REJ-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-ESTAB-PEDIDO = SPACE
               AND (WRK-CONF-QTDE NOT = WRK-CC-QTDE-PAGOS
                    OR WRK-CONF-INSS NOT = WRK-CC-TOTAL-INSS
                    OR WRK-CONF-IRRF NOT = WRK-CC-TOTAL-IRRF)
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                       ' PAGOS, INSS ' WRK-CC-TOTAL-INSS
                       ', IRRF ' WRK-CC-TOTAL-IRRF
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' PAGOS, INSS ' WRK-CONF-INSS
                       ', IRRF ' WRK-CONF-IRRF
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           CLOSE EVENT-FILE.
           CLOSE CONTROL-REPORT.
           CLOSE PENDING-FILE.
           IF WRK-AFASTA-ABERTO-SW
               CLOSE LEAVE-FILE
           END-IF.
       3000-EXIT.
           EXIT.
       END PROGRAM ESOCIAL.
