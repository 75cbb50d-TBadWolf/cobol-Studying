       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCGUIA.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: GUIAS MENSAIS DE RECOLHIMENTO DO INSS E DO IRRF POR
      *          ESTABELECIMENTO - LE O EMPLOYEE-MASTER EM ORDEM DE
      *          CHAVE E, PARA CADA FUNCIONARIO COM CALCULO NA
      *          COMPETENCIA (FOLCALC), TOMA O BRUTO, O INSS DESCONTADO
      *          DO SEGURADO E O IRRF RETIDO DO PROPRIO CALCULO E
      *          DIVIDE O BRUTO PELOS TRECHOS DO MES (TRFCALC), COMO O
      *          GLPOST E A FGTSGUIA. CADA TRECHO VAI PARA O SEU
      *          ESTABELECIMENTO, COM OS ENCARGOS PATRONAIS DELE
      *          (ENCCALC: PATRONAL, RAT X FAP E TERCEIROS, ALIQUOTAS
      *          DO ENCPARM). ACUMULA TUDO POR ESTABELECIMENTO E
      *          IMPRIME, PARA CADA CNPJ, A GUIA DA PREVIDENCIA (INSS
      *          DOS SEGURADOS + PARCELAS PATRONAIS) E O DARF DO IRRF
      *          CODIGO 0561, CADA UMA COM O VENCIMENTO (DIA 20 DO MES
      *          SEGUINTE, ANTECIPADO PARA SEXTA-FEIRA QUANDO CAI EM
      *          FIM DE SEMANA) - A CONTABILIDADE RECOLHE DIRETO DAS
      *          GUIAS EM VEZ DE MANTER A PLANILHA PARALELA. O SYSIN
      *          INFORMA ANO, MES E, OPCIONALMENTE, O CODIGO DO
      *          ESTABELECIMENTO (EM BRANCO = TODOS). SEM COMPETENCIA
      *          VALIDA OU SEM O CALCULO DA COMPETENCIA NO FOLCALC O
      *          RUN E CANCELADO COM RC=8.
      * Mod Log:
      *   - PENSAO ALIMENTICIA: O IRRF DA GUIA 0561 PASSOU A SER O
      *     RETIDO COM A PENSAO JUDICIAL (PENSCALC) DEDUZIDA DA BASE,
      *     PELA ENTRADA DEDCALCP - O MESMO IRRF DO HOLERITE. SEM ISSO
      *     A GUIA SAIA MAIOR QUE A SOMA DO QUE FOI RETIDO.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. MES
      *     INTEIRO AFASTADO NAO PAGA SALARIO.
      *   - CALCULO UNICO DA FOLHA: O BRUTO, O INSS E O IRRF DAS GUIAS
      *     PASSARAM A SER OS DO FOLCALC, EM VEZ DE REFEITOS AQUI A
      *     PARTIR DO VENCOK (O PROPORCIONAL, OS AFASTAMENTOS E A
      *     PENSAO JA ESTAO NO CALCULO). O CABECALHO MOSTRA A DATA/HORA
      *     DO CALCULO USADO E, SEM FILTRO DE ESTABELECIMENTO, O LIDO
      *     E CONFERIDO CONTRA O REGISTRO DE CONTROLE (DIFERENCA = RC
      *     4). O BRUTO E DIVIDIDO POR TRECHO (TRFCALC): O ENCARGO DE
      *     CADA TRECHO SAI PELO ENCCALC DO ESTABELECIMENTO DO TRECHO
      *     E O INSS, O IRRF E O SALARIO-FAMILIA SAO REPARTIDOS NA
      *     PROPORCAO DO BRUTO DE CADA TRECHO, O ULTIMO COM A SOBRA DO
      *     ARREDONDAMENTO (COMO NO ESOCIAL).
      *   - SALARIO-FAMILIA: O SALARIO-FAMILIA PAGO NO MES
      *     (FCL-SALARIO-FAMILIA) E COMPENSADO NA GPS DO
      *     ESTABELECIMENTO - LINHA PROPRIA NA GUIA, DEDUZIDA DO TOTAL
      *     A RECOLHER.
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
           SELECT GUIDE-REPORT ASSIGN TO "ENCGRPT"
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
       FD  GUIDE-REPORT.
       01  GUIDE-REPORT-REC           PIC X(100).
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-INSS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PATRONAL             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT                  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ALIQUOTA-ACHADA      PIC X(01) VALUE 'N'.
           88 WRK-ALIQUOTA-ACHADA-SW        VALUE 'S'.
       77 WRK-ESTAB-PEDIDO         PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-FUNC           PIC X(01) VALUE SPACE.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-COMPETENCIA-VALIDA   PIC X(01) VALUE 'N'.
           88 WRK-COMPETENCIA-OK            VALUE 'S'.
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-BRUTO-PAGO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-FAMILIA      PIC 9(06)V99 VALUE ZEROS.
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
           02 WRK-CC-TOTAL-BRUTO    PIC 9(11)V99.
           02 WRK-CC-TOTAL-INSS     PIC 9(11)V99.
           02 WRK-CC-TOTAL-IRRF     PIC 9(11)V99.
           02 WRK-CC-TOTAL-SALFAM   PIC 9(11)V99.
       77 WRK-CONF-QTDE            PIC 9(06) VALUE ZEROS.
       77 WRK-CONF-BRUTO           PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-INSS            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-IRRF            PIC 9(11)V99 VALUE ZEROS.
       77 WRK-CONF-SALFAM          PIC 9(11)V99 VALUE ZEROS.
      *****************************************************************
      * TRECHOS DO MES (TRFCALC) - UM SO PARA QUEM NAO FOI TRANSFERIDO.
      * O INSS, O IRRF E O SALARIO-FAMILIA DE CADA TRECHO SAO A
      * PARCELA PROPORCIONAL AO BRUTO DELE; O ULTIMO FICA COM A SOBRA.
      *****************************************************************
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BRUTO-TRECHO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-TRECHO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF-TRECHO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALFAM-TRECHO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-INSS            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-IRRF            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SOMA-SALFAM          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       01 WRK-TRECHOS-BRUTO.
           02 WRK-TB-QTDE           PIC 9(01).
           02 WRK-TB-ITEM OCCURS 5 TIMES.
               03 WRK-TB-DEPTO          PIC X(04).
               03 WRK-TB-ESTAB          PIC X(01).
               03 WRK-TB-DIA-INICIO     PIC 9(02).
               03 WRK-TB-DIA-FIM        PIC 9(02).
               03 WRK-TB-DIAS           PIC 9(02).
               03 WRK-TB-VALOR          PIC 9(08)V99.
      *****************************************************************
      * ACUMULADORES POR ESTABELECIMENTO - MESMO LIMITE DE 10 CNPJS DA
      * TABELA DO EMPRLOOK.
      *****************************************************************
       77 WRK-MAX-ESTAB            PIC 9(02) COMP VALUE 10.
       77 WRK-QTDE-ESTAB           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-ESTAB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-DESCARTADOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-ESTAB-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-ESTAB-ACHADO-SW           VALUE 'S'.
       01 WRK-TABELA-ESTAB.
           02 WRK-ESTAB-ITEM OCCURS 10 TIMES.
               03 WRK-TE-CODIGO         PIC X(01).
               03 WRK-TE-QTDE           PIC 9(05) COMP.
               03 WRK-TE-BRUTO          PIC 9(09)V99.
               03 WRK-TE-INSS           PIC 9(09)V99.
               03 WRK-TE-PATRONAL       PIC 9(09)V99.
               03 WRK-TE-RAT            PIC 9(09)V99.
               03 WRK-TE-TERCEIROS      PIC 9(09)V99.
               03 WRK-TE-IRRF           PIC 9(09)V99.
               03 WRK-TE-SALFAM         PIC 9(09)V99.
               03 WRK-TE-PADRAO         PIC X(01).
               03 WRK-TE-ULTIMO-CPF     PIC X(11).
       77 WRK-TOTAL-GPS            PIC 9(09)V99 VALUE ZEROS.
       77 WRK-GPS-ANTES-SALFAM     PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL-GPS      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-TOTAL-GERAL-IRRF     PIC 9(09)V99 VALUE ZEROS.
      *****************************************************************
      * VENCIMENTO DAS GUIAS: DIA 20 DO MES SEGUINTE A COMPETENCIA. O
      * DIA DA SEMANA SAI PELA CONGRUENCIA DE ZELLER (0 = SABADO,
      * 1 = DOMINGO) E O VENCIMENTO EM FIM DE SEMANA E ANTECIPADO.
      *****************************************************************
       77 WRK-DIA-VENCIMENTO       PIC 9(02) VALUE 20.
       01 WRK-DATA-VENCIMENTO.
           02 WRK-VCT-ANO           PIC 9(04).
           02 WRK-VCT-MES           PIC 9(02).
           02 WRK-VCT-DIA           PIC 9(02).
       77 WRK-Z-MES                PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-ANO                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-Z-SECULO             PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-ANO-SECULO         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-MES        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-ANO        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-PARCELA-SEC        PIC 9(03) COMP VALUE ZEROS.
       77 WRK-Z-SOMA               PIC 9(05) COMP VALUE ZEROS.
       77 WRK-Z-QUOCIENTE          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-Z-DIA-SEMANA         PIC 9(01) COMP VALUE ZEROS.

       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(43) VALUE
               "GUIAS DE RECOLHIMENTO INSS/IRRF - EMITIDAS ".
           02 FILLER                PIC X(03) VALUE "EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(16) VALUE
               "  COMPETENCIA: ".
           02 WRK-CB-COMP-MES       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-COMP-ANO       PIC 9(04).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(30) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-EMPRESA.
           02 FILLER                PIC X(12) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 FILLER                PIC X(07) VALUE "  CNPJ ".
           02 WRK-LE-CNPJ           PIC X(14).
           02 FILLER                PIC X(09) VALUE "  ESTAB. ".
           02 WRK-LE-CODIGO         PIC X(01).
       01 WRK-LINHA-TITULO-GUIA.
           02 WRK-TG-TITULO         PIC X(50).
           02 FILLER                PIC X(13) VALUE "VENCIMENTO: ".
           02 WRK-TG-VCT-DIA        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-TG-VCT-MES        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-TG-VCT-ANO        PIC 9(04).
       01 WRK-LINHA-VALOR.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LV-DESCRICAO      PIC X(36).
           02 WRK-LV-VALOR          PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-BASE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(14) VALUE "FUNCIONARIOS: ".
           02 WRK-LB-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(17) VALUE
               "  BASE (BRUTO): ".
           02 WRK-LB-BRUTO          PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-PADRAO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(45) VALUE
               "* ESTABELECIMENTO SEM LINHA NO ENCPARM - ".
           02 FILLER                PIC X(16) VALUE
               "ALIQUOTA PADRAO".
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(20) VALUE
               "TOTAL GERAL - GPS: ".
           02 WRK-TT-GPS            PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(15) VALUE "   DARF 0561: ".
           02 WRK-TT-IRRF           PIC $ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-ESTAB-PEDIDO FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NUMERIC
               AND WRK-ANO-COMPETENCIA > ZEROS
               AND WRK-MES-COMPETENCIA NUMERIC
               AND WRK-MES-COMPETENCIA >= 1
               AND WRK-MES-COMPETENCIA <= 12
               SET WRK-COMPETENCIA-OK TO TRUE
           ELSE
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
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
           IF WRK-QTDE-DESCARTADOS > ZEROS
               DISPLAY 'AVISO: TABELA DE ESTABELECIMENTOS CHEIA - '
                   WRK-QTDE-DESCARTADOS
                   ' TRECHO(S) DE FUNCIONARIO FORA DAS GUIAS'
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS, LE O CONTROLE DO CALCULO DA COMPETENCIA NO
      * FOLCALC, GRAVA O CABECALHO E LE O PRIMEIRO FUNCIONARIO. SEM O
      * CALCULO DA COMPETENCIA NAO HA GUIA.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CALC-FILE.
           IF NOT WRK-FS-CALC-NAO-ENCONTRADO
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1100-LE-CONTROLE-CALCULO THRU 1100-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE EMPLOYEE-MASTER
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT GUIDE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-COMP-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-COMP-ANO.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-CALCULO.
           PERFORM 1200-CALCULA-VENCIMENTO THRU 1200-EXIT.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO TERMINOU)
      * PARA O MES. CONTROLE GRAVADO ANTES DO SALARIO-FAMILIA NO
      * LAYOUT TEM O TOTAL DELE EM BRANCO, TRATADO COMO ZERO.
      *****************************************************************
       1100-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           IF NOT WRK-CALC-ABERTO-SW
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1100-EXIT
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
                           ' - EXECUCAO CANCELADA'
                   GO TO 1100-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE TO WRK-CC-QTDE.
           MOVE FCL-CT-TOTAL-BRUTO TO WRK-CC-TOTAL-BRUTO.
           MOVE FCL-CT-TOTAL-INSS TO WRK-CC-TOTAL-INSS.
           MOVE FCL-CT-TOTAL-IRRF TO WRK-CC-TOTAL-IRRF.
           IF FCL-CT-TOTAL-SALFAM NUMERIC
               MOVE FCL-CT-TOTAL-SALFAM TO WRK-CC-TOTAL-SALFAM
           END-IF.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * VENCIMENTO = DIA 20 DO MES SEGUINTE A COMPETENCIA (DEZEMBRO
      * VENCE EM JANEIRO DO ANO SEGUINTE). SABADO ANTECIPA UM DIA E
      * DOMINGO ANTECIPA DOIS - O VENCIMENTO DO INSS E DO IRRF NAO
      * PRORROGA PARA O PROXIMO DIA UTIL.
      *****************************************************************
       1200-CALCULA-VENCIMENTO.
           MOVE WRK-ANO-COMPETENCIA TO WRK-VCT-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-VCT-MES.
           MOVE WRK-DIA-VENCIMENTO TO WRK-VCT-DIA.
           IF WRK-VCT-MES = 12
               MOVE 1 TO WRK-VCT-MES
               ADD 1 TO WRK-VCT-ANO
           ELSE
               ADD 1 TO WRK-VCT-MES
           END-IF.
           MOVE WRK-VCT-MES TO WRK-Z-MES.
           MOVE WRK-VCT-ANO TO WRK-Z-ANO.
           IF WRK-Z-MES < 3
               ADD 12 TO WRK-Z-MES
               SUBTRACT 1 FROM WRK-Z-ANO
           END-IF.
           DIVIDE WRK-Z-ANO BY 100 GIVING WRK-Z-SECULO
               REMAINDER WRK-Z-ANO-SECULO.
           COMPUTE WRK-Z-PARCELA-MES = (13 * (WRK-Z-MES + 1)) / 5.
           COMPUTE WRK-Z-PARCELA-ANO = WRK-Z-ANO-SECULO / 4.
           COMPUTE WRK-Z-PARCELA-SEC = WRK-Z-SECULO / 4.
           COMPUTE WRK-Z-SOMA = WRK-VCT-DIA + WRK-Z-PARCELA-MES
               + WRK-Z-ANO-SECULO + WRK-Z-PARCELA-ANO
               + WRK-Z-PARCELA-SEC + (5 * WRK-Z-SECULO).
           DIVIDE WRK-Z-SOMA BY 7 GIVING WRK-Z-QUOCIENTE
               REMAINDER WRK-Z-DIA-SEMANA.
           IF WRK-Z-DIA-SEMANA = 0
               SUBTRACT 1 FROM WRK-VCT-DIA
           END-IF.
           IF WRK-Z-DIA-SEMANA = 1
               SUBTRACT 2 FROM WRK-VCT-DIA
           END-IF.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA NOS ESTABELECIMENTOS DOS TRECHOS DO MES O CALCULO DE
      * QUEM TEM REGISTRO NO FOLCALC E AVANCA.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2100-ACUMULA THRU 2100-EXIT
           END-IF.
       2000-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) OU SEM
      * BRUTO NEM SALARIO-FAMILIA (MES SO DE FGTS) NAO ENTRA NA GUIA.
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
           MOVE FCL-BRUTO TO WRK-BRUTO-PAGO.
           MOVE FCL-INSS TO WRK-INSS.
           MOVE FCL-IRRF TO WRK-IRRF.
           MOVE ZEROS TO WRK-SALARIO-FAMILIA.
           IF FCL-SALARIO-FAMILIA NUMERIC
               MOVE FCL-SALARIO-FAMILIA TO WRK-SALARIO-FAMILIA
           END-IF.
           ADD 1 TO WRK-CONF-QTDE.
           ADD WRK-BRUTO-PAGO TO WRK-CONF-BRUTO.
           ADD WRK-INSS TO WRK-CONF-INSS.
           ADD WRK-IRRF TO WRK-CONF-IRRF.
           ADD WRK-SALARIO-FAMILIA TO WRK-CONF-SALFAM.
           IF WRK-BRUTO-PAGO = ZEROS
               AND WRK-SALARIO-FAMILIA = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * DIVIDE O BRUTO DO MES PELOS TRECHOS DE CADA LOCAL (TRFCALC) E
      * SOMA CADA TRECHO NO ESTABELECIMENTO DELE.
      *****************************************************************
       2100-ACUMULA.
           MOVE WRK-BRUTO-PAGO TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-BRUTO WRK-SITUACAO-TRANSF.
           MOVE ZEROS TO WRK-SOMA-INSS.
           MOVE ZEROS TO WRK-SOMA-IRRF.
           MOVE ZEROS TO WRK-SOMA-SALFAM.
           PERFORM 2120-ACUMULA-TRECHO THRU 2120-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TB-QTDE.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * PARCELA DO TRECHO: BRUTO DO TRECHO, INSS, IRRF E SALARIO-
      * FAMILIA NA PROPORCAO DO BRUTO (O ULTIMO TRECHO FICA COM A SOBRA
      * DO ARREDONDAMENTO) E OS ENCARGOS PATRONAIS DO ESTABELECIMENTO
      * DO TRECHO - SO OS TRECHOS DO ESTABELECIMENTO PEDIDO, QUANDO
      * INFORMADO.
      *****************************************************************
       2120-ACUMULA-TRECHO.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-BRUTO-TRECHO.
           IF WRK-IDX-TRECHO = WRK-TB-QTDE
               COMPUTE WRK-INSS-TRECHO = WRK-INSS - WRK-SOMA-INSS
               COMPUTE WRK-IRRF-TRECHO = WRK-IRRF - WRK-SOMA-IRRF
               COMPUTE WRK-SALFAM-TRECHO =
                   WRK-SALARIO-FAMILIA - WRK-SOMA-SALFAM
           ELSE
               IF WRK-BRUTO-PAGO = ZEROS
                   MOVE ZEROS TO WRK-INSS-TRECHO
                   MOVE ZEROS TO WRK-IRRF-TRECHO
                   MOVE ZEROS TO WRK-SALFAM-TRECHO
               ELSE
                   COMPUTE WRK-INSS-TRECHO ROUNDED =
                       WRK-INSS * WRK-BRUTO-TRECHO / WRK-BRUTO-PAGO
                   COMPUTE WRK-IRRF-TRECHO ROUNDED =
                       WRK-IRRF * WRK-BRUTO-TRECHO / WRK-BRUTO-PAGO
                   COMPUTE WRK-SALFAM-TRECHO ROUNDED =
                       WRK-SALARIO-FAMILIA * WRK-BRUTO-TRECHO
                       / WRK-BRUTO-PAGO
               END-IF
           END-IF.
           ADD WRK-INSS-TRECHO TO WRK-SOMA-INSS.
           ADD WRK-IRRF-TRECHO TO WRK-SOMA-IRRF.
           ADD WRK-SALFAM-TRECHO TO WRK-SOMA-SALFAM.
           IF WRK-TB-ESTAB (WRK-IDX-TRECHO) = SPACE
               MOVE '1' TO WRK-ESTAB-FUNC
           ELSE
               MOVE WRK-TB-ESTAB (WRK-IDX-TRECHO) TO WRK-ESTAB-FUNC
           END-IF.
           IF WRK-ESTAB-PEDIDO NOT = SPACE
               AND WRK-ESTAB-FUNC NOT = WRK-ESTAB-PEDIDO
               GO TO 2120-EXIT
           END-IF.
           MOVE 'N' TO WRK-ESTAB-ACHADO.
           PERFORM 2200-PROCURA-ESTAB THRU 2200-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTAB
                   OR WRK-ESTAB-ACHADO-SW.
           IF WRK-ESTAB-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX-ESTAB
           ELSE
               IF WRK-QTDE-ESTAB < WRK-MAX-ESTAB
                   ADD 1 TO WRK-QTDE-ESTAB
                   MOVE WRK-QTDE-ESTAB TO WRK-IDX-ESTAB
                   INITIALIZE WRK-ESTAB-ITEM (WRK-IDX-ESTAB)
                   MOVE WRK-ESTAB-FUNC
                       TO WRK-TE-CODIGO (WRK-IDX-ESTAB)
                   MOVE 'N' TO WRK-TE-PADRAO (WRK-IDX-ESTAB)
               ELSE
                   ADD 1 TO WRK-QTDE-DESCARTADOS
                   GO TO 2120-EXIT
               END-IF
           END-IF.
           CALL "ENCCALC" USING WRK-ESTAB-FUNC WRK-BRUTO-TRECHO
               WRK-PATRONAL WRK-RAT WRK-TERCEIROS WRK-ALIQUOTA-ACHADA.
           IF NOT WRK-ALIQUOTA-ACHADA-SW
               MOVE 'S' TO WRK-TE-PADRAO (WRK-IDX-ESTAB)
           END-IF.
           IF WRK-TE-ULTIMO-CPF (WRK-IDX-ESTAB) NOT = EMP-CPF
               ADD 1 TO WRK-TE-QTDE (WRK-IDX-ESTAB)
               MOVE EMP-CPF TO WRK-TE-ULTIMO-CPF (WRK-IDX-ESTAB)
           END-IF.
           ADD WRK-BRUTO-TRECHO TO WRK-TE-BRUTO (WRK-IDX-ESTAB).
           ADD WRK-INSS-TRECHO TO WRK-TE-INSS (WRK-IDX-ESTAB).
           ADD WRK-PATRONAL TO WRK-TE-PATRONAL (WRK-IDX-ESTAB).
           ADD WRK-RAT TO WRK-TE-RAT (WRK-IDX-ESTAB).
           ADD WRK-TERCEIROS TO WRK-TE-TERCEIROS (WRK-IDX-ESTAB).
           ADD WRK-IRRF-TRECHO TO WRK-TE-IRRF (WRK-IDX-ESTAB).
           ADD WRK-SALFAM-TRECHO TO WRK-TE-SALFAM (WRK-IDX-ESTAB).
       2120-EXIT.
           EXIT.
       2200-PROCURA-ESTAB.
           IF WRK-TE-CODIGO (WRK-IDX-ESTAB) = WRK-ESTAB-FUNC
               SET WRK-ESTAB-ACHADO-SW TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME AS DUAS GUIAS DE CADA ESTABELECIMENTO E O TOTAL GERAL,
      * CONFERE O QUE FOI LIDO DO FOLCALC CONTRA O CONTROLE DO CALCULO
      * (SO SEM FILTRO DE ESTABELECIMENTO) E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           PERFORM 3100-IMPRIME-GUIAS THRU 3100-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTAB.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE WRK-TOTAL-GERAL-GPS TO WRK-TT-GPS.
           MOVE WRK-TOTAL-GERAL-IRRF TO WRK-TT-IRRF.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-TOTAL.
           IF WRK-ESTAB-PEDIDO = SPACE
               AND (WRK-CONF-QTDE NOT = WRK-CC-QTDE
                    OR WRK-CONF-BRUTO NOT = WRK-CC-TOTAL-BRUTO
                    OR WRK-CONF-INSS NOT = WRK-CC-TOTAL-INSS
                    OR WRK-CONF-IRRF NOT = WRK-CC-TOTAL-IRRF
                    OR WRK-CONF-SALFAM NOT = WRK-CC-TOTAL-SALFAM)
               DISPLAY 'AVISO: LIDO DO FOLCALC NAO CONFERE COM O '
                       'CONTROLE DO CALCULO DE ' WRK-CC-DATA '-'
                       WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE
                       ' REGISTROS, BRUTO ' WRK-CC-TOTAL-BRUTO
                       ' INSS ' WRK-CC-TOTAL-INSS
                       ' IRRF ' WRK-CC-TOTAL-IRRF
                       ' SAL.FAMILIA ' WRK-CC-TOTAL-SALFAM
               DISPLAY '       LIDOS:    ' WRK-CONF-QTDE
                       ' REGISTROS, BRUTO ' WRK-CONF-BRUTO
                       ' INSS ' WRK-CONF-INSS
                       ' IRRF ' WRK-CONF-IRRF
                       ' SAL.FAMILIA ' WRK-CONF-SALFAM
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE GUIDE-REPORT.
           CLOSE CALC-FILE.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * GUIA DA PREVIDENCIA (INSS DESCONTADO DOS SEGURADOS + PATRONAL
      * + RAT X FAP + TERCEIROS) E DARF DO IRRF RETIDO (CODIGO 0561)
      * DO ESTABELECIMENTO, COM A IDENTIFICACAO DO EMPREGADOR DA
      * TABELA EMPRESAS (VIA EMPRLOOK). O SALARIO-FAMILIA PAGO AOS
      * EMPREGADOS DO ESTABELECIMENTO E DEDUZIDO DO TOTAL DA GPS.
      *****************************************************************
       3100-IMPRIME-GUIAS.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           CALL "EMPRLOOK" USING WRK-TE-CODIGO (WRK-IDX-ESTAB)
               WRK-CNPJ WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               DISPLAY 'AVISO: ESTABELECIMENTO '
                   WRK-TE-CODIGO (WRK-IDX-ESTAB)
                   ' SEM LINHA NA TABELA EMPRESAS'
               MOVE "ESTABELECIMENTO SEM CADASTRO" TO WRK-RAZAO
           END-IF.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-TE-CODIGO (WRK-IDX-ESTAB) TO WRK-LE-CODIGO.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-EMPRESA.
           MOVE WRK-TE-QTDE (WRK-IDX-ESTAB) TO WRK-LB-QTDE.
           MOVE WRK-TE-BRUTO (WRK-IDX-ESTAB) TO WRK-LB-BRUTO.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-BASE.
           IF WRK-TE-PADRAO (WRK-IDX-ESTAB) = 'S'
               WRITE GUIDE-REPORT-REC FROM WRK-LINHA-PADRAO
           END-IF.
           MOVE WRK-VCT-DIA TO WRK-TG-VCT-DIA.
           MOVE WRK-VCT-MES TO WRK-TG-VCT-MES.
           MOVE WRK-VCT-ANO TO WRK-TG-VCT-ANO.
           MOVE "GUIA DA PREVIDENCIA SOCIAL (INSS)"
               TO WRK-TG-TITULO.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-TITULO-GUIA.
           MOVE "INSS DESCONTADO DOS SEGURADOS" TO WRK-LV-DESCRICAO.
           MOVE WRK-TE-INSS (WRK-IDX-ESTAB) TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           MOVE "CONTRIBUICAO PATRONAL" TO WRK-LV-DESCRICAO.
           MOVE WRK-TE-PATRONAL (WRK-IDX-ESTAB) TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           MOVE "RAT AJUSTADO PELO FAP" TO WRK-LV-DESCRICAO.
           MOVE WRK-TE-RAT (WRK-IDX-ESTAB) TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           MOVE "TERCEIROS (OUTRAS ENTIDADES)" TO WRK-LV-DESCRICAO.
           MOVE WRK-TE-TERCEIROS (WRK-IDX-ESTAB) TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           COMPUTE WRK-GPS-ANTES-SALFAM = WRK-TE-INSS (WRK-IDX-ESTAB)
               + WRK-TE-PATRONAL (WRK-IDX-ESTAB)
               + WRK-TE-RAT (WRK-IDX-ESTAB)
               + WRK-TE-TERCEIROS (WRK-IDX-ESTAB).
           MOVE WRK-GPS-ANTES-SALFAM TO WRK-TOTAL-GPS.
           IF WRK-TE-SALFAM (WRK-IDX-ESTAB) > ZEROS
               MOVE "(-) SALARIO-FAMILIA COMPENSADO"
                   TO WRK-LV-DESCRICAO
               MOVE WRK-TE-SALFAM (WRK-IDX-ESTAB) TO WRK-LV-VALOR
               WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR
               IF WRK-TE-SALFAM (WRK-IDX-ESTAB) > WRK-GPS-ANTES-SALFAM
                   DISPLAY 'AVISO: SALARIO-FAMILIA DO ESTABELECIMENTO '
                       WRK-TE-CODIGO (WRK-IDX-ESTAB)
                       ' MAIOR QUE A GPS - SALDO A COMPENSAR '
                       'NAS PROXIMAS COMPETENCIAS'
                   MOVE ZEROS TO WRK-TOTAL-GPS
               ELSE
                   SUBTRACT WRK-TE-SALFAM (WRK-IDX-ESTAB)
                       FROM WRK-TOTAL-GPS
               END-IF
           END-IF.
           MOVE "TOTAL A RECOLHER" TO WRK-LV-DESCRICAO.
           MOVE WRK-TOTAL-GPS TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           ADD WRK-TOTAL-GPS TO WRK-TOTAL-GERAL-GPS.
           MOVE "DARF - IRRF SOBRE SALARIOS (CODIGO 0561)"
               TO WRK-TG-TITULO.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-TITULO-GUIA.
           MOVE "IRRF RETIDO NA FONTE" TO WRK-LV-DESCRICAO.
           MOVE WRK-TE-IRRF (WRK-IDX-ESTAB) TO WRK-LV-VALOR.
           WRITE GUIDE-REPORT-REC FROM WRK-LINHA-VALOR.
           ADD WRK-TE-IRRF (WRK-IDX-ESTAB) TO WRK-TOTAL-GERAL-IRRF.
       3100-EXIT.
           EXIT.
       END PROGRAM ENCGUIA.
