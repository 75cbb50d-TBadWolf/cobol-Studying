       IDENTIFICATION DIVISION.
       PROGRAM-ID. SALFAMIL.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APURACAO MENSAL DO SALARIO-FAMILIA - RODA UMA VEZ POR
      *          COMPETENCIA, ANTES DO VENCVAL (COMO O DESCMES): PARA
      *          CADA FUNCIONARIO QUE RECEBE NA COMPETENCIA (MESMA
      *          REGRA DE PROPORCIONAL DO PAYREG), MONTA O BRUTO DO MES
      *          (SALARIO PROPORCIONAL MAIS OS LANCAMENTOS JA DIGITADOS
      *          NO VARVENC, OS 'D' SUBTRAIDOS) E CONFERE CONTRA O TETO
      *          LEGAL; ABAIXO DO TETO, CONTA NO CADASTRO DEPEND OS
      *          DEPENDENTES COM MENOS DE 14 ANOS NA COMPETENCIA E
      *          GRAVA EM EXTEND NO VARVENC UM VENCIMENTO 'SFA' COM UMA
      *          COTA POR FILHO (PROPORCIONAL AOS DIAS NO MES DE
      *          ADMISSAO/DESLIGAMENTO), QUE SEGUE PELO CAMINHO NORMAL
      *          VENCVAL/VENCOK ATE O HOLERITE (O FOLCALC PAGA O 'SFA'
      *          NO LIQUIDO SEM LEVA-LO AS BASES DE INSS, IRRF E FGTS,
      *          E A ENCGUIA O COMPENSA NA GPS). TETO E VALOR DA COTA
      *          VEM DO ARQUIVO DE PARAMETROS SFAPARM, UMA LINHA POR
      *          VIGENCIA COMO O DEDPARM - VALE A LINHA MAIS RECENTE QUE
      *          NAO ULTRAPASSA O FIM DA COMPETENCIA, ENTAO UM MES
      *          ANTIGO PODE SER RERODADO COM O VALOR DA EPOCA; SEM
      *          LINHA VIGENTE FICAM AS CONSTANTES 77. A SITUACAO DE
      *          CADA FUNCIONARIO FICA NO CONTROLE SALFAM (CPF +
      *          COMPETENCIA) E O RELATORIO SFAMRP LISTA QUEM GANHOU,
      *          PERDEU OU TEVE AS COTAS ALTERADAS EM RELACAO AO MES
      *          ANTERIOR, COM O MOTIVO - O FILHO QUE FEZ 14 ANOS SAI
      *          SOZINHO, SEM DEPENDER DE ALGUEM LEMBRAR. CPF QUE JA TEM
      *          'SFA' NO LOTE DO MES NAO GANHA OUTRO (RERUN SEGURO).
      *          SYSIN: ANO E MES DA COMPETENCIA.
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
           SELECT DEPENDENT-FILE ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT BENEFIT-CONTROL ASSIGN TO "SALFAM"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SFA-CHAVE
               FILE STATUS IS WRK-FS-CONTROLE.
           SELECT PARAMETER-FILE ASSIGN TO "SFAPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
           SELECT EARNINGS-OUTPUT ASSIGN TO "VARVENC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-LANCAMENTOS.
           SELECT CONTROL-REPORT ASSIGN TO "SFAMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  DEPENDENT-FILE.
       COPY "DEPEND.CPY".
       FD  BENEFIT-CONTROL.
       COPY "SALFAM.CPY".
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           02 PRM-DATA-VIGENCIA       PIC 9(08).
           02 FILLER                  PIC X(01).
           02 PRM-TETO                PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 PRM-COTA                PIC 9(06)V99.
       FD  EARNINGS-OUTPUT.
       01  EARNINGS-OUTPUT-REC.
           02 VEN-OUT-CPF             PIC X(11).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-CODIGO          PIC X(03).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-DESCRICAO       PIC X(20).
           02 FILLER                  PIC X(01).
           02 VEN-OUT-VALOR           PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 VEN-OUT-TIPO            PIC X(01).
       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
      *****************************************************************
      * TETO E COTA PADRAO - VALEM QUANDO O SFAPARM NAO EXISTE OU NAO
      * TEM LINHA VIGENTE NA COMPETENCIA.
      *****************************************************************
       77 WRK-TETO                 PIC 9(06)V99 VALUE 001819,26.
       77 WRK-COTA                 PIC 9(06)V99 VALUE 000062,04.
       77 WRK-IDADE-LIMITE         PIC 9(02) VALUE 14.
       77 WRK-VIGENCIA-USADA       PIC 9(08) VALUE ZEROS.
       77 WRK-CODIGO-VERBA         PIC X(03) VALUE "SFA".
       77 WRK-DESCRICAO-VERBA      PIC X(20) VALUE "SALARIO-FAMILIA".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-DEPEND            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPEND-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CONTROLE          PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTROLE-NAO-ENCONTRADO VALUE "23" "35".
       77 WRK-FS-PARAMETROS        PIC X(02) VALUE SPACES.
           88 WRK-FS-PARM-NAO-ABERTO        VALUE "35".
       77 WRK-FS-LANCAMENTOS       PIC X(02) VALUE SPACES.
           88 WRK-FS-LANC-NAO-ABERTO        VALUE "35".
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-DEPEND           PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEPEND-SW             VALUE 'S'.
       77 WRK-FIM-PARAMETROS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARM-SW               VALUE 'S'.
       77 WRK-FIM-LANCAMENTOS      PIC X(01) VALUE 'N'.
           88 WRK-FIM-LANC-SW               VALUE 'S'.
       77 WRK-CADASTRO-DEPEND      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-DEPEND-OK        VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-ANO-ANTERIOR         PIC 9(04) VALUE ZEROS.
       77 WRK-MES-ANTERIOR         PIC 9(02) VALUE ZEROS.
       01 WRK-FIM-COMPETENCIA.
           02 WRK-FC-ANO            PIC 9(04).
           02 WRK-FC-MES            PIC 9(02).
           02 WRK-FC-DIA            PIC 9(02).
       01 WRK-FIM-COMPETENCIA-N REDEFINES WRK-FIM-COMPETENCIA
                                   PIC 9(08).
       01 WRK-LIMITE-NASCIMENTO.
           02 WRK-LN-ANO            PIC 9(04).
           02 WRK-LN-MES            PIC 9(02).
           02 WRK-LN-DIA            PIC 9(02).
       01 WRK-LIMITE-NASCIMENTO-N REDEFINES WRK-LIMITE-NASCIMENTO
                                   PIC 9(08).
       77 WRK-PAGA-NO-MES          PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                   VALUE 'S'.
       77 WRK-DIAS-TRABALHADOS     PIC S9(03) COMP VALUE ZEROS.
       77 WRK-SALARIO-PROPORCIONAL PIC 9(06)V99 VALUE ZEROS.
       01 WRK-DATA-ADMISSAO-R.
           02 WRK-ADM-ANO           PIC 9(04).
           02 WRK-ADM-MES           PIC 9(02).
           02 WRK-ADM-DIA           PIC 9(02).
       01 WRK-DATA-DESLIG-R.
           02 WRK-DSL-ANO           PIC 9(04).
           02 WRK-DSL-MES           PIC 9(02).
           02 WRK-DSL-DIA           PIC 9(02).
       77 WRK-BRUTO-MES            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-COTAS           PIC 9(02) VALUE ZEROS.
       77 WRK-VALOR-BENEFICIO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO-ATUAL       PIC X(01) VALUE 'N'.
       77 WRK-MOTIVO-ATUAL         PIC X(25) VALUE SPACES.
       77 WRK-JA-LANCADO           PIC X(01) VALUE 'N'.
           88 WRK-JA-LANCADO-SW             VALUE 'S'.
       77 WRK-SITUACAO-ANTERIOR    PIC X(01) VALUE 'N'.
       77 WRK-COTAS-ANTERIOR       PIC 9(02) VALUE ZEROS.
      *****************************************************************
      * LANCAMENTOS JA DIGITADOS NO VARVENC DO MES - ENTRAM NO BRUTO
      * CONFERIDO CONTRA O TETO (MENOS OS 'SFA', QUE SAO O PROPRIO
      * BENEFICIO) E MARCAM QUEM JA TEM O 'SFA' NO LOTE.
      *****************************************************************
       77 WRK-MAX-VERBAS           PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-VERBAS          PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-VERBA            PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-VERBAS.
           02 WRK-VERBA-ITEM OCCURS 500 TIMES.
               03 WRK-TV-CPF            PIC X(11).
               03 WRK-TV-CODIGO         PIC X(03).
               03 WRK-TV-VALOR          PIC 9(06)V99.
               03 WRK-TV-TIPO           PIC X(01).
       77 WRK-QTDE-BENEFICIARIOS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-GANHOU          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-PERDEU          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ALTEROU         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-BENEFICIO      PIC 9(09)V99 VALUE ZEROS.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(26) VALUE
               "SALARIO-FAMILIA - COMP. ".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-PARAMETRO.
           02 FILLER                PIC X(06) VALUE "TETO: ".
           02 WRK-LP-TETO           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(09) VALUE "  COTA: ".
           02 WRK-LP-COTA           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(15) VALUE "  VIGENCIA: ".
           02 WRK-LP-VIGENCIA       PIC X(08).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(09) VALUE "SITUACAO".
           02 FILLER                PIC X(10) VALUE "COTAS A/N".
           02 FILLER                PIC X(13) VALUE "VALOR".
           02 FILLER                PIC X(25) VALUE "MOTIVO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-D-COTAS-ANT       PIC Z9.
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-COTAS-ATU       PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-VALOR           PIC $ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(25).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(16) VALUE "BENEFICIARIOS: ".
           02 WRK-TOT-BEN-ED        PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE "  TOTAL: ".
           02 WRK-TOT-VALOR-ED      PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(11) VALUE "  GANHOU: ".
           02 WRK-TOT-GAN-ED        PIC ZZZZ9.
           02 FILLER                PIC X(11) VALUE "  PERDEU: ".
           02 WRK-TOT-PER-ED        PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE "  ALTEROU: ".
           02 WRK-TOT-ALT-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
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
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * MONTA AS DATAS DE REFERENCIA DA COMPETENCIA, CARREGA O
      * PARAMETRO VIGENTE E OS LANCAMENTOS JA DIGITADOS, ABRE OS
      * ARQUIVOS (O VARVENC EM EXTEND, CRIANDO O LOTE DO MES SE AINDA
      * NAO EXISTE; O SALFAM CRIADO NO PRIMEIRO RUN) E LE O PRIMEIRO
      * FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           MOVE WRK-ANO-COMPETENCIA TO WRK-FC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-FC-MES.
           MOVE 31 TO WRK-FC-DIA.
           COMPUTE WRK-LN-ANO = WRK-ANO-COMPETENCIA - WRK-IDADE-LIMITE.
           MOVE WRK-MES-COMPETENCIA TO WRK-LN-MES.
           MOVE 01 TO WRK-LN-DIA.
           IF WRK-MES-COMPETENCIA = 1
               COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-COMPETENCIA - 1
               MOVE 12 TO WRK-MES-ANTERIOR
           ELSE
               MOVE WRK-ANO-COMPETENCIA TO WRK-ANO-ANTERIOR
               COMPUTE WRK-MES-ANTERIOR = WRK-MES-COMPETENCIA - 1
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CARREGA-PARAMETRO THRU 1100-EXIT.
           PERFORM 1200-CARREGA-LANCAMENTOS THRU 1200-EXIT.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-FS-DEPEND-NAO-ENCONTRADO
               DISPLAY 'AVISO: DEPEND NAO ENCONTRADO - NENHUM '
                       'FUNCIONARIO TERA COTA A RECEBER'
           ELSE
               SET WRK-CADASTRO-DEPEND-OK TO TRUE
           END-IF.
           OPEN I-O BENEFIT-CONTROL.
           IF WRK-FS-CONTROLE-NAO-ENCONTRADO
               OPEN OUTPUT BENEFIT-CONTROL
               CLOSE BENEFIT-CONTROL
               OPEN I-O BENEFIT-CONTROL
           END-IF.
           OPEN EXTEND EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               OPEN OUTPUT EARNINGS-OUTPUT
           END-IF.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-TETO TO WRK-LP-TETO.
           MOVE WRK-COTA TO WRK-LP-COTA.
           IF WRK-VIGENCIA-USADA > ZEROS
               MOVE WRK-VIGENCIA-USADA TO WRK-LP-VIGENCIA
           ELSE
               MOVE "PADRAO" TO WRK-LP-VIGENCIA
           END-IF.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-PARAMETRO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TITULO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA DO SFAPARM O TETO E A COTA DE VIGENCIA MAIS RECENTE
      * QUE NAO ULTRAPASSA O FIM DA COMPETENCIA. LINHA COM CAMPO NAO
      * NUMERICO E IGNORADA COM AVISO, COMO NO DEDPARM.
      *****************************************************************
       1100-CARREGA-PARAMETRO.
           OPEN INPUT PARAMETER-FILE.
           IF WRK-FS-PARM-NAO-ABERTO
               DISPLAY 'SALFAMIL: TETO/COTA PADRAO - SFAPARM NAO '
                       'ENCONTRADO'
               GO TO 1100-EXIT
           END-IF.
           READ PARAMETER-FILE
               AT END SET WRK-FIM-PARM-SW TO TRUE
           END-READ.
           PERFORM 1110-CONFERE-VIGENCIA THRU 1110-EXIT
               UNTIL WRK-FIM-PARM-SW.
           CLOSE PARAMETER-FILE.
           IF WRK-VIGENCIA-USADA > ZEROS
               DISPLAY 'SALFAMIL: TETO/COTA DO SFAPARM - VIGENCIA '
                       WRK-VIGENCIA-USADA
           ELSE
               DISPLAY 'SALFAMIL: TETO/COTA PADRAO - SFAPARM SEM '
                       'LINHA VIGENTE'
           END-IF.
       1100-EXIT.
           EXIT.
       1110-CONFERE-VIGENCIA.
           IF PRM-DATA-VIGENCIA NUMERIC
               AND PRM-TETO NUMERIC
               AND PRM-COTA NUMERIC
               AND PRM-DATA-VIGENCIA <= WRK-FIM-COMPETENCIA-N
               AND PRM-DATA-VIGENCIA >= WRK-VIGENCIA-USADA
               MOVE PRM-DATA-VIGENCIA TO WRK-VIGENCIA-USADA
               MOVE PRM-TETO TO WRK-TETO
               MOVE PRM-COTA TO WRK-COTA
           ELSE
               IF PRM-DATA-VIGENCIA NUMERIC
                   AND PRM-DATA-VIGENCIA <= WRK-FIM-COMPETENCIA-N
                   AND (PRM-TETO NOT NUMERIC
                       OR PRM-COTA NOT NUMERIC)
                   DISPLAY 'SALFAMIL: LINHA DO SFAPARM COM CAMPO NAO '
                           'NUMERICO - IGNORADA'
               END-IF
           END-IF.
           READ PARAMETER-FILE
               AT END SET WRK-FIM-PARM-SW TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA OS LANCAMENTOS JA DIGITADOS NO VARVENC DO MES. LOTE
      * AUSENTE = NENHUM LANCAMENTO AINDA.
      *****************************************************************
       1200-CARREGA-LANCAMENTOS.
           OPEN INPUT EARNINGS-OUTPUT.
           IF WRK-FS-LANC-NAO-ABERTO
               GO TO 1200-EXIT
           END-IF.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-LANC-SW TO TRUE
           END-READ.
           PERFORM 1210-GUARDA-LANCAMENTO THRU 1210-EXIT
               UNTIL WRK-FIM-LANC-SW.
           CLOSE EARNINGS-OUTPUT.
       1200-EXIT.
           EXIT.
       1210-GUARDA-LANCAMENTO.
           IF WRK-QTDE-VERBAS < WRK-MAX-VERBAS
               ADD 1 TO WRK-QTDE-VERBAS
               MOVE VEN-OUT-CPF TO WRK-TV-CPF (WRK-QTDE-VERBAS)
               MOVE VEN-OUT-CODIGO TO WRK-TV-CODIGO (WRK-QTDE-VERBAS)
               IF VEN-OUT-VALOR NUMERIC
                   MOVE VEN-OUT-VALOR
                       TO WRK-TV-VALOR (WRK-QTDE-VERBAS)
               ELSE
                   MOVE ZEROS TO WRK-TV-VALOR (WRK-QTDE-VERBAS)
               END-IF
               IF VEN-OUT-TIPO = 'D'
                   MOVE 'D' TO WRK-TV-TIPO (WRK-QTDE-VERBAS)
               ELSE
                   MOVE 'V' TO WRK-TV-TIPO (WRK-QTDE-VERBAS)
               END-IF
           ELSE
               DISPLAY 'AVISO: TABELA DE LANCAMENTOS CHEIA - '
                       'LANCAMENTO DE ' VEN-OUT-CPF ' DESCARTADO'
           END-IF.
           READ EARNINGS-OUTPUT
               AT END SET WRK-FIM-LANC-SW TO TRUE
           END-READ.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * APURA O FUNCIONARIO CORRENTE, COMPARA COM O MES ANTERIOR E
      * AVANCA. QUEM NAO RECEBE NA COMPETENCIA (DESLIGADO ANTES OU
      * ADMITIDO DEPOIS) FICA SEM DIREITO.
      *****************************************************************
       2000-PROCESSA.
           MOVE 'N' TO WRK-SITUACAO-ATUAL.
           MOVE ZEROS TO WRK-QTDE-COTAS.
           MOVE ZEROS TO WRK-VALOR-BENEFICIO.
           MOVE ZEROS TO WRK-BRUTO-MES.
           PERFORM 2050-CALCULA-PROPORCAO THRU 2050-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2100-APURA-DIREITO THRU 2100-EXIT
           ELSE
               MOVE "FORA DA COMPETENCIA" TO WRK-MOTIVO-ATUAL
           END-IF.
           PERFORM 2300-COMPARA-ANTERIOR THRU 2300-EXIT.
           IF WRK-PAGA-SW
               PERFORM 2400-GRAVA-CONTROLE THRU 2400-EXIT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * DECIDE SE O FUNCIONARIO ENTRA NA COMPETENCIA E COM QUANTOS
      * DIAS - MESMA REGRA DO PAYREG/PAYSLIP/SALACUM: MES DE ADMISSAO
      * E MES DE DESLIGAMENTO PAGAM PROPORCIONAL (DIAS SOBRE 30);
      * DESLIGADO EM MES ANTERIOR OU ADMITIDO DEPOIS DA COMPETENCIA
      * FICA FORA.
      *****************************************************************
       2050-CALCULA-PROPORCAO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE 30 TO WRK-DIAS-TRABALHADOS.
           MOVE EMP-SALARIO TO WRK-SALARIO-PROPORCIONAL.
           IF EMP-DESLIGADO
               IF EMP-DATA-DESLIGAMENTO NUMERIC
                   MOVE EMP-DATA-DESLIGAMENTO TO WRK-DATA-DESLIG-R
               ELSE
                   MOVE ZEROS TO WRK-DATA-DESLIG-R
               END-IF
               IF WRK-DSL-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-DSL-MES = WRK-MES-COMPETENCIA
                   IF WRK-DSL-DIA < 30
                       MOVE WRK-DSL-DIA TO WRK-DIAS-TRABALHADOS
                   END-IF
               ELSE
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 2050-EXIT
               END-IF
           END-IF.
           IF EMP-DATA-ADMISSAO NUMERIC
               AND EMP-DATA-ADMISSAO > ZEROS
               MOVE EMP-DATA-ADMISSAO TO WRK-DATA-ADMISSAO-R
               IF WRK-ADM-ANO > WRK-ANO-COMPETENCIA
                   OR (WRK-ADM-ANO = WRK-ANO-COMPETENCIA
                       AND WRK-ADM-MES > WRK-MES-COMPETENCIA)
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 2050-EXIT
               END-IF
               IF WRK-ADM-ANO = WRK-ANO-COMPETENCIA
                   AND WRK-ADM-MES = WRK-MES-COMPETENCIA
                   COMPUTE WRK-DIAS-TRABALHADOS =
                       WRK-DIAS-TRABALHADOS - WRK-ADM-DIA + 1
               END-IF
           END-IF.
           IF WRK-DIAS-TRABALHADOS <= ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
               GO TO 2050-EXIT
           END-IF.
           IF WRK-DIAS-TRABALHADOS > 30
               MOVE 30 TO WRK-DIAS-TRABALHADOS
           END-IF.
           IF WRK-DIAS-TRABALHADOS < 30
               COMPUTE WRK-SALARIO-PROPORCIONAL ROUNDED =
                   EMP-SALARIO * WRK-DIAS-TRABALHADOS / 30
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * BRUTO DO MES CONTRA O TETO E CONTAGEM DOS FILHOS ELEGIVEIS.
      * COM DIREITO, GRAVA O 'SFA' NO VARVENC (SE AINDA NAO HA UM NO
      * LOTE) COM A COTA PROPORCIONAL AOS DIAS DO MES.
      *****************************************************************
       2100-APURA-DIREITO.
           MOVE WRK-SALARIO-PROPORCIONAL TO WRK-BRUTO-MES.
           MOVE 'N' TO WRK-JA-LANCADO.
           PERFORM 2150-SOMA-LANCAMENTOS THRU 2150-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > WRK-QTDE-VERBAS.
           IF WRK-BRUTO-MES > WRK-TETO
               MOVE "BRUTO ACIMA DO TETO" TO WRK-MOTIVO-ATUAL
               GO TO 2100-EXIT
           END-IF.
           PERFORM 2200-CONTA-FILHOS THRU 2200-EXIT.
           IF WRK-QTDE-COTAS = ZEROS
               MOVE "SEM FILHO MENOR DE 14" TO WRK-MOTIVO-ATUAL
               GO TO 2100-EXIT
           END-IF.
           MOVE 'S' TO WRK-SITUACAO-ATUAL.
           COMPUTE WRK-VALOR-BENEFICIO ROUNDED =
               WRK-COTA * WRK-QTDE-COTAS * WRK-DIAS-TRABALHADOS / 30.
           ADD 1 TO WRK-QTDE-BENEFICIARIOS.
           ADD WRK-VALOR-BENEFICIO TO WRK-TOTAL-BENEFICIO.
           IF WRK-JA-LANCADO-SW
               MOVE "SFA JA LANCADO NO LOTE" TO WRK-MOTIVO-ATUAL
               GO TO 2100-EXIT
           END-IF.
           MOVE "COTA GERADA NO VARVENC" TO WRK-MOTIVO-ATUAL.
           MOVE SPACES TO EARNINGS-OUTPUT-REC.
           MOVE EMP-CPF TO VEN-OUT-CPF.
           MOVE WRK-CODIGO-VERBA TO VEN-OUT-CODIGO.
           MOVE WRK-DESCRICAO-VERBA TO VEN-OUT-DESCRICAO.
           MOVE WRK-VALOR-BENEFICIO TO VEN-OUT-VALOR.
           MOVE 'V' TO VEN-OUT-TIPO.
           WRITE EARNINGS-OUTPUT-REC.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * SOMA OS LANCAMENTOS DO FUNCIONARIO NO BRUTO DO MES (OS 'D'
      * SUBTRAIDOS, SEM DEIXAR NEGATIVO). O PROPRIO 'SFA' NAO ENTRA
      * NO BRUTO - SO MARCA QUE O LOTE JA TEM O BENEFICIO.
      *****************************************************************
       2150-SOMA-LANCAMENTOS.
           IF WRK-TV-CPF (WRK-IDX-VERBA) NOT = EMP-CPF
               GO TO 2150-EXIT
           END-IF.
           IF WRK-TV-CODIGO (WRK-IDX-VERBA) = WRK-CODIGO-VERBA
               SET WRK-JA-LANCADO-SW TO TRUE
               GO TO 2150-EXIT
           END-IF.
           IF WRK-TV-TIPO (WRK-IDX-VERBA) = 'D'
               IF WRK-TV-VALOR (WRK-IDX-VERBA) > WRK-BRUTO-MES
                   MOVE ZEROS TO WRK-BRUTO-MES
               ELSE
                   SUBTRACT WRK-TV-VALOR (WRK-IDX-VERBA)
                       FROM WRK-BRUTO-MES
               END-IF
           ELSE
               ADD WRK-TV-VALOR (WRK-IDX-VERBA) TO WRK-BRUTO-MES
           END-IF.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE OS DEPENDENTES DO CPF NO DEPEND E CONTA OS QUE TEM
      * MENOS DE 14 ANOS NA COMPETENCIA (NASCIDOS ATE O FIM DO MES E
      * DEPOIS DO PRIMEIRO DIA DO MESMO MES 14 ANOS ANTES).
      *****************************************************************
       2200-CONTA-FILHOS.
           IF NOT WRK-CADASTRO-DEPEND-OK
               GO TO 2200-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-DEPEND.
           MOVE EMP-CPF TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           START DEPENDENT-FILE KEY NOT < DEP-CHAVE
               INVALID KEY SET WRK-FIM-DEPEND-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-DEPEND-SW
               READ DEPENDENT-FILE NEXT RECORD
                   AT END SET WRK-FIM-DEPEND-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2210-CONFERE-DEPENDENTE THRU 2210-EXIT
               UNTIL WRK-FIM-DEPEND-SW.
       2200-EXIT.
           EXIT.
       2210-CONFERE-DEPENDENTE.
           IF DEP-CPF NOT = EMP-CPF
               SET WRK-FIM-DEPEND-SW TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF DEP-NASCIMENTO NUMERIC
               AND DEP-NASCIMENTO > WRK-LIMITE-NASCIMENTO-N
               AND DEP-NASCIMENTO <= WRK-FIM-COMPETENCIA-N
               ADD 1 TO WRK-QTDE-COTAS
           END-IF.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-DEPEND-SW TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * LE A SITUACAO DO MES ANTERIOR NO SALFAM E IMPRIME QUEM GANHOU,
      * PERDEU OU TEVE AS COTAS ALTERADAS.
      *****************************************************************
       2300-COMPARA-ANTERIOR.
           MOVE 'N' TO WRK-SITUACAO-ANTERIOR.
           MOVE ZEROS TO WRK-COTAS-ANTERIOR.
           MOVE EMP-CPF TO SFA-CPF.
           MOVE WRK-ANO-ANTERIOR TO SFA-ANO.
           MOVE WRK-MES-ANTERIOR TO SFA-MES.
           READ BENEFIT-CONTROL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SFA-SITUACAO TO WRK-SITUACAO-ANTERIOR
                   MOVE SFA-QTDE-COTAS TO WRK-COTAS-ANTERIOR
           END-READ.
           IF WRK-SITUACAO-ANTERIOR = 'S'
               AND WRK-SITUACAO-ATUAL NOT = 'S'
               MOVE "PERDEU" TO WRK-D-SITUACAO
               ADD 1 TO WRK-QTDE-PERDEU
               PERFORM 2310-IMPRIME-LINHA THRU 2310-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WRK-SITUACAO-ANTERIOR NOT = 'S'
               AND WRK-SITUACAO-ATUAL = 'S'
               MOVE "GANHOU" TO WRK-D-SITUACAO
               ADD 1 TO WRK-QTDE-GANHOU
               PERFORM 2310-IMPRIME-LINHA THRU 2310-EXIT
               GO TO 2300-EXIT
           END-IF.
           IF WRK-SITUACAO-ATUAL = 'S'
               AND WRK-QTDE-COTAS NOT = WRK-COTAS-ANTERIOR
               MOVE "ALTEROU" TO WRK-D-SITUACAO
               ADD 1 TO WRK-QTDE-ALTEROU
               PERFORM 2310-IMPRIME-LINHA THRU 2310-EXIT
           END-IF.
       2300-EXIT.
           EXIT.
       2310-IMPRIME-LINHA.
           MOVE EMP-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE WRK-COTAS-ANTERIOR TO WRK-D-COTAS-ANT.
           MOVE WRK-QTDE-COTAS TO WRK-D-COTAS-ATU.
           MOVE WRK-VALOR-BENEFICIO TO WRK-D-VALOR.
           MOVE WRK-MOTIVO-ATUAL TO WRK-D-MOTIVO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-DETALHE.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA, NO RERUN) A SITUACAO DA COMPETENCIA NO
      * SALFAM.
      *****************************************************************
       2400-GRAVA-CONTROLE.
           MOVE EMP-CPF TO SFA-CPF.
           MOVE WRK-ANO-COMPETENCIA TO SFA-ANO.
           MOVE WRK-MES-COMPETENCIA TO SFA-MES.
           READ BENEFIT-CONTROL
               INVALID KEY
                   PERFORM 2410-MOVE-CAMPOS THRU 2410-EXIT
                   WRITE FAMILY-BENEFIT-RECORD
               NOT INVALID KEY
                   PERFORM 2410-MOVE-CAMPOS THRU 2410-EXIT
                   REWRITE FAMILY-BENEFIT-RECORD
           END-READ.
       2400-EXIT.
           EXIT.
       2410-MOVE-CAMPOS.
           MOVE SPACES TO FAMILY-BENEFIT-RECORD.
           MOVE EMP-CPF TO SFA-CPF.
           MOVE WRK-ANO-COMPETENCIA TO SFA-ANO.
           MOVE WRK-MES-COMPETENCIA TO SFA-MES.
           MOVE WRK-SITUACAO-ATUAL TO SFA-SITUACAO.
           MOVE WRK-QTDE-COTAS TO SFA-QTDE-COTAS.
           MOVE WRK-VALOR-BENEFICIO TO SFA-VALOR.
           MOVE WRK-BRUTO-MES TO SFA-BRUTO.
           MOVE WRK-MOTIVO-ATUAL TO SFA-MOTIVO.
           MOVE WRK-VIGENCIA-USADA TO SFA-VIGENCIA.
       2410-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-BENEFICIARIOS TO WRK-TOT-BEN-ED.
           MOVE WRK-TOTAL-BENEFICIO TO WRK-TOT-VALOR-ED.
           MOVE WRK-QTDE-GANHOU TO WRK-TOT-GAN-ED.
           MOVE WRK-QTDE-PERDEU TO WRK-TOT-PER-ED.
           MOVE WRK-QTDE-ALTEROU TO WRK-TOT-ALT-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-CADASTRO-DEPEND-OK
               CLOSE DEPENDENT-FILE
           END-IF.
           CLOSE BENEFIT-CONTROL.
           CLOSE EARNINGS-OUTPUT.
           CLOSE CONTROL-REPORT.
       3000-EXIT.
           EXIT.
       END PROGRAM SALFAMIL.
