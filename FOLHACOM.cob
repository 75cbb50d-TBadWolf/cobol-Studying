       IDENTIFICATION DIVISION.
       PROGRAM-ID. FOLHACOM.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: FOLHA COMPLEMENTAR DE UMA COMPETENCIA JA FECHADA -
      *          QUANDO UM ERRO APARECE DEPOIS DE O MES TER SIDO POSTADO
      *          NO SALHIST, REMETIDO PELO BANKPAY E CONTABILIZADO PELO
      *          GLPOST, A CORRECAO SAI NA PROPRIA COMPETENCIA, SO PARA
      *          OS CPFs DO ARQUIVO DE CORRECOES (FOLCOMPE, MESMO LAYOUT
      *          DO VENCOK: CPF, CODIGO, DESCRICAO, VALOR E TIPO 'D' =
      *          DESCONTO), E SO COM AS DIFERENCAS:
      *          - OS VALORES ORIGINAIS (BRUTO, INSS, IRRF, PENSAO E
      *            LIQUIDO) SAO OS DO CALCULO DA COMPETENCIA NO
      *            FOLCALC; SE UMA COMPLEMENTAR ANTERIOR JA CORRIGIU A
      *            COLUNA DO MES NO SALHIST, O ORIGINAL E ESSA COLUNA,
      *            RECALCULADA. O CORRIGIDO E O ORIGINAL MAIS AS VERBAS
      *            E MENOS OS DESCONTOS DAS CORRECOES, CALCULADO COMO NO
      *            FOLCALC (DEDCALC, PENSCALC E DEDCALCP) COM A TABELA
      *            DO DEDPARM QUE VIGIA NA COMPETENCIA (ENTRADA
      *            DEDCALCV) E OS DEPENDENTES DO CALCULO. O SALARIO-
      *            FAMILIA NAO MUDA E FICA FORA DAS DIFERENCAS;
      *          - HOLERITE COMPLEMENTAR NO HOLEREPO (TIPO 'C', PROXIMA
      *            SEQUENCIA LIVRE DA COMPETENCIA) COM AS DIFERENCAS E
      *            AS VERBAS CORRIGIDAS;
      *          - REMESSA BANCARIA PROPRIA (FCREM, MESMO LAYOUT DO
      *            BANKPAY) COM A DIFERENCA DE LIQUIDO E, COM FINALIDADE
      *            'P', A DIFERENCA DE CADA ORDEM DE PENSAO AO SEU
      *            BENEFICIARIO. SEM CONTA NO CONTABCO, SAI NO RELATORIO
      *            PARA PAGAMENTO MANUAL; CONTA INCLUIDA OU ALTERADA HA
      *            ATE N DIAS OU PELO PROPRIO OPERADOR QUE AUTORIZA, O
      *            CREDITO FICA RETIDO NO CREDRET (ORIGEM 'C') PARA A
      *            DECISAO NO BANKLIB, COMO NO BANKPAY. SEM CONTA,
      *            RETIDOS E ORDENS NAO CADASTRADAS SAEM NA LISTA DE
      *            EXCECOES FCEXCE;
      *          - ESTORNO DOS VALORES ORIGINAIS (FCDEBEST E FCCREEST,
      *            COMO O GLESTORN) E LANCAMENTO DOS VALORES CORRIGIDOS
      *            (FCDEBIT E FCCREDIT), OS DOIS MONTADOS COMO NO
      *            GLPOST: BRUTO DIVIDIDO PELOS TRECHOS DO MES EM CADA
      *            LOCAL (TRFCALC), ENCARGOS PELO ESTABELECIMENTO DE
      *            CADA TRECHO, RATEIO POR CENTRO DE CUSTO (RATCALC) NAS
      *            CONTAS 'S'/'E' DE CADA DEPARTAMENTO, PASSIVOS
      *            SALPAG/INSSRC/IRRFRC/PENSRC/INSSPT/FGTSRC E O
      *            SALARIO-FAMILIA DEBITADO NO INSSRC;
      *          - S1200 DE RETIFICACAO: O CONTROLE ESOCPEND DO CPF NA
      *            COMPETENCIA E REGRAVADO COM OS TOTAIS CORRIGIDOS E A
      *            MARCA DE RETIFICACAO, E O EVENTO SAI NO FCESOCEV
      *            (LAYOUT DO ESOCEVT COM 'R' NA ULTIMA POSICAO);
      *          - A COLUNA DO MES NO SALHIST RECEBE O BRUTO CORRIGIDO E
      *            O RUNCTL GANHA UM REGISTRO TIPO 'A' (AJUSTADO) COM O
      *            OPERADOR QUE AUTORIZOU.
      *          O SYSIN INFORMA ANO, MES, O OPERADOR QUE AUTORIZA,
      *          CONFERIDO NO OPERAUT VIA OPERCHK, E OS DIAS DE
      *          QUARENTENA DA CONTA (BRANCO = 5); COMPETENCIA SEM
      *          POSTAGEM NO RUNCTL OU SEM CALCULO NO FOLCALC E
      *          RECUSADA COM RC=8. CORRECAO QUE NAO AUMENTA O BRUTO NAO
      *          E PAGA AQUI - SAI RECUSADA NO RELATORIO PARA SER
      *          DESCONTADA NA FOLHA CORRENTE; O MESMO PARA CPF SEM
      *          CALCULO NA COMPETENCIA OU CUJAS ORDENS DE PENSAO
      *          MUDARAM DESDE O CALCULO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT CORRECTION-FILE ASSIGN TO "FOLCOMPE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CORRECOES.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CPF
               FILE STATUS IS WRK-FS-CONTAS.
           SELECT PENDING-FILE ASSIGN TO "ESOCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEV-CHAVE
               FILE STATUS IS WRK-FS-PENDENTES.
           SELECT REMITTANCE-FILE ASSIGN TO "FCREM"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEBIT-FILE ASSIGN TO "FCDEBIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CREDIT-FILE ASSIGN TO "FCCREDIT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-DEBIT ASSIGN TO "FCDEBEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REVERSAL-CREDIT ASSIGN TO "FCCREEST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECTIFICATION-FILE ASSIGN TO "FCESOCEV"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUPPLEMENT-REPORT ASSIGN TO "FOLCOMRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEPTION-REPORT ASSIGN TO "FCEXCE"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
           SELECT ALIMONY-FILE ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.
           SELECT HOLD-FILE ASSIGN TO "CREDRET"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CRT-CHAVE
               FILE STATUS IS WRK-FS-RETIDOS.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  RUN-CONTROL.
       01  CONTROL-REC.
           02 CTL-ANO                 PIC 9(04).
           02 FILLER                  PIC X(01).
           02 CTL-MES                 PIC 9(02).
           02 FILLER                  PIC X(01).
           02 CTL-DATA                PIC 9(08).
           02 FILLER                  PIC X(01).
           02 CTL-HORA                PIC 9(06).
           02 FILLER                  PIC X(01).
           02 CTL-TIPO                PIC X(01).
           02 FILLER                  PIC X(01).
           02 CTL-OPERADOR            PIC X(08).
       FD  CORRECTION-FILE.
       01  CORRECTION-REC.
           02 COR-CPF                 PIC X(11).
           02 FILLER                  PIC X(01).
           02 COR-CODIGO              PIC X(03).
           02 FILLER                  PIC X(01).
           02 COR-DESCRICAO           PIC X(20).
           02 FILLER                  PIC X(01).
           02 COR-VALOR               PIC 9(06)V99.
           02 FILLER                  PIC X(01).
           02 COR-TIPO                PIC X(01).
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       FD  PENDING-FILE.
       COPY "ESOCPEND.CPY".
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC             PIC X(240).
       FD  DEBIT-FILE.
       01  DEBIT-REC.
           02 DEB-CONTA               PIC X(06).
           02 DEB-VALOR               PIC 9(08)V99.
       FD  CREDIT-FILE.
       01  CREDIT-REC.
           02 CRED-CONTA              PIC X(06).
           02 CRED-VALOR              PIC 9(08)V99.
       FD  REVERSAL-DEBIT.
       01  REVERSAL-DEBIT-REC.
           02 RDE-CONTA               PIC X(06).
           02 RDE-VALOR               PIC 9(08)V99.
       FD  REVERSAL-CREDIT.
       01  REVERSAL-CREDIT-REC.
           02 RCR-CONTA               PIC X(06).
           02 RCR-VALOR               PIC 9(08)V99.
       FD  RECTIFICATION-FILE.
       01  RECTIFICATION-REC.
           02 RTF-TIPO                PIC X(05).
           02 RTF-CPF                 PIC X(11).
           02 RTF-COMP-ANO            PIC 9(04).
           02 RTF-COMP-MES            PIC 9(02).
           02 RTF-BRUTO               PIC 9(06)V99.
           02 RTF-INSS                PIC 9(06)V99.
           02 RTF-IRRF                PIC 9(06)V99.
           02 RTF-DATA-EVENTO         PIC 9(08).
           02 RTF-ESTABELECIMENTO     PIC X(01).
           02 RTF-RETIFICACAO         PIC X(01).
       FD  SUPPLEMENT-REPORT.
       01  SUPPLEMENT-REPORT-REC      PIC X(110).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC       PIC X(80).
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  ALIMONY-FILE.
       COPY "PENSAO.CPY".
       FD  HOLD-FILE.
       COPY "CREDRET.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CTL               PIC X(02) VALUE SPACES.
           88 WRK-FS-CTL-NAO-ABERTO          VALUE "35".
       77 WRK-FS-CORRECOES         PIC X(02) VALUE SPACES.
           88 WRK-FS-CORR-NAO-ABERTO         VALUE "35".
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPO-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CONTAS            PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTAS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-PENDENTES         PIC X(02) VALUE SPACES.
           88 WRK-FS-PEND-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CALCULO           PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-PENSAO            PIC X(02) VALUE SPACES.
           88 WRK-FS-PENSAO-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-RETIDOS           PIC X(02) VALUE SPACES.
           88 WRK-FS-RETIDOS-NAO-ENCONTRADO  VALUE "23" "35".
       77 WRK-CALCULO-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-CALCULO-LIDO         PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW           VALUE 'S'.
       77 WRK-CADASTRO-PENSAO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-PENSAO-OK        VALUE 'S'.
       77 WRK-FIM-CONTROLE         PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTROLE-SW           VALUE 'S'.
       77 WRK-FIM-CORRECOES        PIC X(01) VALUE 'N'.
           88 WRK-FIM-CORR-SW               VALUE 'S'.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-POSTAGEM-ACHADA      PIC X(01) VALUE 'N'.
           88 WRK-POSTAGEM-ACHADA-SW        VALUE 'S'.
       77 WRK-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       77 WRK-DATA-AGORA           PIC 9(08) VALUE ZEROS.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-AGORA        PIC 9(06).
           02 FILLER                PIC 9(02).
       77 WRK-CADASTRO-CONTAS      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-CONTAS-OK        VALUE 'S'.
       77 WRK-CONTA-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-CONTA-ACHADA-SW           VALUE 'S'.
       77 WRK-PEND-ACHADO          PIC X(01) VALUE 'N'.
           88 WRK-PEND-ACHADO-SW            VALUE 'S'.
       77 WRK-HIST-NOVO            PIC X(01) VALUE 'N'.
           88 WRK-HIST-NOVO-SW              VALUE 'S'.
       77 WRK-CPF-REPETIDO         PIC X(01) VALUE 'N'.
           88 WRK-CPF-REPETIDO-SW           VALUE 'S'.
       77 WRK-SEQ-LIVRE            PIC X(01) VALUE 'N'.
           88 WRK-SEQ-LIVRE-SW              VALUE 'S'.
       77 WRK-SEQ-HOLERITE         PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO               PIC X(30) VALUE SPACES.
       77 WRK-ESTAB-FUNC           PIC X(01) VALUE SPACE.
       77 WRK-QTDE-DEPENDENTES     PIC 9(02) VALUE ZEROS.
       77 WRK-ALIQUOTA-ACHADA      PIC X(01) VALUE 'N'.
       77 WRK-TIPO-FOLHA           PIC X(01) VALUE 'M'.
       77 WRK-CPF-PAGO             PIC X(01) VALUE 'N'.
           88 WRK-CPF-PAGO-SW               VALUE 'S'.
      *****************************************************************
      * DATA E HORA DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO
      * DO FOLCALC) DE ONDE SAEM OS VALORES ORIGINAIS.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA           PIC 9(08).
           02 WRK-CC-HORA           PIC 9(06).
      *****************************************************************
      * VALORES DO FUNCIONARIO: ORIGINAIS (COMO POSTADOS), CORRIGIDOS
      * E AS DIFERENCAS QUE ESTA FOLHA PAGA.
      *****************************************************************
       77 WRK-BRUTO-ORIGINAL       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-ORIGINAL        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF-ORIGINAL        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PENSAO-ORIGINAL      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-ORIGINAL     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BRUTO-CORRIGIDO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-INSS-CORRIGIDO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-IRRF-CORRIGIDO       PIC 9(06)V99 VALUE ZEROS.
       77 WRK-PENSAO-CORRIGIDO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-LIQUIDO-CORRIGIDO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-BRUTO            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-INSS             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-IRRF             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-PENSAO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DIF-LIQUIDO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SALARIO-FAMILIA      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BRUTO-CALCULO        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-FGTS-CALCULO    PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-CALCULO         PIC 9(06)V99 VALUE ZEROS.
      *****************************************************************
      * ORDENS DE PENSAO DO CALCULO ORIGINAL E DO CORRIGIDO (MESMO
      * LAYOUT DO PENSCALC) E A DIFERENCA DE CADA ORDEM, CREDITADA AO
      * SEU BENEFICIARIO.
      *****************************************************************
       01 WRK-ORDENS-ORIGINAL.
           02 WRK-OO-QTDE           PIC 9(02).
           02 WRK-OO-ITEM OCCURS 5 TIMES.
               03 WRK-OO-SEQ            PIC 9(02).
               03 WRK-OO-VALOR          PIC 9(06)V99.
       01 WRK-ORDENS-CORRIGIDO.
           02 WRK-OC-QTDE           PIC 9(02).
           02 WRK-OC-ITEM OCCURS 5 TIMES.
               03 WRK-OC-SEQ            PIC 9(02).
               03 WRK-OC-VALOR          PIC 9(06)V99.
       01 WRK-DIFERENCAS-PENSAO.
           02 WRK-DP-VALOR OCCURS 5 TIMES PIC 9(06)V99.
       77 WRK-IDX-ORDEM            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ORDENS-MUDARAM       PIC X(01) VALUE 'N'.
           88 WRK-ORDENS-MUDARAM-SW         VALUE 'S'.
      *****************************************************************
      * LANCAMENTO CONTABIL DE UM JOGO DE VALORES (ORIGINAL PARA O
      * ESTORNO, CORRIGIDO PARA O LANCAMENTO), MONTADO COMO NO GLPOST.
      *****************************************************************
       77 WRK-GL-ESTORNO           PIC X(01) VALUE 'N'.
           88 WRK-GL-ESTORNO-SW             VALUE 'S'.
       77 WRK-GL-BRUTO             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-INSS              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-IRRF              PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-PENSAO            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-LIQUIDO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-BASE-FGTS         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-GL-AJUSTE-FGTS       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-GL-CONTA             PIC X(06) VALUE SPACES.
       77 WRK-GL-VALOR             PIC 9(08)V99 VALUE ZEROS.
       77 WRK-PATRONAL             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT                  PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS            PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS                 PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ENCARGO              PIC 9(07)V99 VALUE ZEROS.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-PF               PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-PARTES-FUNC     PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PARTE-ACHADA         PIC X(01) VALUE 'N'.
           88 WRK-PARTE-ACHADA-SW           VALUE 'S'.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-BRUTO-TRECHO         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       77 WRK-PATRONAL-TRECHO      PIC 9(06)V99 VALUE ZEROS.
       77 WRK-RAT-TRECHO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-TERCEIROS-TRECHO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-FGTS-TRECHO          PIC 9(06)V99 VALUE ZEROS.
      *****************************************************************
      * TRECHOS DO MES DO FUNCIONARIO POR LOCAL (TRFCALC) E PARTES JA
      * CONSOLIDADAS POR DEPARTAMENTO (ATE 5 TRECHOS X 5 PARTES).
      *****************************************************************
       01 WRK-TRECHOS-BRUTO.
           02 WRK-TB-QTDE           PIC 9(01).
           02 WRK-TB-ITEM OCCURS 5 TIMES.
               03 WRK-TB-DEPTO          PIC X(04).
               03 WRK-TB-ESTAB          PIC X(01).
               03 WRK-TB-DIA-INICIO     PIC 9(02).
               03 WRK-TB-DIA-FIM        PIC 9(02).
               03 WRK-TB-DIAS           PIC 9(02).
               03 WRK-TB-VALOR          PIC 9(08)V99.
       01 WRK-TRECHOS-FGTS.
           02 WRK-TF-QTDE           PIC 9(01).
           02 WRK-TF-ITEM OCCURS 5 TIMES.
               03 WRK-TF-DEPTO          PIC X(04).
               03 WRK-TF-ESTAB          PIC X(01).
               03 WRK-TF-DIA-INICIO     PIC 9(02).
               03 WRK-TF-DIA-FIM        PIC 9(02).
               03 WRK-TF-DIAS           PIC 9(02).
               03 WRK-TF-VALOR          PIC 9(08)V99.
       01 WRK-FGTS-POR-TRECHO.
           02 WRK-FT-VALOR OCCURS 5 TIMES PIC 9(06)V99.
       77 WRK-BASE-FGTS-TRECHO     PIC 9(06)V99 VALUE ZEROS.
       01 WRK-PARTES-FUNC.
           02 WRK-PF-ITEM OCCURS 25 TIMES.
               03 WRK-PF-DEPTO          PIC X(04).
               03 WRK-PF-BRUTO          PIC 9(08)V99.
               03 WRK-PF-ENCARGO        PIC 9(08)V99.
       01 WRK-PARTES-BRUTO.
           02 WRK-PB-QTDE           PIC 9(01).
           02 WRK-PB-ITEM OCCURS 5 TIMES.
               03 WRK-PB-DEPTO          PIC X(04).
               03 WRK-PB-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PB-VALOR          PIC 9(08)V99.
       01 WRK-PARTES-ENCARGO.
           02 WRK-PE-QTDE           PIC 9(01).
           02 WRK-PE-ITEM OCCURS 5 TIMES.
               03 WRK-PE-DEPTO          PIC X(04).
               03 WRK-PE-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PE-VALOR          PIC 9(08)V99.
      *****************************************************************
      * QUARENTENA DA CONTA ALTERADA - MESMA REGRA DO BANKPAY.
      *****************************************************************
       77 WRK-QUARENTENA-DIAS      PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-HOJE          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-IDADE-CONTA          PIC S9(07) COMP VALUE ZEROS.
       77 WRK-CREDITO-RETIDO       PIC X(01) VALUE 'N'.
           88 WRK-CREDITO-RETIDO-SW         VALUE 'S'.
       77 WRK-RETIDO-EXISTE        PIC X(01) VALUE 'N'.
           88 WRK-RETIDO-EXISTE-SW          VALUE 'S'.
       77 WRK-MOTIVO-RETENCAO      PIC X(30) VALUE SPACES.
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
      * TABELA DAS CORRECOES (FOLCOMPE) - CADA CPF E PROCESSADO UMA
      * VEZ, NA PRIMEIRA LINHA DELE, SOMANDO TODAS AS SUAS LINHAS.
      *****************************************************************
       77 WRK-MAX-CORRECOES        PIC 9(04) COMP VALUE 500.
       77 WRK-QTDE-CORRECOES       PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-CORRECAO         PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-BUSCA            PIC 9(04) COMP VALUE ZEROS.
       01 WRK-TABELA-CORRECOES.
           02 WRK-CORRECAO-ITEM OCCURS 500 TIMES.
               03 WRK-TC-CPF            PIC X(11).
               03 WRK-TC-CODIGO         PIC X(03).
               03 WRK-TC-DESCRICAO      PIC X(20).
               03 WRK-TC-VALOR          PIC 9(06)V99.
               03 WRK-TC-TIPO           PIC X(01).
       77 WRK-MAX-VERBAS-REPO      PIC 9(02) VALUE 10.
      *****************************************************************
      * CONTADORES E TOTAIS DO RUN.
      *****************************************************************
       77 WRK-QTDE-PAGOS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RECUSADOS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-CONTA       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RETIDOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-RETIDO         PIC 9(13)V99 VALUE ZEROS.
       77 WRK-QTDE-PENSOES         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SEQUENCIAL           PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REMESSA        PIC 9(13)V99 VALUE ZEROS.
       77 WRK-TOTAL-DIF-BRUTO      PIC 9(11)V99 VALUE ZEROS.
       77 WRK-TOTAL-DIF-LIQUIDO    PIC 9(11)V99 VALUE ZEROS.
      *****************************************************************
      * AUDITORIA (AUDITLOG) - MESMO ESQUEMA DA REPOSTAGEM DO SALACUM.
      *****************************************************************
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "FOLHACOM".
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE
               "COMPLEMENTAR AUTORIZADA".
       01 WRK-ENTRADA-COMPLEMENTAR.
           02 FILLER                PIC X(08) VALUE "COMPLEM ".
           02 WRK-EC-ANO            PIC 9(04).
           02 WRK-EC-MES            PIC 9(02).
           02 FILLER                PIC X(06) VALUE " OPER ".
           02 WRK-EC-OPERADOR       PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(08) VALUE "PAGOS   ".
           02 WRK-RF-PAGOS          PIC 9(05).
           02 FILLER                PIC X(11) VALUE " RECUSADOS ".
           02 WRK-RF-RECUSADOS      PIC 9(05).
           02 FILLER                PIC X(01) VALUE SPACES.
      *****************************************************************
      * REGISTROS DA REMESSA - MESMO LAYOUT DE 240 POSICOES DO BANKPAY.
      *****************************************************************
       01 WRK-REM-HEADER.
           02 FILLER                PIC X(01) VALUE "0".
           02 WRK-RH-EMPRESA        PIC X(30) VALUE
               "FOLHA COMPLEMENTAR".
           02 WRK-RH-DATA-GERACAO   PIC 9(08).
           02 WRK-RH-REMESSA        PIC X(07) VALUE "REMESSA".
           02 WRK-RH-CNPJ           PIC X(14) VALUE SPACES.
           02 FILLER                PIC X(180) VALUE SPACES.
       01 WRK-REM-DETALHE.
           02 FILLER                PIC X(01) VALUE "1".
           02 WRK-RD-SEQUENCIAL     PIC 9(06).
           02 WRK-RD-CPF            PIC X(11).
           02 WRK-RD-NOME           PIC X(30).
           02 WRK-RD-VALOR          PIC 9(13)V99.
           02 WRK-RD-MOEDA          PIC X(03).
           02 WRK-RD-BANCO          PIC 9(03).
           02 WRK-RD-AGENCIA        PIC 9(04).
           02 WRK-RD-CONTA          PIC 9(08).
           02 WRK-RD-DIGITO         PIC X(01).
           02 WRK-RD-TIPO           PIC X(01).
           02 WRK-RD-FINALIDADE     PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(156) VALUE SPACES.
       01 WRK-REM-TRAILER.
           02 FILLER                PIC X(01) VALUE "9".
           02 WRK-RT-QTDE           PIC 9(06).
           02 WRK-RT-VALOR-TOTAL    PIC 9(13)V99.
           02 FILLER                PIC X(218) VALUE SPACES.
      *****************************************************************
      * RELATORIO DA FOLHA COMPLEMENTAR.
      *****************************************************************
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(29) VALUE
               "FOLHA COMPLEMENTAR DE ".
           02 WRK-CB-MES-COMP       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-COMP       PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(15) VALUE " - AUTORIZADA: ".
           02 WRK-CB-OPERADOR       PIC X(08).
       01 WRK-LINHA-CALCULO.
           02 FILLER                PIC X(33) VALUE
               "CALCULO DA FOLHA (FOLCALC) DE:   ".
           02 WRK-LK-DATA           PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LK-HORA           PIC 9(06).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(12) VALUE "BRUTO ORIG.".
           02 FILLER                PIC X(12) VALUE "BRUTO CORR.".
           02 FILLER                PIC X(12) VALUE "DIF. BRUTO".
           02 FILLER                PIC X(12) VALUE "DIF. LIQ.".
           02 FILLER                PIC X(04) VALUE "SEQ".
           02 FILLER                PIC X(20) VALUE "SITUACAO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-BRUTO-ORIGINAL  PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-BRUTO-CORRIGIDO PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIF-BRUTO       PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DIF-LIQUIDO     PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SEQ             PIC Z9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(30).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(10) VALUE "PAGOS: ".
           02 WRK-TOT-PAGOS-ED      PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE "  RECUSADOS: ".
           02 WRK-TOT-RECUSADOS-ED  PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE "  SEM CONTA: ".
           02 WRK-TOT-SEM-CONTA-ED  PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE "  RETIDOS: ".
           02 WRK-TOT-RETIDOS-ED    PIC ZZZZ9.
           02 FILLER                PIC X(22) VALUE
               "  CREDITOS DE PENSAO: ".
           02 WRK-TOT-PENSOES-ED    PIC ZZZZ9.
       01 WRK-LINHA-VALORES.
           02 FILLER                PIC X(24) VALUE
               "DIFERENCA DE BRUTO:    ".
           02 WRK-TOT-DIF-BRUTO-ED  PIC $ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(24) VALUE
               "  TOTAL DA REMESSA: ".
           02 WRK-TOT-REMESSA-ED    PIC $ZZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-EXCECAO.
           02 WRK-EX-CPF            PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-NOME           PIC X(30).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-EX-MOTIVO         PIC X(30) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-QUARENTENA-DIAS FROM CONSOLE.
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
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO AUTORIZADO '
                       'PARA FOLHA COMPLEMENTAR - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0500-CONFERE-POSTAGEM THRU 0500-EXIT.
           IF NOT WRK-POSTAGEM-ACHADA-SW
               DISPLAY 'COMPETENCIA ' WRK-MES-COMPETENCIA '/'
                       WRK-ANO-COMPETENCIA ' NAO CONSTA POSTADA NO '
                       'RUNCTL - USE A FOLHA NORMAL'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0600-AUTORIZA-COMPLEMENTAR THRU 0600-EXIT.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-NUMERO-HOJE.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               OR NOT WRK-CALCULO-LIDO-SW
               OR WRK-FS-CORR-NAO-ABERTO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               VARYING WRK-IDX-CORRECAO FROM 1 BY 1
               UNTIL WRK-IDX-CORRECAO > WRK-QTDE-CORRECOES.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           IF WRK-QTDE-PAGOS > ZEROS
               PERFORM 3500-GRAVA-CONTROLE THRU 3500-EXIT
           END-IF.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-PAGOS TO WRK-RF-PAGOS.
           MOVE WRK-QTDE-RECUSADOS TO WRK-RF-RECUSADOS.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-QTDE-RECUSADOS > ZEROS OR WRK-QTDE-SEM-CONTA > ZEROS
               OR WRK-QTDE-RETIDOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * CONFERE NO RUNCTL QUE A COMPETENCIA FOI POSTADA PELO SALACUM -
      * SO SE COMPLEMENTA O QUE JA FOI FECHADO.
      *****************************************************************
       0500-CONFERE-POSTAGEM.
           OPEN INPUT RUN-CONTROL.
           IF WRK-FS-CTL-NAO-ABERTO
               GO TO 0500-EXIT
           END-IF.
           READ RUN-CONTROL
               AT END SET WRK-FIM-CONTROLE-SW TO TRUE
           END-READ.
           PERFORM 0510-PROCURA-POSTAGEM THRU 0510-EXIT
               UNTIL WRK-FIM-CONTROLE-SW.
           CLOSE RUN-CONTROL.
       0500-EXIT.
           EXIT.
       0510-PROCURA-POSTAGEM.
           IF CTL-ANO = WRK-ANO-COMPETENCIA
               AND CTL-MES = WRK-MES-COMPETENCIA
               SET WRK-POSTAGEM-ACHADA-SW TO TRUE
           END-IF.
           READ RUN-CONTROL
               AT END SET WRK-FIM-CONTROLE-SW TO TRUE
           END-READ.
       0510-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA NO AUDITLOG QUEM AUTORIZOU A COMPLEMENTAR E QUANDO.
      *****************************************************************
       0600-AUTORIZA-COMPLEMENTAR.
           MOVE WRK-ANO-COMPETENCIA TO WRK-EC-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-EC-MES.
           MOVE WRK-OPERADOR TO WRK-EC-OPERADOR.
           MOVE WRK-ENTRADA-COMPLEMENTAR TO WRK-AUD-ENTRADA.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           DISPLAY 'FOLHA COMPLEMENTAR DE ' WRK-MES-COMPETENCIA '/'
                   WRK-ANO-COMPETENCIA ' AUTORIZADA PELO OPERADOR '
                   WRK-OPERADOR.
       0600-EXIT.
           EXIT.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO HOLEREPO, ESOCPEND E CREDRET SE
      * AINDA NAO EXISTEM), LE O CONTROLE DO CALCULO DA COMPETENCIA,
      * CARREGA A TABELA DE DESCONTOS DA COMPETENCIA E AS CORRECOES, E
      * GRAVA OS CABECALHOS.
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
           PERFORM 1200-LE-CONTROLE-CALCULO THRU 1200-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               CLOSE EMPLOYEE-MASTER
               IF WRK-CALC-ABERTO-SW
                   CLOSE CALC-FILE
               END-IF
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT CORRECTION-FILE.
           IF WRK-FS-CORR-NAO-ABERTO
               DISPLAY 'FOLCOMPE NAO ENCONTRADO - NENHUMA CORRECAO '
                       'A PROCESSAR'
               CLOSE EMPLOYEE-MASTER
               CLOSE CALC-FILE
               GO TO 1000-EXIT
           END-IF.
           PERFORM 1100-CARREGA-CORRECOES THRU 1100-EXIT.
           OPEN I-O HISTORY-FILE.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               OPEN OUTPUT HISTORY-FILE
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           OPEN I-O PAYSLIP-STORE.
           IF WRK-FS-REPO-NAO-ENCONTRADO
               OPEN OUTPUT PAYSLIP-STORE
               CLOSE PAYSLIP-STORE
               OPEN I-O PAYSLIP-STORE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WRK-FS-PEND-NAO-ENCONTRADO
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WRK-FS-CONTAS-NAO-ENCONTRADO
               DISPLAY 'AVISO: CONTABCO NAO ENCONTRADO - TODAS AS '
                       'DIFERENCAS SAIRAO PARA PAGAMENTO MANUAL'
           ELSE
               SET WRK-CADASTRO-CONTAS-OK TO TRUE
           END-IF.
           OPEN INPUT ALIMONY-FILE.
           IF NOT WRK-FS-PENSAO-NAO-ENCONTRADO
               SET WRK-CADASTRO-PENSAO-OK TO TRUE
           END-IF.
           OPEN I-O HOLD-FILE.
           IF WRK-FS-RETIDOS-NAO-ENCONTRADO
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN OUTPUT REMITTANCE-FILE.
           OPEN OUTPUT DEBIT-FILE.
           OPEN OUTPUT CREDIT-FILE.
           OPEN OUTPUT REVERSAL-DEBIT.
           OPEN OUTPUT REVERSAL-CREDIT.
           OPEN OUTPUT RECTIFICATION-FILE.
           OPEN OUTPUT SUPPLEMENT-REPORT.
           COMPUTE WRK-DATA-REFERENCIA = WRK-ANO-COMPETENCIA * 10000
               + WRK-MES-COMPETENCIA * 100 + 31.
           CALL "DEDCALCV" USING WRK-DATA-REFERENCIA.
           MOVE WRK-DATA-HOJE TO WRK-RH-DATA-GERACAO.
           WRITE REMITTANCE-REC FROM WRK-REM-HEADER.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES-COMP.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO-COMP.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-OPERADOR TO WRK-CB-OPERADOR.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-CABECALHO.
           MOVE WRK-CC-DATA TO WRK-LK-DATA.
           MOVE WRK-CC-HORA TO WRK-LK-HORA.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-CALCULO.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-TITULO.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LE O REGISTRO DE CONTROLE (CPF ZERADO) DO CALCULO DA
      * COMPETENCIA - SEM ELE NAO HA VALORES ORIGINAIS A CORRIGIR.
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
           SET WRK-CALCULO-LIDO-SW TO TRUE.
           DISPLAY 'FOLHACOM: CALCULO DA FOLHA DE ' WRK-CC-DATA '-'
                   WRK-CC-HORA.
       1200-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA AS LINHAS DO FOLCOMPE NA TABELA.
      *****************************************************************
       1100-CARREGA-CORRECOES.
           READ CORRECTION-FILE
               AT END SET WRK-FIM-CORR-SW TO TRUE
           END-READ.
           PERFORM 1110-GUARDA-CORRECAO THRU 1110-EXIT
               UNTIL WRK-FIM-CORR-SW.
           CLOSE CORRECTION-FILE.
       1100-EXIT.
           EXIT.
       1110-GUARDA-CORRECAO.
           IF WRK-QTDE-CORRECOES < WRK-MAX-CORRECOES
               AND COR-VALOR NUMERIC
               ADD 1 TO WRK-QTDE-CORRECOES
               MOVE COR-CPF TO WRK-TC-CPF (WRK-QTDE-CORRECOES)
               MOVE COR-CODIGO TO WRK-TC-CODIGO (WRK-QTDE-CORRECOES)
               MOVE COR-DESCRICAO
                   TO WRK-TC-DESCRICAO (WRK-QTDE-CORRECOES)
               MOVE COR-VALOR TO WRK-TC-VALOR (WRK-QTDE-CORRECOES)
               IF COR-TIPO = 'D'
                   MOVE 'D' TO WRK-TC-TIPO (WRK-QTDE-CORRECOES)
               ELSE
                   MOVE 'V' TO WRK-TC-TIPO (WRK-QTDE-CORRECOES)
               END-IF
           ELSE
               DISPLAY 'AVISO: CORRECAO DE ' COR-CPF
                       ' DESCARTADA (VALOR INVALIDO OU TABELA CHEIA)'
           END-IF.
           READ CORRECTION-FILE
               AT END SET WRK-FIM-CORR-SW TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * PROCESSA O CPF NA SUA PRIMEIRA LINHA DE CORRECAO; AS LINHAS
      * SEGUINTES DO MESMO CPF JA ENTRARAM NO CALCULO DELA.
      *****************************************************************
       2000-PROCESSA.
           MOVE 'N' TO WRK-CPF-REPETIDO.
           PERFORM 2010-PROCURA-ANTERIOR THRU 2010-EXIT
               VARYING WRK-IDX-BUSCA FROM 1 BY 1
               UNTIL WRK-IDX-BUSCA NOT < WRK-IDX-CORRECAO
                   OR WRK-CPF-REPETIDO-SW.
           IF WRK-CPF-REPETIDO-SW
               GO TO 2000-EXIT
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'N' TO WRK-CPF-PAGO.
           MOVE ZEROS TO WRK-SEQ-HOLERITE.
           PERFORM 2100-CALCULA THRU 2100-EXIT.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QTDE-RECUSADOS
               PERFORM 2900-IMPRIME THRU 2900-EXIT
               GO TO 2000-EXIT
           END-IF.
           PERFORM 2200-GRAVA-HOLERITE THRU 2200-EXIT.
           PERFORM 2300-GRAVA-REMESSA THRU 2300-EXIT.
           PERFORM 2400-GRAVA-CONTABIL THRU 2400-EXIT.
           PERFORM 2500-RETIFICA-ESOCIAL THRU 2500-EXIT.
           PERFORM 2600-CORRIGE-HISTORICO THRU 2600-EXIT.
           SET WRK-CPF-PAGO-SW TO TRUE.
           ADD 1 TO WRK-QTDE-PAGOS.
           ADD WRK-DIF-BRUTO TO WRK-TOTAL-DIF-BRUTO.
           ADD WRK-DIF-LIQUIDO TO WRK-TOTAL-DIF-LIQUIDO.
           PERFORM 2900-IMPRIME THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
       2010-PROCURA-ANTERIOR.
           IF WRK-TC-CPF (WRK-IDX-BUSCA)
               = WRK-TC-CPF (WRK-IDX-CORRECAO)
               SET WRK-CPF-REPETIDO-SW TO TRUE
           END-IF.
       2010-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA O FUNCIONARIO, O SEU CALCULO DA COMPETENCIA NO FOLCALC
      * E O HISTORICO, APLICA AS CORRECOES AO BRUTO POSTADO E CALCULA
      * OS DESCONTOS E A PENSAO DO BRUTO CORRIGIDO COMO O FOLCALC.
      * MOTIVO PREENCHIDO = CPF RECUSADO.
      *****************************************************************
       2100-CALCULA.
           MOVE WRK-TC-CPF (WRK-IDX-CORRECAO) TO EMP-CPF.
           MOVE ZEROS TO WRK-BRUTO-ORIGINAL.
           MOVE ZEROS TO WRK-BRUTO-CORRIGIDO.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE SPACES TO EMP-NOME
                   MOVE "CPF FORA DO MESTRE" TO WRK-MOTIVO
                   GO TO 2100-EXIT
           END-READ.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-FUNC
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-FUNC
           END-IF.
           MOVE WRK-ANO-COMPETENCIA TO FCL-ANO.
           MOVE WRK-MES-COMPETENCIA TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE "SEM CALCULO NO FOLCALC" TO WRK-MOTIVO
                   GO TO 2100-EXIT
           END-READ.
           MOVE FCL-BRUTO TO WRK-BRUTO-CALCULO.
           MOVE FCL-BASE-FGTS TO WRK-BASE-FGTS-CALCULO.
           MOVE FCL-FGTS TO WRK-FGTS-CALCULO.
           MOVE FCL-QTDE-DEPENDENTES TO WRK-QTDE-DEPENDENTES.
           MOVE ZEROS TO WRK-SALARIO-FAMILIA.
           IF FCL-SALARIO-FAMILIA NUMERIC
               MOVE FCL-SALARIO-FAMILIA TO WRK-SALARIO-FAMILIA
           END-IF.
           MOVE EMP-CPF TO HIST-CPF.
           MOVE WRK-ANO-COMPETENCIA TO HIST-ANO.
           MOVE 'N' TO WRK-HIST-NOVO.
           READ HISTORY-FILE
               INVALID KEY
                   SET WRK-HIST-NOVO-SW TO TRUE
                   MOVE ZEROS TO HIST-SALARIOS
           END-READ.
           MOVE HIST-SAL (WRK-MES-COMPETENCIA) TO WRK-BRUTO-ORIGINAL.
           IF WRK-BRUTO-ORIGINAL = FCL-BRUTO
               MOVE FCL-INSS TO WRK-INSS-ORIGINAL
               MOVE FCL-IRRF TO WRK-IRRF-ORIGINAL
               MOVE FCL-PENSAO TO WRK-PENSAO-ORIGINAL
               MOVE FCL-ORDENS-PENSAO TO WRK-ORDENS-ORIGINAL
               COMPUTE WRK-LIQUIDO-ORIGINAL =
                   FCL-LIQUIDO - WRK-SALARIO-FAMILIA
           ELSE
               PERFORM 2120-RECALCULA-ORIGINAL THRU 2120-EXIT
           END-IF.
           MOVE WRK-BRUTO-ORIGINAL TO WRK-BRUTO-CORRIGIDO.
           PERFORM 2110-APLICA-CORRECAO THRU 2110-EXIT
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-CORRECAO BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTDE-CORRECOES.
           IF WRK-BRUTO-CORRIGIDO NOT > WRK-BRUTO-ORIGINAL
               MOVE "SEM DIFERENCA A PAGAR" TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           CALL "DEDCALC" USING WRK-BRUTO-CORRIGIDO WRK-INSS-CORRIGIDO
               WRK-IRRF-CORRIGIDO WRK-LIQUIDO-CORRIGIDO
               WRK-QTDE-DEPENDENTES.
           CALL "PENSCALC" USING EMP-CPF WRK-BRUTO-CORRIGIDO
               WRK-INSS-CORRIGIDO WRK-TIPO-FOLHA WRK-PENSAO-CORRIGIDO
               WRK-ORDENS-CORRIGIDO.
           IF WRK-PENSAO-CORRIGIDO > ZEROS
               CALL "DEDCALCP" USING WRK-BRUTO-CORRIGIDO
                   WRK-INSS-CORRIGIDO WRK-IRRF-CORRIGIDO
                   WRK-LIQUIDO-CORRIGIDO WRK-QTDE-DEPENDENTES
                   WRK-PENSAO-CORRIGIDO
           END-IF.
           PERFORM 2130-CONFERE-ORDENS THRU 2130-EXIT.
           IF WRK-ORDENS-MUDARAM-SW
               MOVE "ORDENS DE PENSAO MUDARAM" TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           IF WRK-LIQUIDO-CORRIGIDO < WRK-LIQUIDO-ORIGINAL
               MOVE "LIQUIDO CORRIGIDO MENOR" TO WRK-MOTIVO
               GO TO 2100-EXIT
           END-IF.
           COMPUTE WRK-DIF-BRUTO =
               WRK-BRUTO-CORRIGIDO - WRK-BRUTO-ORIGINAL.
           COMPUTE WRK-DIF-INSS =
               WRK-INSS-CORRIGIDO - WRK-INSS-ORIGINAL.
           COMPUTE WRK-DIF-IRRF =
               WRK-IRRF-CORRIGIDO - WRK-IRRF-ORIGINAL.
           COMPUTE WRK-DIF-PENSAO =
               WRK-PENSAO-CORRIGIDO - WRK-PENSAO-ORIGINAL.
           COMPUTE WRK-DIF-LIQUIDO =
               WRK-LIQUIDO-CORRIGIDO - WRK-LIQUIDO-ORIGINAL.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * UMA COMPLEMENTAR ANTERIOR JA CORRIGIU A COLUNA DO MES: OS
      * ORIGINAIS DESTA SAO OS DESCONTOS E A PENSAO DESSA COLUNA,
      * CALCULADOS DO MESMO JEITO QUE OS CORRIGIDOS.
      *****************************************************************
       2120-RECALCULA-ORIGINAL.
           CALL "DEDCALC" USING WRK-BRUTO-ORIGINAL WRK-INSS-ORIGINAL
               WRK-IRRF-ORIGINAL WRK-LIQUIDO-ORIGINAL
               WRK-QTDE-DEPENDENTES.
           CALL "PENSCALC" USING EMP-CPF WRK-BRUTO-ORIGINAL
               WRK-INSS-ORIGINAL WRK-TIPO-FOLHA WRK-PENSAO-ORIGINAL
               WRK-ORDENS-ORIGINAL.
           IF WRK-PENSAO-ORIGINAL > ZEROS
               CALL "DEDCALCP" USING WRK-BRUTO-ORIGINAL
                   WRK-INSS-ORIGINAL WRK-IRRF-ORIGINAL
                   WRK-LIQUIDO-ORIGINAL WRK-QTDE-DEPENDENTES
                   WRK-PENSAO-ORIGINAL
           END-IF.
       2120-EXIT.
           EXIT.
      *****************************************************************
      * AS ORDENS DE PENSAO DO CORRIGIDO TEM DE SER AS MESMAS DO
      * ORIGINAL, NA MESMA ORDEM E SEM DIMINUIR - ORDEM INCLUIDA,
      * ENCERRADA OU REDUZIDA DEPOIS DO CALCULO NAO SE ACERTA AQUI.
      * GUARDA A DIFERENCA DE CADA ORDEM PARA O SEU BENEFICIARIO.
      *****************************************************************
       2130-CONFERE-ORDENS.
           MOVE 'N' TO WRK-ORDENS-MUDARAM.
           MOVE ZEROS TO WRK-DIFERENCAS-PENSAO.
           IF WRK-OC-QTDE NOT = WRK-OO-QTDE
               SET WRK-ORDENS-MUDARAM-SW TO TRUE
               GO TO 2130-EXIT
           END-IF.
           PERFORM 2135-COMPARA-ORDEM THRU 2135-EXIT
               VARYING WRK-IDX-ORDEM FROM 1 BY 1
               UNTIL WRK-IDX-ORDEM > WRK-OC-QTDE.
       2130-EXIT.
           EXIT.
       2135-COMPARA-ORDEM.
           IF WRK-OC-SEQ (WRK-IDX-ORDEM)
                   NOT = WRK-OO-SEQ (WRK-IDX-ORDEM)
               OR WRK-OC-VALOR (WRK-IDX-ORDEM)
                   < WRK-OO-VALOR (WRK-IDX-ORDEM)
               SET WRK-ORDENS-MUDARAM-SW TO TRUE
           ELSE
               COMPUTE WRK-DP-VALOR (WRK-IDX-ORDEM) =
                   WRK-OC-VALOR (WRK-IDX-ORDEM)
                   - WRK-OO-VALOR (WRK-IDX-ORDEM)
           END-IF.
       2135-EXIT.
           EXIT.
       2110-APLICA-CORRECAO.
           IF WRK-TC-CPF (WRK-IDX-BUSCA) = EMP-CPF
               IF WRK-TC-TIPO (WRK-IDX-BUSCA) = 'D'
                   IF WRK-TC-VALOR (WRK-IDX-BUSCA)
                       > WRK-BRUTO-CORRIGIDO
                       MOVE ZEROS TO WRK-BRUTO-CORRIGIDO
                   ELSE
                       SUBTRACT WRK-TC-VALOR (WRK-IDX-BUSCA)
                           FROM WRK-BRUTO-CORRIGIDO
                   END-IF
               ELSE
                   ADD WRK-TC-VALOR (WRK-IDX-BUSCA)
                       TO WRK-BRUTO-CORRIGIDO
               END-IF
           END-IF.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O HOLERITE COMPLEMENTAR NA PRIMEIRA SEQUENCIA LIVRE DA
      * COMPETENCIA, COM AS DIFERENCAS, AS LINHAS DE CORRECAO E A
      * DIFERENCA DE PENSAO ALIMENTICIA.
      *****************************************************************
       2200-GRAVA-HOLERITE.
           MOVE ZEROS TO HOL-SEQ.
           MOVE 'N' TO WRK-SEQ-LIVRE.
           PERFORM 2210-PROCURA-SEQUENCIA THRU 2210-EXIT
               UNTIL WRK-SEQ-LIVRE-SW OR HOL-SEQ = 99.
           MOVE HOL-SEQ TO WRK-SEQ-HOLERITE.
           MOVE SPACES TO PAYSLIP-STORE-REC.
           MOVE EMP-CPF TO HOL-CPF.
           MOVE WRK-ANO-COMPETENCIA TO HOL-ANO.
           MOVE WRK-MES-COMPETENCIA TO HOL-MES.
           MOVE 'C' TO HOL-FOLHA.
           MOVE WRK-SEQ-HOLERITE TO HOL-SEQ.
           MOVE EMP-NOME TO HOL-NOME.
           MOVE 30 TO HOL-DIAS.
           MOVE EMP-MOEDA TO HOL-MOEDA.
           MOVE WRK-DIF-BRUTO TO HOL-BRUTO.
           MOVE WRK-DIF-INSS TO HOL-INSS.
           MOVE WRK-DIF-IRRF TO HOL-IRRF.
           MOVE WRK-DIF-LIQUIDO TO HOL-LIQUIDO.
           MOVE ZEROS TO HOL-QTDE-VERBAS.
           PERFORM 2220-GUARDA-VERBA THRU 2220-EXIT
               VARYING WRK-IDX-BUSCA FROM WRK-IDX-CORRECAO BY 1
               UNTIL WRK-IDX-BUSCA > WRK-QTDE-CORRECOES.
           IF WRK-DIF-PENSAO > ZEROS
               AND HOL-QTDE-VERBAS < WRK-MAX-VERBAS-REPO
               ADD 1 TO HOL-QTDE-VERBAS
               MOVE "PEN" TO HOL-VB-CODIGO (HOL-QTDE-VERBAS)
               MOVE "PENSAO ALIMENTICIA"
                   TO HOL-VB-DESCRICAO (HOL-QTDE-VERBAS)
               MOVE WRK-DIF-PENSAO TO HOL-VB-VALOR (HOL-QTDE-VERBAS)
               MOVE 'D' TO HOL-VB-TIPO (HOL-QTDE-VERBAS)
           END-IF.
           WRITE PAYSLIP-STORE-REC
               INVALID KEY
                   DISPLAY 'AVISO: HOLERITE COMPLEMENTAR DE ' EMP-CPF
                           ' NAO GRAVADO - SEQUENCIAS ESGOTADAS'
           END-WRITE.
       2200-EXIT.
           EXIT.
       2210-PROCURA-SEQUENCIA.
           ADD 1 TO HOL-SEQ.
           MOVE EMP-CPF TO HOL-CPF.
           MOVE WRK-ANO-COMPETENCIA TO HOL-ANO.
           MOVE WRK-MES-COMPETENCIA TO HOL-MES.
           MOVE 'C' TO HOL-FOLHA.
           READ PAYSLIP-STORE
               INVALID KEY
                   SET WRK-SEQ-LIVRE-SW TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.
       2220-GUARDA-VERBA.
           IF WRK-TC-CPF (WRK-IDX-BUSCA) = EMP-CPF
               AND HOL-QTDE-VERBAS < WRK-MAX-VERBAS-REPO
               ADD 1 TO HOL-QTDE-VERBAS
               MOVE WRK-TC-CODIGO (WRK-IDX-BUSCA)
                   TO HOL-VB-CODIGO (HOL-QTDE-VERBAS)
               MOVE WRK-TC-DESCRICAO (WRK-IDX-BUSCA)
                   TO HOL-VB-DESCRICAO (HOL-QTDE-VERBAS)
               MOVE WRK-TC-VALOR (WRK-IDX-BUSCA)
                   TO HOL-VB-VALOR (HOL-QTDE-VERBAS)
               MOVE WRK-TC-TIPO (WRK-IDX-BUSCA)
                   TO HOL-VB-TIPO (HOL-QTDE-VERBAS)
           END-IF.
       2220-EXIT.
           EXIT.
      *****************************************************************
      * CREDITOS DA COMPLEMENTAR NA REMESSA: A DIFERENCA DE CADA ORDEM
      * DE PENSAO AO SEU BENEFICIARIO (FINALIDADE 'P') E A DIFERENCA
      * DE LIQUIDO AO FUNCIONARIO. SEM CONTA NO CONTABCO, FICA PARA
      * PAGAMENTO MANUAL; CONTA EM QUARENTENA, FICA RETIDO NO CREDRET.
      *****************************************************************
       2300-GRAVA-REMESSA.
           IF WRK-DIF-PENSAO > ZEROS
               PERFORM 2320-CREDITA-BENEFICIARIO THRU 2320-EXIT
                   VARYING WRK-IDX-ORDEM FROM 1 BY 1
                   UNTIL WRK-IDX-ORDEM > WRK-OC-QTDE
           END-IF.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF WRK-CADASTRO-CONTAS-OK
               MOVE EMP-CPF TO CTA-CPF
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WRK-CONTA-ACHADA-SW TO TRUE
               END-READ
           END-IF.
           IF NOT WRK-CONTA-ACHADA-SW
               ADD 1 TO WRK-QTDE-SEM-CONTA
               MOVE "PAGO - SEM CONTA, PAGAR MANUAL" TO WRK-MOTIVO
               MOVE EMP-CPF TO WRK-EX-CPF
               MOVE EMP-NOME TO WRK-EX-NOME
               MOVE "ATIVO SEM CONTA CADASTRADA" TO WRK-EX-MOTIVO
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2350-CONFERE-QUARENTENA THRU 2350-EXIT.
           IF WRK-CREDITO-RETIDO-SW
               MOVE "PAGO - RETIDO, DECIDIR BANKLIB" TO WRK-MOTIVO
               GO TO 2300-EXIT
           END-IF.
           ADD 1 TO WRK-SEQUENCIAL.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE EMP-CPF TO WRK-RD-CPF.
           MOVE EMP-NOME TO WRK-RD-NOME.
           MOVE WRK-DIF-LIQUIDO TO WRK-RD-VALOR.
           MOVE EMP-MOEDA TO WRK-RD-MOEDA.
           MOVE CTA-BANCO TO WRK-RD-BANCO.
           MOVE CTA-AGENCIA TO WRK-RD-AGENCIA.
           MOVE CTA-CONTA TO WRK-RD-CONTA.
           MOVE CTA-DIGITO TO WRK-RD-DIGITO.
           MOVE CTA-TIPO TO WRK-RD-TIPO.
           MOVE SPACE TO WRK-RD-FINALIDADE.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD WRK-DIF-LIQUIDO TO WRK-TOTAL-REMESSA.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * CREDITO DA DIFERENCA DE UMA ORDEM DE PENSAO AO BENEFICIARIO DO
      * CADASTRO PENSAO, COM FINALIDADE 'P' COMO NO BANKPAY. ORDEM QUE
      * SUMIU DO CADASTRO SAI NA LISTA DE EXCECOES.
      *****************************************************************
       2320-CREDITA-BENEFICIARIO.
           IF WRK-DP-VALOR (WRK-IDX-ORDEM) = ZEROS
               GO TO 2320-EXIT
           END-IF.
           MOVE 'N' TO WRK-CONTA-ACHADA.
           IF WRK-CADASTRO-PENSAO-OK
               MOVE EMP-CPF TO PEN-CPF
               MOVE WRK-OC-SEQ (WRK-IDX-ORDEM) TO PEN-SEQ
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
               GO TO 2320-EXIT
           END-IF.
           ADD 1 TO WRK-SEQUENCIAL.
           MOVE WRK-SEQUENCIAL TO WRK-RD-SEQUENCIAL.
           MOVE PEN-BENEF-CPF TO WRK-RD-CPF.
           MOVE PEN-BENEF-NOME TO WRK-RD-NOME.
           MOVE WRK-DP-VALOR (WRK-IDX-ORDEM) TO WRK-RD-VALOR.
           MOVE EMP-MOEDA TO WRK-RD-MOEDA.
           MOVE PEN-BANCO TO WRK-RD-BANCO.
           MOVE PEN-AGENCIA TO WRK-RD-AGENCIA.
           MOVE PEN-CONTA TO WRK-RD-CONTA.
           MOVE PEN-DIGITO TO WRK-RD-DIGITO.
           MOVE PEN-TIPO-CONTA TO WRK-RD-TIPO.
           MOVE 'P' TO WRK-RD-FINALIDADE.
           WRITE REMITTANCE-REC FROM WRK-REM-DETALHE.
           ADD WRK-DP-VALOR (WRK-IDX-ORDEM) TO WRK-TOTAL-REMESSA.
           ADD 1 TO WRK-QTDE-PENSOES.
       2320-EXIT.
           EXIT.
      *****************************************************************
      * QUARENTENA DA CONTA, COMO NO BANKPAY, COM ORIGEM 'C' NO
      * CREDRET: CONTA INCLUIDA/ALTERADA HA ATE N DIAS OU PELO
      * OPERADOR QUE AUTORIZA A COMPLEMENTAR RETEM O CREDITO. SE UMA
      * COMPLEMENTAR ANTERIOR DA COMPETENCIA AINDA ESTA RETIDA, ESTA
      * DIFERENCA SE SOMA A ELA; RETENCAO JA DECIDIDA NO BANKLIB NAO
      * IMPEDE O PAGAMENTO DESTA, QUE E UM CREDITO NOVO.
      *****************************************************************
       2350-CONFERE-QUARENTENA.
           MOVE 'N' TO WRK-CREDITO-RETIDO.
           MOVE 'N' TO WRK-RETIDO-EXISTE.
           MOVE SPACES TO WRK-MOTIVO-RETENCAO.
           MOVE WRK-ANO-COMPETENCIA TO CRT-ANO.
           MOVE WRK-MES-COMPETENCIA TO CRT-MES.
           MOVE EMP-CPF TO CRT-CPF.
           MOVE 'C' TO CRT-ORIGEM.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET WRK-RETIDO-EXISTE-SW TO TRUE
           END-READ.
           IF WRK-RETIDO-EXISTE-SW AND CRT-RETIDO
               MOVE CRT-MOTIVO TO WRK-MOTIVO-RETENCAO
               PERFORM 2360-GRAVA-RETIDO THRU 2360-EXIT
               GO TO 2350-EXIT
           END-IF.
           IF CTA-OPERADOR NOT = SPACES
               AND CTA-OPERADOR = WRK-OPERADOR
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
               PERFORM 2360-GRAVA-RETIDO THRU 2360-EXIT
           END-IF.
       2350-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA) O CREDITO RETIDO COM A CONTA ATUAL E A
      * ANTERIOR DO CONTABCO E APONTA NA LISTA DE EXCECOES.
      *****************************************************************
       2360-GRAVA-RETIDO.
           SET WRK-CREDITO-RETIDO-SW TO TRUE.
           IF WRK-RETIDO-EXISTE-SW AND CRT-RETIDO
               ADD WRK-DIF-LIQUIDO TO CRT-VALOR
           ELSE
               MOVE WRK-DIF-LIQUIDO TO CRT-VALOR
           END-IF.
           MOVE EMP-NOME TO CRT-NOME.
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
           MOVE WRK-OPERADOR TO CRT-OPERADOR-REMESSA.
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
           ADD WRK-DIF-LIQUIDO TO WRK-TOTAL-RETIDO.
           MOVE EMP-CPF TO WRK-EX-CPF.
           MOVE EMP-NOME TO WRK-EX-NOME.
           MOVE WRK-MOTIVO-RETENCAO TO WRK-EX-MOTIVO.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO.
       2360-EXIT.
           EXIT.
      *****************************************************************
      * ESTORNO DOS VALORES ORIGINAIS DO FUNCIONARIO (LADOS TROCADOS,
      * COMO O GLESTORN) E LANCAMENTO DOS VALORES CORRIGIDOS, OS DOIS
      * MONTADOS COMO NO GLPOST - O SALDO DE CADA CONTA FICA NA
      * DIFERENCA.
      *****************************************************************
       2400-GRAVA-CONTABIL.
           IF WRK-BRUTO-ORIGINAL > ZEROS
               SET WRK-GL-ESTORNO-SW TO TRUE
               MOVE WRK-BRUTO-ORIGINAL TO WRK-GL-BRUTO
               MOVE WRK-INSS-ORIGINAL TO WRK-GL-INSS
               MOVE WRK-IRRF-ORIGINAL TO WRK-GL-IRRF
               MOVE WRK-PENSAO-ORIGINAL TO WRK-GL-PENSAO
               MOVE WRK-LIQUIDO-ORIGINAL TO WRK-GL-LIQUIDO
               PERFORM 2410-LANCA-VALORES THRU 2410-EXIT
           END-IF.
           MOVE 'N' TO WRK-GL-ESTORNO.
           MOVE WRK-BRUTO-CORRIGIDO TO WRK-GL-BRUTO.
           MOVE WRK-INSS-CORRIGIDO TO WRK-GL-INSS.
           MOVE WRK-IRRF-CORRIGIDO TO WRK-GL-IRRF.
           MOVE WRK-PENSAO-CORRIGIDO TO WRK-GL-PENSAO.
           MOVE WRK-LIQUIDO-CORRIGIDO TO WRK-GL-LIQUIDO.
           PERFORM 2410-LANCA-VALORES THRU 2410-EXIT.
       2400-EXIT.
           EXIT.
      *****************************************************************
      * LANCAMENTOS DE UM JOGO DE VALORES: DEBITOS 'S'/'E' POR
      * DEPARTAMENTO DO RATEIO, O SALARIO-FAMILIA DEBITADO NO INSSRC E
      * OS SEIS PASSIVOS - O SALPAG COM O LIQUIDO MAIS O SALARIO-
      * FAMILIA, COMO O FOLCALC O GRAVA. A BASE DE FGTS E A DO CALCULO
      * MAIS O QUE O BRUTO MUDOU DESDE ELE (SO QUEM DEPOSITA FGTS).
      *****************************************************************
       2410-LANCA-VALORES.
           MOVE ZEROS TO WRK-GL-BASE-FGTS.
           IF WRK-FGTS-CALCULO > ZEROS
               COMPUTE WRK-GL-AJUSTE-FGTS = WRK-BASE-FGTS-CALCULO
                   + WRK-GL-BRUTO - WRK-BRUTO-CALCULO
               IF WRK-GL-AJUSTE-FGTS > ZEROS
                   MOVE WRK-GL-AJUSTE-FGTS TO WRK-GL-BASE-FGTS
               END-IF
           END-IF.
           PERFORM 2420-RATEIA THRU 2420-EXIT.
           PERFORM 2430-LANCA-PARTE THRU 2430-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-QTDE-PARTES-FUNC.
           IF WRK-SALARIO-FAMILIA > ZEROS
               MOVE "INSSRC" TO WRK-GL-CONTA
               MOVE WRK-SALARIO-FAMILIA TO WRK-GL-VALOR
               PERFORM 2480-LANCA-DEBITO THRU 2480-EXIT
           END-IF.
           MOVE "SALPAG" TO WRK-GL-CONTA.
           COMPUTE WRK-GL-VALOR = WRK-GL-LIQUIDO + WRK-SALARIO-FAMILIA.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
           MOVE "INSSRC" TO WRK-GL-CONTA.
           MOVE WRK-GL-INSS TO WRK-GL-VALOR.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
           MOVE "IRRFRC" TO WRK-GL-CONTA.
           MOVE WRK-GL-IRRF TO WRK-GL-VALOR.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
           MOVE "PENSRC" TO WRK-GL-CONTA.
           MOVE WRK-GL-PENSAO TO WRK-GL-VALOR.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
           MOVE "INSSPT" TO WRK-GL-CONTA.
           COMPUTE WRK-GL-VALOR =
               WRK-PATRONAL + WRK-RAT + WRK-TERCEIROS.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
           MOVE "FGTSRC" TO WRK-GL-CONTA.
           MOVE WRK-FGTS TO WRK-GL-VALOR.
           PERFORM 2490-LANCA-CREDITO THRU 2490-EXIT.
       2410-EXIT.
           EXIT.
      *****************************************************************
      * DIVIDE O BRUTO PELOS TRECHOS DO MES EM CADA LOCAL (SEM
      * TRANSFERENCIA = UM TRECHO SO), CALCULA OS ENCARGOS DE CADA
      * TRECHO E REPARTE BRUTO E ENCARGOS PELO RATEIO, COMO O GLPOST.
      * A BASE DE FGTS E DIVIDIDA ANTES PELOS MESMOS TRECHOS.
      *****************************************************************
       2420-RATEIA.
           MOVE ZEROS TO WRK-PATRONAL WRK-RAT WRK-TERCEIROS WRK-FGTS.
           MOVE ZEROS TO WRK-QTDE-PARTES-FUNC.
           MOVE ZEROS TO WRK-FGTS-POR-TRECHO.
           IF WRK-GL-BASE-FGTS > ZEROS
               MOVE WRK-GL-BASE-FGTS TO WRK-VALOR-TRECHO
               CALL "TRFCALC" USING EMP-CPF EMP-DEPTO
                   EMP-ESTABELECIMENTO WRK-ANO-COMPETENCIA
                   WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
                   WRK-TRECHOS-FGTS WRK-SITUACAO-TRANSF
               PERFORM 2425-FGTS-TRECHO THRU 2425-EXIT
                   VARYING WRK-IDX-TRECHO FROM 1 BY 1
                   UNTIL WRK-IDX-TRECHO > WRK-TF-QTDE
           END-IF.
           MOVE WRK-GL-BRUTO TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING EMP-CPF EMP-DEPTO EMP-ESTABELECIMENTO
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-TRECHO
               WRK-TRECHOS-BRUTO WRK-SITUACAO-TRANSF.
           PERFORM 2440-RATEIA-TRECHO THRU 2440-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TB-QTDE.
       2420-EXIT.
           EXIT.
       2425-FGTS-TRECHO.
           MOVE WRK-TF-VALOR (WRK-IDX-TRECHO) TO WRK-BASE-FGTS-TRECHO.
           CALL "FGTSCALC" USING WRK-BASE-FGTS-TRECHO
               WRK-FT-VALOR (WRK-IDX-TRECHO).
       2425-EXIT.
           EXIT.
      *****************************************************************
      * ENCARGOS DO TRECHO PELAS ALIQUOTAS DO SEU ESTABELECIMENTO E
      * RATEIO DO BRUTO E DOS ENCARGOS DO TRECHO, COM O DEPARTAMENTO
      * DO TRECHO COMO PADRAO.
      *****************************************************************
       2440-RATEIA-TRECHO.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-BRUTO-TRECHO.
           CALL "ENCCALC" USING WRK-TB-ESTAB (WRK-IDX-TRECHO)
               WRK-BRUTO-TRECHO WRK-PATRONAL-TRECHO WRK-RAT-TRECHO
               WRK-TERCEIROS-TRECHO WRK-ALIQUOTA-ACHADA.
           MOVE WRK-FT-VALOR (WRK-IDX-TRECHO) TO WRK-FGTS-TRECHO.
           COMPUTE WRK-ENCARGO = WRK-PATRONAL-TRECHO + WRK-RAT-TRECHO
               + WRK-TERCEIROS-TRECHO + WRK-FGTS-TRECHO.
           ADD WRK-PATRONAL-TRECHO TO WRK-PATRONAL.
           ADD WRK-RAT-TRECHO TO WRK-RAT.
           ADD WRK-TERCEIROS-TRECHO TO WRK-TERCEIROS.
           ADD WRK-FGTS-TRECHO TO WRK-FGTS.
           MOVE WRK-TB-VALOR (WRK-IDX-TRECHO) TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF WRK-TB-DEPTO (WRK-IDX-TRECHO)
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-RATEIO
               WRK-PARTES-BRUTO WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO AND WRK-IDX-TRECHO = 1
               AND NOT WRK-GL-ESTORNO-SW
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' - DEBITO INTEGRAL NO DEPTO '
                       WRK-TB-DEPTO (WRK-IDX-TRECHO)
           END-IF.
           MOVE WRK-ENCARGO TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF WRK-TB-DEPTO (WRK-IDX-TRECHO)
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-VALOR-RATEIO
               WRK-PARTES-ENCARGO WRK-SITUACAO-RATEIO.
           PERFORM 2445-GUARDA-PARTE THRU 2445-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PB-QTDE.
       2440-EXIT.
           EXIT.
      *****************************************************************
      * SOMA A PARTE DO TRECHO NA PARTE DO FUNCIONARIO DO MESMO
      * DEPARTAMENTO, ABRINDO UMA NOVA QUANDO E A PRIMEIRA DELE.
      *****************************************************************
       2445-GUARDA-PARTE.
           MOVE 'N' TO WRK-PARTE-ACHADA.
           PERFORM 2446-PROCURA-PARTE THRU 2446-EXIT
               VARYING WRK-IDX-PF FROM 1 BY 1
               UNTIL WRK-IDX-PF > WRK-QTDE-PARTES-FUNC
                   OR WRK-PARTE-ACHADA-SW.
           IF WRK-PARTE-ACHADA-SW
               SUBTRACT 1 FROM WRK-IDX-PF
           ELSE
               ADD 1 TO WRK-QTDE-PARTES-FUNC
               MOVE WRK-QTDE-PARTES-FUNC TO WRK-IDX-PF
               MOVE WRK-PB-DEPTO (WRK-IDX-PARTE)
                   TO WRK-PF-DEPTO (WRK-IDX-PF)
               MOVE ZEROS TO WRK-PF-BRUTO (WRK-IDX-PF)
               MOVE ZEROS TO WRK-PF-ENCARGO (WRK-IDX-PF)
           END-IF.
           ADD WRK-PB-VALOR (WRK-IDX-PARTE)
               TO WRK-PF-BRUTO (WRK-IDX-PF).
           ADD WRK-PE-VALOR (WRK-IDX-PARTE)
               TO WRK-PF-ENCARGO (WRK-IDX-PF).
       2445-EXIT.
           EXIT.
       2446-PROCURA-PARTE.
           IF WRK-PF-DEPTO (WRK-IDX-PF) = WRK-PB-DEPTO (WRK-IDX-PARTE)
               SET WRK-PARTE-ACHADA-SW TO TRUE
           END-IF.
       2446-EXIT.
           EXIT.
      *****************************************************************
      * DEBITOS DE UMA PARTE: SALARIO NA CONTA 'S' + DEPTO, ENCARGOS
      * NA CONTA 'E' + DEPTO.
      *****************************************************************
       2430-LANCA-PARTE.
           MOVE SPACES TO WRK-GL-CONTA.
           STRING "S" DELIMITED BY SIZE
                  WRK-PF-DEPTO (WRK-IDX-PARTE) DELIMITED BY SIZE
               INTO WRK-GL-CONTA.
           MOVE WRK-PF-BRUTO (WRK-IDX-PARTE) TO WRK-GL-VALOR.
           PERFORM 2480-LANCA-DEBITO THRU 2480-EXIT.
           MOVE SPACES TO WRK-GL-CONTA.
           STRING "E" DELIMITED BY SIZE
                  WRK-PF-DEPTO (WRK-IDX-PARTE) DELIMITED BY SIZE
               INTO WRK-GL-CONTA.
           MOVE WRK-PF-ENCARGO (WRK-IDX-PARTE) TO WRK-GL-VALOR.
           PERFORM 2480-LANCA-DEBITO THRU 2480-EXIT.
       2430-EXIT.
           EXIT.
      *****************************************************************
      * UMA LINHA DE DEBITO - NO ESTORNO VAI PARA O CREDITO.
      *****************************************************************
       2480-LANCA-DEBITO.
           IF WRK-GL-ESTORNO-SW
               MOVE WRK-GL-CONTA TO RCR-CONTA
               MOVE WRK-GL-VALOR TO RCR-VALOR
               WRITE REVERSAL-CREDIT-REC
           ELSE
               MOVE WRK-GL-CONTA TO DEB-CONTA
               MOVE WRK-GL-VALOR TO DEB-VALOR
               WRITE DEBIT-REC
           END-IF.
       2480-EXIT.
           EXIT.
      *****************************************************************
      * UMA LINHA DE CREDITO - NO ESTORNO VAI PARA O DEBITO.
      *****************************************************************
       2490-LANCA-CREDITO.
           IF WRK-GL-ESTORNO-SW
               MOVE WRK-GL-CONTA TO RDE-CONTA
               MOVE WRK-GL-VALOR TO RDE-VALOR
               WRITE REVERSAL-DEBIT-REC
           ELSE
               MOVE WRK-GL-CONTA TO CRED-CONTA
               MOVE WRK-GL-VALOR TO CRED-VALOR
               WRITE CREDIT-REC
           END-IF.
       2490-EXIT.
           EXIT.
      *****************************************************************
      * S1200 DE RETIFICACAO: REGRAVA O CONTROLE DO CPF NA COMPETENCIA
      * COM OS TOTAIS CORRIGIDOS (O RECIBO DO ENVIO ORIGINAL FICA) E
      * GRAVA O EVENTO NO ARQUIVO DE RETIFICACOES.
      *****************************************************************
       2500-RETIFICA-ESOCIAL.
           MOVE "S1200" TO PEV-TIPO.
           MOVE EMP-CPF TO PEV-CPF.
           MOVE WRK-ANO-COMPETENCIA TO PEV-COMP-ANO.
           MOVE WRK-MES-COMPETENCIA TO PEV-COMP-MES.
           READ PENDING-FILE
               INVALID KEY
                   MOVE SPACES TO PEV-RECIBO
                   MOVE ZEROS TO PEV-DATA-EVENTO
                   MOVE WRK-ESTAB-FUNC TO PEV-ESTABELECIMENTO
                   MOVE 'N' TO WRK-PEND-ACHADO
               NOT INVALID KEY
                   SET WRK-PEND-ACHADO-SW TO TRUE
           END-READ.
           MOVE 'E' TO PEV-SITUACAO.
           MOVE SPACES TO PEV-ERRO.
           MOVE WRK-BRUTO-CORRIGIDO TO PEV-BRUTO.
           MOVE WRK-INSS-CORRIGIDO TO PEV-INSS.
           MOVE WRK-IRRF-CORRIGIDO TO PEV-IRRF.
           MOVE 'S' TO PEV-RETIFICACAO.
           IF WRK-PEND-ACHADO-SW
               REWRITE PENDING-EVENT-RECORD
           ELSE
               WRITE PENDING-EVENT-RECORD
           END-IF.
           MOVE SPACES TO RECTIFICATION-REC.
           MOVE "S1200" TO RTF-TIPO.
           MOVE EMP-CPF TO RTF-CPF.
           MOVE WRK-ANO-COMPETENCIA TO RTF-COMP-ANO.
           MOVE WRK-MES-COMPETENCIA TO RTF-COMP-MES.
           MOVE WRK-BRUTO-CORRIGIDO TO RTF-BRUTO.
           MOVE WRK-INSS-CORRIGIDO TO RTF-INSS.
           MOVE WRK-IRRF-CORRIGIDO TO RTF-IRRF.
           MOVE PEV-DATA-EVENTO TO RTF-DATA-EVENTO.
           MOVE PEV-ESTABELECIMENTO TO RTF-ESTABELECIMENTO.
           MOVE 'R' TO RTF-RETIFICACAO.
           WRITE RECTIFICATION-REC.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * A COLUNA DO MES NO SALHIST PASSA A GUARDAR O BRUTO CORRIGIDO -
      * A PROXIMA COMPLEMENTAR DA MESMA COMPETENCIA PARTE DELE.
      *****************************************************************
       2600-CORRIGE-HISTORICO.
           MOVE WRK-BRUTO-CORRIGIDO
               TO HIST-SAL (WRK-MES-COMPETENCIA).
           IF WRK-HIST-NOVO-SW
               MOVE WRK-ESTAB-FUNC TO HIST-ESTABELECIMENTO
               WRITE HIST-REC
           ELSE
               REWRITE HIST-REC
           END-IF.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * LINHA DO RELATORIO - PAGO (COM A SEQUENCIA DO HOLERITE, E SEM
      * CONTA OU RETIDO QUANDO FOR O CASO) OU RECUSADO (COM O MOTIVO).
      *****************************************************************
       2900-IMPRIME.
           MOVE EMP-CPF TO WRK-D-CPF.
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE WRK-BRUTO-ORIGINAL TO WRK-D-BRUTO-ORIGINAL.
           MOVE WRK-BRUTO-CORRIGIDO TO WRK-D-BRUTO-CORRIGIDO.
           IF WRK-CPF-PAGO-SW
               MOVE WRK-DIF-BRUTO TO WRK-D-DIF-BRUTO
               MOVE WRK-DIF-LIQUIDO TO WRK-D-DIF-LIQUIDO
               MOVE WRK-SEQ-HOLERITE TO WRK-D-SEQ
           ELSE
               MOVE ZEROS TO WRK-D-DIF-BRUTO
               MOVE ZEROS TO WRK-D-DIF-LIQUIDO
               MOVE ZEROS TO WRK-D-SEQ
           END-IF.
           IF WRK-MOTIVO = SPACES
               MOVE "PAGO" TO WRK-D-SITUACAO
           ELSE
               MOVE WRK-MOTIVO TO WRK-D-SITUACAO
           END-IF.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-DETALHE.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * TRAILER DA REMESSA, TOTAIS DO RELATORIO E FECHAMENTO.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-SEQUENCIAL TO WRK-RT-QTDE.
           MOVE WRK-TOTAL-REMESSA TO WRK-RT-VALOR-TOTAL.
           WRITE REMITTANCE-REC FROM WRK-REM-TRAILER.
           MOVE WRK-QTDE-PAGOS TO WRK-TOT-PAGOS-ED.
           MOVE WRK-QTDE-RECUSADOS TO WRK-TOT-RECUSADOS-ED.
           MOVE WRK-QTDE-SEM-CONTA TO WRK-TOT-SEM-CONTA-ED.
           MOVE WRK-QTDE-RETIDOS TO WRK-TOT-RETIDOS-ED.
           MOVE WRK-QTDE-PENSOES TO WRK-TOT-PENSOES-ED.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-TOTAL.
           MOVE WRK-TOTAL-DIF-BRUTO TO WRK-TOT-DIF-BRUTO-ED.
           MOVE WRK-TOTAL-REMESSA TO WRK-TOT-REMESSA-ED.
           WRITE SUPPLEMENT-REPORT-REC FROM WRK-LINHA-VALORES.
           IF WRK-QTDE-RETIDOS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-RETIDOS ' CREDITO(S) '
                       'RETIDO(S) POR CONTA ALTERADA - DECISAO NO '
                       'BANKLIB'
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE CALC-FILE.
           CLOSE HISTORY-FILE.
           CLOSE PAYSLIP-STORE.
           CLOSE PENDING-FILE.
           IF WRK-CADASTRO-CONTAS-OK
               CLOSE ACCOUNT-FILE
           END-IF.
           IF WRK-CADASTRO-PENSAO-OK
               CLOSE ALIMONY-FILE
           END-IF.
           CLOSE HOLD-FILE.
           CLOSE EXCEPTION-REPORT.
           CLOSE REMITTANCE-FILE.
           CLOSE DEBIT-FILE.
           CLOSE CREDIT-FILE.
           CLOSE REVERSAL-DEBIT.
           CLOSE REVERSAL-CREDIT.
           CLOSE RECTIFICATION-FILE.
           CLOSE SUPPLEMENT-REPORT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * MARCA A COMPETENCIA COMO AJUSTADA NO RUNCTL (TIPO 'A') COM O
      * OPERADOR QUE AUTORIZOU.
      *****************************************************************
       3500-GRAVA-CONTROLE.
           ACCEPT WRK-DATA-AGORA FROM DATE YYYYMMDD.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           OPEN EXTEND RUN-CONTROL.
           IF WRK-FS-CTL-NAO-ABERTO
               OPEN OUTPUT RUN-CONTROL
           END-IF.
           MOVE SPACES TO CONTROL-REC.
           MOVE WRK-ANO-COMPETENCIA TO CTL-ANO.
           MOVE WRK-MES-COMPETENCIA TO CTL-MES.
           MOVE WRK-DATA-AGORA TO CTL-DATA.
           MOVE WRK-HORA-AGORA TO CTL-HORA.
           MOVE 'A' TO CTL-TIPO.
           MOVE WRK-OPERADOR TO CTL-OPERADOR.
           WRITE CONTROL-REC.
           CLOSE RUN-CONTROL.
       3500-EXIT.
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
       END PROGRAM FOLHACOM.
