       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPAPROV.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APROVACAO DAS ALTERACOES SENSIVEIS DO EMPLOYEE-MASTER
      *          (DUPLO CONTROLE) - O EMPMAINT NAO APLICA ALTERACAO DE
      *          SALARIO ACIMA DO LIMITE, REVERSAO DE STATUS NEM
      *          MUDANCA DE ESTABELECIMENTO: GRAVA O PEDIDO NO EMPPEND
      *          COM O OPERADOR SOLICITANTE. ESTE PROGRAMA LE O
      *          ARQUIVO DE DECISOES EMPDEC (CPF, DECISAO 'A' APROVADA
      *          OU 'R' REJEITADA E A IDENTIFICACAO DO OPERADOR), DO
      *          MESMO JEITO QUE O VAREXREV DECIDE AS EXCECOES DO
      *          VARSAL. O APROVADOR TEM DE ESTAR AUTORIZADO NO OPERAUT
      *          PARA O EMPAPROV E TEM DE SER OUTRO OPERADOR QUE NAO O
      *          SOLICITANTE. PEDIDO APROVADO E APLICADO AQUI NO
      *          MESTRE (ALTERACAO: REGISTRO COMPLETO E CARGO;
      *          TRANSFERENCIA: HISTORICO TRANSF E LOCAL NOVO), COM
      *          DIARIO NO EMPJRNL (VIA EMPJORN) - MAS SO SE O MESTRE
      *          AINDA ESTA COMO NO MOMENTO DO PEDIDO; SE MUDOU, O
      *          PEDIDO FICA 'NAO APLICADO' E PRECISA SER REFEITO.
      *          TODA DECISAO VAI PARA O AUDITLOG.
      *          ANTES DAS DECISOES, PEDIDO PENDENTE HA MAIS DIAS QUE O
      *          PRAZO (SYSIN, 10 QUANDO EM BRANCO) EXPIRA SEM DECISAO.
      *          NO FIM, LISTA TODOS OS PEDIDOS DO ARQUIVO COM
      *          SOLICITANTE, APROVADOR E SITUACAO E O RESUMO POR
      *          OPERADOR (PEDIDOS FEITOS E PEDIDOS DECIDIDOS).
      *          DECISAO RECUSADA (INVALIDA, SEM PEDIDO PENDENTE,
      *          OPERADOR NAO AUTORIZADO OU IGUAL AO SOLICITANTE)
      *          TERMINA COM RC=8; PEDIDO APROVADO E NAO APLICADO, COM
      *          RC=4.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DECISION-FILE ASSIGN TO "EMPDEC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-DECISOES.
           SELECT PENDING-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PEND.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO-FUNC.
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT APPROVAL-REPORT ASSIGN TO "EMPAPRRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  DECISION-FILE.
       01  DECISION-REC.
           02 DEC-CPF                 PIC X(11).
           02 FILLER                  PIC X(01).
           02 DEC-DECISAO             PIC X(01).
               88 DEC-APROVADA                  VALUE 'A'.
               88 DEC-REJEITADA                 VALUE 'R'.
           02 FILLER                  PIC X(01).
           02 DEC-OPERADOR            PIC X(08).
       FD  PENDING-FILE.
       COPY "EMPPEND.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  TRANSFER-FILE.
       COPY "TRANSF.CPY".
       FD  APPROVAL-REPORT.
       01  APPROVAL-REPORT-REC        PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-DECISOES          PIC X(02) VALUE SPACES.
           88 WRK-FS-DEC-NAO-ABERTO         VALUE "35".
       77 WRK-FS-PEND              PIC X(02) VALUE SPACES.
           88 WRK-FS-PEND-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CARGO-FUNC        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO    VALUE "23" "35".
           88 WRK-FS-CARGO-DUPLICADO         VALUE "22".
       77 WRK-FS-TRANSF            PIC X(02) VALUE SPACES.
           88 WRK-FS-TRANSF-NAO-ENCONTRADO   VALUE "23" "35".
           88 WRK-FS-TRANSF-DUPLICADO        VALUE "22".
       77 WRK-DECISOES-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-DECISOES-ABERTO-SW        VALUE 'S'.
       77 WRK-FIM-DECISOES         PIC X(01) VALUE 'N'.
           88 WRK-FIM-DEC-SW                VALUE 'S'.
       77 WRK-FIM-PEND             PIC X(01) VALUE 'N'.
           88 WRK-FIM-PEND-SW               VALUE 'S'.
       77 WRK-PEND-ACHADO          PIC X(01) VALUE 'N'.
           88 WRK-PEND-ACHADO-SW            VALUE 'S'.
       77 WRK-DECISAO-RECUSADA     PIC X(01) VALUE 'N'.
           88 WRK-RECUSADA-SW               VALUE 'S'.
       77 WRK-MOTIVO-RECUSA        PIC X(30) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-PRAZO-DIAS           PIC 9(03) VALUE ZEROS.
       77 WRK-NUMERO-HOJE          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-IDADE-PEDIDO         PIC S9(07) COMP VALUE ZEROS.
       77 WRK-ESTAB-ATUAL          PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-NOVO           PIC X(01) VALUE SPACE.
       77 WRK-JRN-ACAO             PIC X(01) VALUE SPACE.
       77 WRK-IMAGEM-ANTES         PIC X(64) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS        PIC X(64) VALUE SPACES.
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-NAO-APLICADAS   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-RECUSADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-EXPIRADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOT-PENDENTES        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOT-APROVADAS        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOT-REJEITADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOT-NAO-APLICADAS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOT-EXPIRADAS        PIC 9(05) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "EMPAPROV".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-AGORA        PIC 9(06).
           02 FILLER                PIC 9(02).
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(07) VALUE "PEDIDO ".
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-EA-DATA           PIC 9(08).
           02 FILLER                PIC X(03) VALUE SPACES.
       01 WRK-RESULT-AUDIT.
           02 WRK-RA-DECISAO        PIC X(12).
           02 FILLER                PIC X(06) VALUE " OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
           02 FILLER                PIC X(04) VALUE SPACES.
      *****************************************************************
      * CONVERSAO DE DATA AAAAMMDD EM DIAS CORRIDOS, PARA A IDADE DO
      * PEDIDO (MESMO CALCULO DO AFACALC).
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
      *****************************************************************
      * RESUMO POR OPERADOR: PEDIDOS QUE ELE FEZ (POR SITUACAO) E
      * PEDIDOS QUE ELE DECIDIU.
      *****************************************************************
       77 WRK-MAX-OPERADORES       PIC 9(03) COMP VALUE 50.
       77 WRK-QTDE-OPERADORES      PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-OPER-DESC       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-OPERADOR-PROCURADO   PIC X(08) VALUE SPACES.
       77 WRK-OPER-ACHADO          PIC X(01) VALUE 'N'.
           88 WRK-OPER-ACHADO-SW            VALUE 'S'.
       01 WRK-TABELA-OPERADORES.
           02 WRK-TO-ITEM OCCURS 50 TIMES.
               03 WRK-TO-OPERADOR      PIC X(08).
               03 WRK-TO-SOL-PEND      PIC 9(05) COMP.
               03 WRK-TO-SOL-APROV     PIC 9(05) COMP.
               03 WRK-TO-SOL-REJEIT    PIC 9(05) COMP.
               03 WRK-TO-SOL-NAO-APL   PIC 9(05) COMP.
               03 WRK-TO-SOL-EXPIR     PIC 9(05) COMP.
               03 WRK-TO-DEC-APROV     PIC 9(05) COMP.
               03 WRK-TO-DEC-REJEIT    PIC 9(05) COMP.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(48) VALUE
               "APROVACAO DE ALTERACOES SENSIVEIS - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(17) VALUE
               " - PRAZO (DIAS): ".
           02 WRK-CB-PRAZO          PIC ZZ9.
       01 WRK-LINHA-SECAO.
           02 FILLER                PIC X(04) VALUE "*** ".
           02 WRK-SC-TITULO         PIC X(40).
       01 WRK-LINHA-DECISAO.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DECISAO         PIC X(01).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-OPERADOR        PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(12).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(30).
       01 WRK-LINHA-TITULO-PEDIDOS.
           02 FILLER                PIC X(50) VALUE
               "CPF         PEDIDO     ACAO MUDA        SOLICIT. ".
           02 FILLER                PIC X(50) VALUE
               "APROVADOR SITUACAO     DECISAO    MOTIVO          ".
       01 WRK-LINHA-PEDIDO.
           02 WRK-P-CPF             PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-DATA-PEDIDO.
               03 WRK-P-PED-DIA      PIC 9(02).
               03 FILLER             PIC X(01) VALUE "/".
               03 WRK-P-PED-MES      PIC 9(02).
               03 FILLER             PIC X(01) VALUE "/".
               03 WRK-P-PED-ANO      PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-ACAO            PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-MUDA-SAL        PIC X(04).
           02 WRK-P-MUDA-STA        PIC X(04).
           02 WRK-P-MUDA-EST        PIC X(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-SOLICITANTE     PIC X(08).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-APROVADOR       PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-P-SITUACAO        PIC X(12).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-DATA-DECISAO.
               03 WRK-P-DEC-DIA      PIC 9(02).
               03 FILLER             PIC X(01) VALUE "/".
               03 WRK-P-DEC-MES      PIC 9(02).
               03 FILLER             PIC X(01) VALUE "/".
               03 WRK-P-DEC-ANO      PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-P-MOTIVO          PIC X(30).
       01 WRK-DATA-EDICAO.
           02 WRK-DE-ANO            PIC 9(04).
           02 WRK-DE-MES            PIC 9(02).
           02 WRK-DE-DIA            PIC 9(02).
       01 WRK-DATA-EDICAO-N REDEFINES WRK-DATA-EDICAO
                                    PIC 9(08).
       01 WRK-LINHA-TITULO-OPER.
           02 FILLER                PIC X(50) VALUE
               "OPERADOR  PEDIDOS FEITOS: PEND  APROV REJEIT NAO-A".
           02 FILLER                PIC X(50) VALUE
               "PL EXPIR   DECIDIDOS: APROV REJEIT                ".
       01 WRK-LINHA-OPERADOR.
           02 WRK-O-OPERADOR        PIC X(08).
           02 FILLER                PIC X(18) VALUE SPACES.
           02 WRK-O-SOL-PEND        PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-O-SOL-APROV       PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-O-SOL-REJEIT      PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-O-SOL-NAO-APL     PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-O-SOL-EXPIR       PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE SPACES.
           02 WRK-O-DEC-APROV       PIC ZZZZ9.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-O-DEC-REJEIT      PIC ZZZZ9.
       01 WRK-LINHA-TOTAL-DECISOES.
           02 FILLER                PIC X(19) VALUE
               "DECISOES DO LOTE: ".
           02 WRK-TD-LIDAS          PIC ZZZZ9.
           02 FILLER                PIC X(08) VALUE " LIDAS, ".
           02 WRK-TD-APLIC          PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " APLICADAS, ".
           02 WRK-TD-REJEIT         PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE " REJEITADAS, ".
           02 WRK-TD-NAO-APL        PIC ZZZZ9.
           02 FILLER                PIC X(16) VALUE
               " NAO APLICADAS, ".
           02 WRK-TD-RECUS          PIC ZZZZ9.
           02 FILLER                PIC X(11) VALUE " RECUSADAS".
       01 WRK-LINHA-TOTAL-PEDIDOS.
           02 FILLER                PIC X(19) VALUE
               "PEDIDOS NO ARQUIVO:".
           02 WRK-TP-PEND           PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE " PENDENTES, ".
           02 WRK-TP-APROV          PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " APROVADOS, ".
           02 WRK-TP-REJEIT         PIC ZZZZ9.
           02 FILLER                PIC X(14) VALUE " REJEITADOS, ".
           02 WRK-TP-NAO-APL        PIC ZZZZ9.
           02 FILLER                PIC X(16) VALUE
               " NAO APLICADOS, ".
           02 WRK-TP-EXPIR          PIC ZZZZ9.
           02 FILLER                PIC X(25) VALUE
               " EXPIRADOS (NESTE LOTE: ".
           02 WRK-TP-EXPIR-LOTE     PIC ZZZZ9.
           02 FILLER                PIC X(01) VALUE ")".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-PRAZO-DIAS FROM CONSOLE.
           IF WRK-PRAZO-DIAS NOT NUMERIC
               OR WRK-PRAZO-DIAS = ZEROS
               MOVE 10 TO WRK-PRAZO-DIAS
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           MOVE WRK-DATA-HOJE TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-NUMERO-HOJE.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-PEND-NAO-ENCONTRADO
               OR WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-EXPIRA-PEDIDOS THRU 2000-EXIT.
           MOVE "DECISOES DO LOTE (EMPDEC)" TO WRK-SC-TITULO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-SECAO.
           PERFORM 3000-PROCESSA-DECISAO THRU 3000-EXIT
               UNTIL WRK-FIM-DEC-SW.
           PERFORM 4000-LISTA-PEDIDOS THRU 4000-EXIT.
           PERFORM 5000-RESUMO-OPERADORES THRU 5000-EXIT.
           PERFORM 6000-FINALIZA THRU 6000-EXIT.
           IF WRK-QTDE-NAO-APLICADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-RECUSADAS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS - SEM O EMPPEND NAO HA PEDIDO A DECIDIR E SEM
      * O MESTRE NAO HA ONDE APLICAR. O ARQUIVO DE DECISOES E
      * OPCIONAL: SEM ELE O PROGRAMA SO EXPIRA E LISTA.
      *****************************************************************
       1000-INICIO.
           OPEN I-O PENDING-FILE.
           IF WRK-FS-PEND-NAO-ENCONTRADO
               DISPLAY 'EMPPEND NAO ENCONTRADO - NENHUM PEDIDO '
                       'GRAVADO PELO EMPMAINT AINDA'
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE PENDING-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O POSITION-FILE.
           IF WRK-FS-CARGO-NAO-ENCONTRADO
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
           OPEN I-O TRANSFER-FILE.
           IF WRK-FS-TRANSF-NAO-ENCONTRADO
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.
           OPEN INPUT DECISION-FILE.
           IF WRK-FS-DEC-NAO-ABERTO
               DISPLAY 'EMPDEC NAO ENCONTRADO - NENHUMA DECISAO NESTE '
                       'LOTE'
               SET WRK-FIM-DEC-SW TO TRUE
           ELSE
               SET WRK-DECISOES-ABERTO-SW TO TRUE
               READ DECISION-FILE
                   AT END SET WRK-FIM-DEC-SW TO TRUE
               END-READ
           END-IF.
           OPEN OUTPUT APPROVAL-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-PRAZO-DIAS TO WRK-CB-PRAZO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-CABECALHO.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * EXPIRA OS PEDIDOS PENDENTES COM MAIS DIAS QUE O PRAZO DESDE O
      * PEDIDO - FICAM COMO 'X' COM A DATA DE HOJE E VAO PARA O
      * AUDITLOG. ROLA ANTES DAS DECISOES, PARA QUE UM PEDIDO VENCIDO
      * NAO SEJA APROVADO.
      *****************************************************************
       2000-EXPIRA-PEDIDOS.
           MOVE "PEDIDOS EXPIRADOS NESTE LOTE" TO WRK-SC-TITULO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-SECAO.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE LOW-VALUES TO PND-CHAVE.
           START PENDING-FILE KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   GO TO 2000-EXIT
           END-START.
           PERFORM 2100-CONFERE-PRAZO THRU 2100-EXIT
               UNTIL WRK-FIM-PEND-SW.
       2000-EXIT.
           EXIT.
       2100-CONFERE-PRAZO.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PEND-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF NOT PND-PENDENTE
               GO TO 2100-EXIT
           END-IF.
           MOVE PND-DATA-PEDIDO TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           COMPUTE WRK-IDADE-PEDIDO = WRK-NUMERO-HOJE - WRK-DC-NUMERO.
           IF WRK-IDADE-PEDIDO NOT > WRK-PRAZO-DIAS
               GO TO 2100-EXIT
           END-IF.
           MOVE 'X' TO PND-SITUACAO.
           MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
           MOVE WRK-HORA-AGORA TO PND-HORA-DECISAO.
           MOVE "PRAZO DE APROVACAO ESGOTADO" TO PND-MOTIVO.
           REWRITE PENDING-CHANGE-REC.
           ADD 1 TO WRK-QTDE-EXPIRADAS.
           MOVE "EXPIRADO" TO WRK-RA-DECISAO.
           MOVE SPACES TO WRK-RA-OPERADOR.
           PERFORM 3900-GRAVA-AUDITORIA THRU 3900-EXIT.
           MOVE SPACES TO WRK-LINHA-DECISAO.
           MOVE PND-CPF TO WRK-D-CPF.
           MOVE "EXPIRADO" TO WRK-D-SITUACAO.
           MOVE PND-MOTIVO TO WRK-D-MOTIVO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-DECISAO.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA A DECISAO CORRENTE, LOCALIZA O PEDIDO PENDENTE DO CPF E
      * REGISTRA A DECISAO (APLICANDO NO MESTRE QUANDO APROVADA). GRAVA
      * A LINHA NO REGISTRO E LE A PROXIMA.
      *****************************************************************
       3000-PROCESSA-DECISAO.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-DECISAO-RECUSADA.
           MOVE SPACES TO WRK-MOTIVO-RECUSA.
           MOVE SPACES TO WRK-LINHA-DECISAO.
           PERFORM 3050-VALIDA-DECISAO THRU 3050-EXIT.
           IF WRK-RECUSADA-SW
               ADD 1 TO WRK-QTDE-RECUSADAS
               MOVE "RECUSADA" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-RECUSA TO WRK-D-MOTIVO
           ELSE
               PERFORM 3200-REGISTRA-DECISAO THRU 3200-EXIT
           END-IF.
           MOVE DEC-CPF TO WRK-D-CPF.
           MOVE DEC-DECISAO TO WRK-D-DECISAO.
           MOVE DEC-OPERADOR TO WRK-D-OPERADOR.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-DECISAO.
           READ DECISION-FILE
               AT END SET WRK-FIM-DEC-SW TO TRUE
           END-READ.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * DECISAO RECONHECIDA, OPERADOR INFORMADO E AUTORIZADO PARA O
      * EMPAPROV, PEDIDO PENDENTE PARA O CPF E APROVADOR DIFERENTE DO
      * SOLICITANTE.
      *****************************************************************
       3050-VALIDA-DECISAO.
           IF NOT DEC-APROVADA AND NOT DEC-REJEITADA
               SET WRK-RECUSADA-SW TO TRUE
               MOVE "DECISAO INVALIDA" TO WRK-MOTIVO-RECUSA
               GO TO 3050-EXIT
           END-IF.
           IF DEC-OPERADOR = SPACES
               SET WRK-RECUSADA-SW TO TRUE
               MOVE "OPERADOR NAO INFORMADO" TO WRK-MOTIVO-RECUSA
               GO TO 3050-EXIT
           END-IF.
           MOVE 'N' TO WRK-AUTORIZADO.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA DEC-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               SET WRK-RECUSADA-SW TO TRUE
               MOVE "OPERADOR NAO AUTORIZADO" TO WRK-MOTIVO-RECUSA
               GO TO 3050-EXIT
           END-IF.
           PERFORM 3100-PROCURA-PENDENTE THRU 3100-EXIT.
           IF NOT WRK-PEND-ACHADO-SW
               SET WRK-RECUSADA-SW TO TRUE
               MOVE "NAO HA PEDIDO PENDENTE DO CPF" TO WRK-MOTIVO-RECUSA
               GO TO 3050-EXIT
           END-IF.
           IF DEC-OPERADOR = PND-SOLICITANTE
               SET WRK-RECUSADA-SW TO TRUE
               MOVE "APROVADOR IGUAL AO SOLICITANTE"
                   TO WRK-MOTIVO-RECUSA
           END-IF.
       3050-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA O PEDIDO PENDENTE DO CPF (SO PODE HAVER UM - O EMPMAINT
      * REJEITA NOVA TRANSACAO DO CPF ENQUANTO HA PEDIDO PENDENTE). AO
      * SAIR, O REGISTRO ACHADO ESTA NA AREA DO EMPPEND.
      *****************************************************************
       3100-PROCURA-PENDENTE.
           MOVE 'N' TO WRK-PEND-ACHADO.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE DEC-CPF TO PND-CPF.
           MOVE ZEROS TO PND-DATA-PEDIDO.
           MOVE ZEROS TO PND-HORA-PEDIDO.
           START PENDING-FILE KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   GO TO 3100-EXIT
           END-START.
           PERFORM 3110-LE-PENDENTE THRU 3110-EXIT
               UNTIL WRK-FIM-PEND-SW OR WRK-PEND-ACHADO-SW.
       3100-EXIT.
           EXIT.
       3110-LE-PENDENTE.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PEND-SW TO TRUE
                   GO TO 3110-EXIT
           END-READ.
           IF PND-CPF NOT = DEC-CPF
               SET WRK-FIM-PEND-SW TO TRUE
               GO TO 3110-EXIT
           END-IF.
           IF PND-PENDENTE
               SET WRK-PEND-ACHADO-SW TO TRUE
           END-IF.
       3110-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A DECISAO NO PEDIDO: REJEITADA FICA 'R'; APROVADA E
      * APLICADA NO MESTRE E FICA 'A', OU 'N' COM O MOTIVO QUANDO NAO
      * PODE SER APLICADA.
      *****************************************************************
       3200-REGISTRA-DECISAO.
           IF DEC-REJEITADA
               MOVE 'R' TO PND-SITUACAO
               MOVE "REJEITADO PELO APROVADOR" TO PND-MOTIVO
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               MOVE "REJEITADA" TO WRK-RA-DECISAO
           ELSE
               PERFORM 3300-APLICA-PEDIDO THRU 3300-EXIT
           END-IF.
           MOVE DEC-OPERADOR TO PND-APROVADOR.
           MOVE WRK-DATA-HOJE TO PND-DATA-DECISAO.
           MOVE WRK-HORA-AGORA TO PND-HORA-DECISAO.
           REWRITE PENDING-CHANGE-REC.
           MOVE PND-MOTIVO TO WRK-D-MOTIVO.
           MOVE DEC-OPERADOR TO WRK-RA-OPERADOR.
           PERFORM 3900-GRAVA-AUDITORIA THRU 3900-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * APLICA O PEDIDO APROVADO - SO SE O REGISTRO DO MESTRE AINDA E
      * IGUAL A IMAGEM GUARDADA NO PEDIDO; SENAO A APROVACAO SERIA
      * SOBRE DADOS QUE O APROVADOR NAO VIU.
      *****************************************************************
       3300-APLICA-PEDIDO.
           MOVE 'N' TO PND-SITUACAO.
           MOVE "NAO APLICADA" TO WRK-D-SITUACAO.
           MOVE "NAO APLICADA" TO WRK-RA-DECISAO.
           MOVE PND-CPF TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE "CPF NAO CADASTRADO NO MESTRE" TO PND-MOTIVO
                   ADD 1 TO WRK-QTDE-NAO-APLICADAS
                   GO TO 3300-EXIT
           END-READ.
           IF EMPLOYEE-RECORD NOT = PND-IMAGEM-ANTES
               MOVE "MESTRE ALTERADO APOS O PEDIDO" TO PND-MOTIVO
               ADD 1 TO WRK-QTDE-NAO-APLICADAS
               GO TO 3300-EXIT
           END-IF.
           MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-ANTES.
           IF PND-T-TRANSFERENCIA
               PERFORM 3500-APLICA-TRANSFERENCIA THRU 3500-EXIT
           ELSE
               PERFORM 3400-APLICA-ALTERACAO THRU 3400-EXIT
           END-IF.
           IF PND-NAO-APLICADA
               ADD 1 TO WRK-QTDE-NAO-APLICADAS
               GO TO 3300-EXIT
           END-IF.
           MOVE SPACES TO PND-MOTIVO.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "APLICADA" TO WRK-D-SITUACAO.
           MOVE "APROVADA" TO WRK-RA-DECISAO.
       3300-EXIT.
           EXIT.
      *****************************************************************
      * ALTERACAO APROVADA: O REGISTRO COMPLETO DA TRANSACAO VAI PARA
      * O MESTRE E O CARGO PARA O CARGOFUN, COMO NO EMPMAINT.
      *****************************************************************
       3400-APLICA-ALTERACAO.
           MOVE PND-T-NOME TO EMP-NOME.
           MOVE PND-T-SALARIO TO EMP-SALARIO.
           MOVE PND-T-DEPTO TO EMP-DEPTO.
           MOVE PND-T-MOEDA TO EMP-MOEDA.
           MOVE PND-T-DATA-ADMISSAO TO EMP-DATA-ADMISSAO.
           MOVE PND-T-STATUS TO EMP-STATUS.
           IF PND-T-DATA-DESLIG NUMERIC
               MOVE PND-T-DATA-DESLIG TO EMP-DATA-DESLIGAMENTO
           ELSE
               MOVE ZEROS TO EMP-DATA-DESLIGAMENTO
           END-IF.
           MOVE PND-T-ESTAB TO EMP-ESTABELECIMENTO.
           REWRITE EMPLOYEE-RECORD.
           MOVE 'A' TO PND-SITUACAO.
           MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO WRK-JRN-ACAO.
           PERFORM 3600-GRAVA-DIARIO THRU 3600-EXIT.
           MOVE SPACES TO CARGO-FUNCIONARIO-REC.
           MOVE PND-CPF TO CFU-CPF.
           MOVE PND-T-CARGO TO CFU-CARGO.
           MOVE WRK-DATA-HOJE TO CFU-DATA-ATUALIZACAO.
           WRITE CARGO-FUNCIONARIO-REC.
           IF WRK-FS-CARGO-DUPLICADO
               REWRITE CARGO-FUNCIONARIO-REC
           END-IF.
       3400-EXIT.
           EXIT.
      *****************************************************************
      * TRANSFERENCIA APROVADA: GRAVA O HISTORICO TRANSF (LOCAL DE
      * ANTES E DE DEPOIS, COM O OPERADOR SOLICITANTE) E REGRAVA O
      * MESTRE NO LOCAL NOVO, COMO NO EMPMAINT.
      *****************************************************************
       3500-APLICA-TRANSFERENCIA.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-ATUAL
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-ATUAL
           END-IF.
           IF PND-T-ESTAB = SPACE
               MOVE '1' TO WRK-ESTAB-NOVO
           ELSE
               MOVE PND-T-ESTAB TO WRK-ESTAB-NOVO
           END-IF.
           MOVE SPACES TO TRANSFERENCIA-REC.
           MOVE PND-CPF TO TRF-CPF.
           MOVE PND-T-DATA-TRANSF TO TRF-DATA-EFETIVA.
           MOVE EMP-DEPTO TO TRF-DEPTO-ANTERIOR.
           MOVE WRK-ESTAB-ATUAL TO TRF-ESTAB-ANTERIOR.
           MOVE PND-T-DEPTO TO TRF-DEPTO-NOVO.
           MOVE WRK-ESTAB-NOVO TO TRF-ESTAB-NOVO.
           MOVE PND-SOLICITANTE TO TRF-OPERADOR.
           MOVE WRK-DATA-HOJE TO TRF-DATA-REGISTRO.
           WRITE TRANSFERENCIA-REC.
           IF WRK-FS-TRANSF-DUPLICADO
               MOVE "HA TRANSFERENCIA NA DATA" TO PND-MOTIVO
               GO TO 3500-EXIT
           END-IF.
           MOVE PND-T-DEPTO TO EMP-DEPTO.
           MOVE WRK-ESTAB-NOVO TO EMP-ESTABELECIMENTO.
           REWRITE EMPLOYEE-RECORD.
           MOVE 'A' TO PND-SITUACAO.
           MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO WRK-JRN-ACAO.
           PERFORM 3600-GRAVA-DIARIO THRU 3600-EXIT.
       3500-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA NO DIARIO DE ALTERACOES (EMPJRNL) AS IMAGENS ANTES/
      * DEPOIS DA ALTERACAO APROVADA.
      *****************************************************************
       3600-GRAVA-DIARIO.
           CALL "EMPJORN" USING WRK-AUD-PROGRAMA WRK-JRN-ACAO
               WRK-IMAGEM-ANTES WRK-IMAGEM-DEPOIS.
       3600-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A DECISAO (OU A EXPIRACAO) NA TRILHA DE AUDITORIA
      * COMPARTILHADA - PEDIDO NA ENTRADA, DECISAO E APROVADOR NO
      * RESULTADO.
      *****************************************************************
       3900-GRAVA-AUDITORIA.
           MOVE PND-CPF TO WRK-EA-CPF.
           MOVE PND-DATA-PEDIDO TO WRK-EA-DATA.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       3900-EXIT.
           EXIT.
      *****************************************************************
      * LISTA TODOS OS PEDIDOS DO ARQUIVO, EM ORDEM DE CPF E DATA, E
      * ACUMULA OS TOTAIS POR SITUACAO E POR OPERADOR.
      *****************************************************************
       4000-LISTA-PEDIDOS.
           MOVE "PEDIDOS DE ALTERACAO SENSIVEL" TO WRK-SC-TITULO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-SECAO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-TITULO-PEDIDOS.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE LOW-VALUES TO PND-CHAVE.
           START PENDING-FILE KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   GO TO 4000-EXIT
           END-START.
           PERFORM 4100-LISTA-PEDIDO THRU 4100-EXIT
               UNTIL WRK-FIM-PEND-SW.
       4000-EXIT.
           EXIT.
       4100-LISTA-PEDIDO.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PEND-SW TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           MOVE SPACES TO WRK-LINHA-PEDIDO.
           MOVE PND-CPF TO WRK-P-CPF.
           MOVE PND-DATA-PEDIDO TO WRK-DATA-EDICAO-N.
           MOVE WRK-DE-DIA TO WRK-P-PED-DIA.
           MOVE WRK-DE-MES TO WRK-P-PED-MES.
           MOVE WRK-DE-ANO TO WRK-P-PED-ANO.
           IF PND-T-TRANSFERENCIA
               MOVE "TRF" TO WRK-P-ACAO
           ELSE
               MOVE "ALT" TO WRK-P-ACAO
           END-IF.
           IF PND-MUDA-SALARIO-SW
               MOVE "SAL" TO WRK-P-MUDA-SAL
           END-IF.
           IF PND-MUDA-STATUS-SW
               MOVE "STA" TO WRK-P-MUDA-STA
           END-IF.
           IF PND-MUDA-ESTAB-SW
               MOVE "EST" TO WRK-P-MUDA-EST
           END-IF.
           MOVE PND-SOLICITANTE TO WRK-P-SOLICITANTE.
           MOVE PND-APROVADOR TO WRK-P-APROVADOR.
           IF PND-DATA-DECISAO NUMERIC AND PND-DATA-DECISAO > ZEROS
               MOVE PND-DATA-DECISAO TO WRK-DATA-EDICAO-N
               MOVE WRK-DE-DIA TO WRK-P-DEC-DIA
               MOVE WRK-DE-MES TO WRK-P-DEC-MES
               MOVE WRK-DE-ANO TO WRK-P-DEC-ANO
           END-IF.
           MOVE PND-MOTIVO TO WRK-P-MOTIVO.
           MOVE PND-SOLICITANTE TO WRK-OPERADOR-PROCURADO.
           PERFORM 4200-PROCURA-OPERADOR THRU 4200-EXIT.
           EVALUATE TRUE
               WHEN PND-PENDENTE
                   MOVE "PENDENTE" TO WRK-P-SITUACAO
                   ADD 1 TO WRK-TOT-PENDENTES
                   IF WRK-OPER-ACHADO-SW
                       ADD 1 TO WRK-TO-SOL-PEND (WRK-IDX)
                   END-IF
               WHEN PND-APROVADA
                   MOVE "APROVADA" TO WRK-P-SITUACAO
                   ADD 1 TO WRK-TOT-APROVADAS
                   IF WRK-OPER-ACHADO-SW
                       ADD 1 TO WRK-TO-SOL-APROV (WRK-IDX)
                   END-IF
               WHEN PND-REJEITADA
                   MOVE "REJEITADA" TO WRK-P-SITUACAO
                   ADD 1 TO WRK-TOT-REJEITADAS
                   IF WRK-OPER-ACHADO-SW
                       ADD 1 TO WRK-TO-SOL-REJEIT (WRK-IDX)
                   END-IF
               WHEN PND-NAO-APLICADA
                   MOVE "NAO APLICADA" TO WRK-P-SITUACAO
                   ADD 1 TO WRK-TOT-NAO-APLICADAS
                   IF WRK-OPER-ACHADO-SW
                       ADD 1 TO WRK-TO-SOL-NAO-APL (WRK-IDX)
                   END-IF
               WHEN OTHER
                   MOVE "EXPIRADA" TO WRK-P-SITUACAO
                   ADD 1 TO WRK-TOT-EXPIRADAS
                   IF WRK-OPER-ACHADO-SW
                       ADD 1 TO WRK-TO-SOL-EXPIR (WRK-IDX)
                   END-IF
           END-EVALUATE.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-PEDIDO.
           IF PND-APROVADOR = SPACES
               GO TO 4100-EXIT
           END-IF.
           MOVE PND-APROVADOR TO WRK-OPERADOR-PROCURADO.
           PERFORM 4200-PROCURA-OPERADOR THRU 4200-EXIT.
           IF NOT WRK-OPER-ACHADO-SW
               GO TO 4100-EXIT
           END-IF.
           IF PND-REJEITADA
               ADD 1 TO WRK-TO-DEC-REJEIT (WRK-IDX)
           ELSE
               ADD 1 TO WRK-TO-DEC-APROV (WRK-IDX)
           END-IF.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA O OPERADOR NA TABELA DO RESUMO (WRK-IDX), INCLUINDO
      * SE AINDA NAO ESTA. TABELA CHEIA: O OPERADOR FICA FORA DO
      * RESUMO E E CONTADO EM WRK-QTDE-OPER-DESC.
      *****************************************************************
       4200-PROCURA-OPERADOR.
           MOVE 'N' TO WRK-OPER-ACHADO.
           PERFORM 4210-COMPARA-OPERADOR THRU 4210-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-OPERADORES
                  OR WRK-OPER-ACHADO-SW.
           IF WRK-OPER-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX
               GO TO 4200-EXIT
           END-IF.
           IF WRK-QTDE-OPERADORES NOT < WRK-MAX-OPERADORES
               ADD 1 TO WRK-QTDE-OPER-DESC
               GO TO 4200-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-OPERADORES.
           MOVE WRK-QTDE-OPERADORES TO WRK-IDX.
           MOVE WRK-OPERADOR-PROCURADO TO WRK-TO-OPERADOR (WRK-IDX).
           MOVE ZEROS TO WRK-TO-SOL-PEND (WRK-IDX).
           MOVE ZEROS TO WRK-TO-SOL-APROV (WRK-IDX).
           MOVE ZEROS TO WRK-TO-SOL-REJEIT (WRK-IDX).
           MOVE ZEROS TO WRK-TO-SOL-NAO-APL (WRK-IDX).
           MOVE ZEROS TO WRK-TO-SOL-EXPIR (WRK-IDX).
           MOVE ZEROS TO WRK-TO-DEC-APROV (WRK-IDX).
           MOVE ZEROS TO WRK-TO-DEC-REJEIT (WRK-IDX).
           SET WRK-OPER-ACHADO-SW TO TRUE.
       4200-EXIT.
           EXIT.
       4210-COMPARA-OPERADOR.
           IF WRK-TO-OPERADOR (WRK-IDX) = WRK-OPERADOR-PROCURADO
               SET WRK-OPER-ACHADO-SW TO TRUE
           END-IF.
       4210-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O RESUMO POR OPERADOR E OS TOTAIS.
      *****************************************************************
       5000-RESUMO-OPERADORES.
           MOVE "RESUMO POR OPERADOR" TO WRK-SC-TITULO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-SECAO.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-TITULO-OPER.
           PERFORM 5100-IMPRIME-OPERADOR THRU 5100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-OPERADORES.
           IF WRK-QTDE-OPER-DESC > ZEROS
               DISPLAY 'AVISO: TABELA DE OPERADORES CHEIA - '
                   WRK-QTDE-OPER-DESC ' CONTAGEM(NS) FORA DO RESUMO'
           END-IF.
       5000-EXIT.
           EXIT.
       5100-IMPRIME-OPERADOR.
           MOVE WRK-TO-OPERADOR (WRK-IDX) TO WRK-O-OPERADOR.
           MOVE WRK-TO-SOL-PEND (WRK-IDX) TO WRK-O-SOL-PEND.
           MOVE WRK-TO-SOL-APROV (WRK-IDX) TO WRK-O-SOL-APROV.
           MOVE WRK-TO-SOL-REJEIT (WRK-IDX) TO WRK-O-SOL-REJEIT.
           MOVE WRK-TO-SOL-NAO-APL (WRK-IDX) TO WRK-O-SOL-NAO-APL.
           MOVE WRK-TO-SOL-EXPIR (WRK-IDX) TO WRK-O-SOL-EXPIR.
           MOVE WRK-TO-DEC-APROV (WRK-IDX) TO WRK-O-DEC-APROV.
           MOVE WRK-TO-DEC-REJEIT (WRK-IDX) TO WRK-O-DEC-REJEIT.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-OPERADOR.
       5100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
      *****************************************************************
       6000-FINALIZA.
           MOVE WRK-QTDE-LIDAS TO WRK-TD-LIDAS.
           MOVE WRK-QTDE-APLICADAS TO WRK-TD-APLIC.
           MOVE WRK-QTDE-REJEITADAS TO WRK-TD-REJEIT.
           MOVE WRK-QTDE-NAO-APLICADAS TO WRK-TD-NAO-APL.
           MOVE WRK-QTDE-RECUSADAS TO WRK-TD-RECUS.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-TOTAL-DECISOES.
           MOVE WRK-TOT-PENDENTES TO WRK-TP-PEND.
           MOVE WRK-TOT-APROVADAS TO WRK-TP-APROV.
           MOVE WRK-TOT-REJEITADAS TO WRK-TP-REJEIT.
           MOVE WRK-TOT-NAO-APLICADAS TO WRK-TP-NAO-APL.
           MOVE WRK-TOT-EXPIRADAS TO WRK-TP-EXPIR.
           MOVE WRK-QTDE-EXPIRADAS TO WRK-TP-EXPIR-LOTE.
           WRITE APPROVAL-REPORT-REC FROM WRK-LINHA-TOTAL-PEDIDOS.
           IF WRK-DECISOES-ABERTO-SW
               CLOSE DECISION-FILE
           END-IF.
           CLOSE PENDING-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE POSITION-FILE.
           CLOSE TRANSFER-FILE.
           CLOSE APPROVAL-REPORT.
       6000-EXIT.
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
       END PROGRAM EMPAPROV.
