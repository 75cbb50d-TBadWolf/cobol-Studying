       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGFAIX.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: RELATORIO MENSAL DE ADERENCIA A FAIXA SALARIAL DO
      *          CARGO. RECEBE PELO CONSOLE O ANO E O MES DA
      *          COMPETENCIA (SO PARA O CABECALHO) E CONFERE CADA
      *          FUNCIONARIO ATIVO DO EMPLOYEE-MASTER CONTRA O CARGO
      *          GRAVADO NO CARGOFUN E A FAIXA DO CARGOMST (VIA
      *          CARGLOOK). SAI NO RELATORIO, POR DEPARTAMENTO COM O
      *          GESTOR DO DEPTMSTR, QUEM ESTA ABAIXO DO PISO SINDICAL,
      *          ABAIXO DO MINIMO OU ACIMA DO MAXIMO DA FAIXA, E QUEM
      *          AINDA NAO TEM CARGO OU TEM CARGO SEM CADASTRO - O
      *          FUNCIONARIO DENTRO DA FAIXA NAO E IMPRESSO. O PISO
      *          SINDICAL TAMBEM E APONTAMENTO BLOQUEANTE NO MSTAUDIT;
      *          AQUI O RELATORIO E SO PARA O RH CORRIGIR.
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
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO-FUNC.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT SORT-WORK ASSIGN TO "SRTWK04".
           SELECT BAND-REPORT ASSIGN TO "CARGFXRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       SD  SORT-WORK.
       01  SORT-RECORD.
           02 SRT-DEPTO                PIC X(04).
           02 SRT-CPF                  PIC X(11).
           02 SRT-NOME                 PIC X(20).
           02 SRT-CARGO                PIC X(05).
           02 SRT-SALARIO              PIC 9(06)V99.
           02 SRT-MINIMA               PIC 9(06)V99.
           02 SRT-MAXIMA               PIC 9(06)V99.
           02 SRT-PISO                 PIC 9(06)V99.
           02 SRT-SITUACAO             PIC X(01).
               88 SRT-SEM-CARGO                 VALUE 'S'.
               88 SRT-CARGO-INEXISTENTE         VALUE 'N'.
               88 SRT-ABAIXO-PISO               VALUE 'P'.
               88 SRT-ABAIXO-FAIXA              VALUE 'B'.
               88 SRT-ACIMA-FAIXA               VALUE 'A'.
       FD  BAND-REPORT.
       01  BAND-REPORT-REC            PIC X(110).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-CARGO-FUNC        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CARGOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-CARGOS-ABERTO-SW          VALUE 'S'.
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-SORT             PIC X(01) VALUE 'N'.
           88 WRK-FIM-SORT-SW               VALUE 'S'.
       77 WRK-PRIMEIRO-REG         PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRO                  VALUE 'S'.
       77 WRK-ANO-PEDIDO           PIC 9(04) VALUE ZEROS.
       77 WRK-MES-PEDIDO           PIC 9(02) VALUE ZEROS.
       77 WRK-TITULO-CARGO         PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SW           VALUE 'S'.
       77 WRK-DEPTO-ANTERIOR       PIC X(04) VALUE SPACES.
       77 WRK-QTDE-DEPTO           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ATIVOS          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-SEM-CARGO       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-CARGO-INEXIST   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ABAIXO-PISO     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ABAIXO-FAIXA    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ACIMA-FAIXA     PIC 9(05) COMP VALUE ZEROS.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(32) VALUE
               "FAIXA SALARIAL POR CARGO - COMP.".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES-HOJE       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-HOJE       PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(13) VALUE "CPF".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(07) VALUE "CARGO".
           02 FILLER                PIC X(12) VALUE "SALARIO".
           02 FILLER                PIC X(12) VALUE "FAIXA MIN".
           02 FILLER                PIC X(12) VALUE "FAIXA MAX".
           02 FILLER                PIC X(12) VALUE "PISO".
           02 FILLER                PIC X(16) VALUE "SITUACAO".
       01 WRK-LINHA-DEPTO.
           02 FILLER                PIC X(14) VALUE "DEPARTAMENTO: ".
           02 WRK-DP-CODIGO         PIC X(04).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-DP-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(10) VALUE "  GESTOR: ".
           02 WRK-DP-GESTOR         PIC X(20).
       01 WRK-LINHA-DETALHE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-CPF             PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-CARGO           PIC X(05).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SALARIO         PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MINIMA          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MAXIMA          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-PISO            PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(16).
       01 WRK-LINHA-TOTAL-DEPTO.
           02 FILLER                PIC X(30) VALUE
               "    FORA DA FAIXA NO DEPTO: ".
           02 WRK-TDP-QTDE-ED       PIC ZZZZ9.
       01 WRK-LINHA-TOTAL-1.
           02 FILLER                PIC X(09) VALUE "ATIVOS: ".
           02 WRK-TOT-ATIVOS-ED     PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE "  SEM CARGO: ".
           02 WRK-TOT-SEM-ED        PIC ZZZZ9.
           02 FILLER                PIC X(23) VALUE
               "  CARGO SEM CADASTRO: ".
           02 WRK-TOT-INEX-ED       PIC ZZZZ9.
       01 WRK-LINHA-TOTAL-2.
           02 FILLER                PIC X(14) VALUE "ABAIXO PISO: ".
           02 WRK-TOT-PISO-ED       PIC ZZZZ9.
           02 FILLER                PIC X(17) VALUE
               "  ABAIXO FAIXA: ".
           02 WRK-TOT-ABAIXO-ED     PIC ZZZZ9.
           02 FILLER                PIC X(16) VALUE
               "  ACIMA FAIXA: ".
           02 WRK-TOT-ACIMA-ED      PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
           ACCEPT WRK-MES-PEDIDO FROM CONSOLE.
           IF WRK-MES-PEDIDO < 1 OR WRK-MES-PEDIDO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           SORT SORT-WORK
               ON ASCENDING KEY SRT-DEPTO SRT-CPF
               INPUT PROCEDURE IS 2000-LE-MESTRE
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-IMPRIME-RELATORIO
                   THRU 3000-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * CONFERE QUE O MESTRE EXISTE (QUEM O LE DE FATO E A FASE DE
      * ENTRADA DO SORT), ABRE O CARGOFUN E O DEPTMSTR QUANDO
      * EXISTIREM E GRAVA O CABECALHO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           OPEN INPUT POSITION-FILE.
           IF WRK-FS-CARGO-NAO-ENCONTRADO
               DISPLAY 'AVISO: CARGOFUN NAO ENCONTRADO - NENHUM '
                       'FUNCIONARIO COM CARGO GRAVADO'
           ELSE
               SET WRK-CARGOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT DEPARTMENT-MASTER.
           IF NOT WRK-FS-DEPTOS-NAO-ENCONTRADO
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN OUTPUT BAND-REPORT.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES-HOJE.
           MOVE WRK-ANO TO WRK-CB-ANO-HOJE.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-TITULO.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LE O MESTRE INTEIRO E LIBERA SO OS
      * ATIVOS FORA DA FAIXA (OU SEM CARGO VALIDO).
      *****************************************************************
       2000-LE-MESTRE.
           OPEN INPUT EMPLOYEE-MASTER.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
           PERFORM 2100-CONFERE-FAIXA THRU 2100-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           CLOSE EMPLOYEE-MASTER.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * O PISO SINDICAL VEM ANTES DA FAIXA: QUEM ESTA ABAIXO DOS DOIS
      * SAI UMA VEZ SO, COMO ABAIXO DO PISO, QUE E O CASO MAIS GRAVE.
      *****************************************************************
       2100-CONFERE-FAIXA.
           IF EMP-DESLIGADO
               GO TO 2100-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-ATIVOS.
           MOVE SPACES TO SORT-RECORD.
           MOVE EMP-DEPTO TO SRT-DEPTO.
           MOVE EMP-CPF TO SRT-CPF.
           MOVE EMP-NOME TO SRT-NOME.
           MOVE EMP-SALARIO TO SRT-SALARIO.
           MOVE ZEROS TO SRT-MINIMA.
           MOVE ZEROS TO SRT-MAXIMA.
           MOVE ZEROS TO SRT-PISO.
           IF NOT WRK-CARGOS-ABERTO-SW
               SET SRT-SEM-CARGO TO TRUE
               GO TO 2100-LIBERA
           END-IF.
           MOVE EMP-CPF TO CFU-CPF.
           READ POSITION-FILE
               INVALID KEY
                   SET SRT-SEM-CARGO TO TRUE
                   GO TO 2100-LIBERA
           END-READ.
           MOVE CFU-CARGO TO SRT-CARGO.
           MOVE 'N' TO WRK-CARGO-ACHADO.
           CALL "CARGLOOK" USING CFU-CARGO WRK-TITULO-CARGO
               WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
               WRK-CARGO-ACHADO.
           IF NOT WRK-CARGO-ACHADO-SW
               SET SRT-CARGO-INEXISTENTE TO TRUE
               GO TO 2100-LIBERA
           END-IF.
           MOVE WRK-CARGO-MINIMA TO SRT-MINIMA.
           MOVE WRK-CARGO-MAXIMA TO SRT-MAXIMA.
           MOVE WRK-CARGO-PISO TO SRT-PISO.
           IF WRK-CARGO-PISO > ZEROS
               AND EMP-SALARIO < WRK-CARGO-PISO
               SET SRT-ABAIXO-PISO TO TRUE
               GO TO 2100-LIBERA
           END-IF.
           IF EMP-SALARIO < WRK-CARGO-MINIMA
               SET SRT-ABAIXO-FAIXA TO TRUE
               GO TO 2100-LIBERA
           END-IF.
           IF EMP-SALARIO > WRK-CARGO-MAXIMA
               SET SRT-ACIMA-FAIXA TO TRUE
               GO TO 2100-LIBERA
           END-IF.
           GO TO 2100-LE-PROXIMO.
       2100-LIBERA.
           RELEASE SORT-RECORD.
       2100-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT - IMPRIME OS APONTAMENTOS COM QUEBRA POR
      * DEPARTAMENTO (CABECALHO COM O GESTOR E QUANTIDADE DO DEPTO).
      *****************************************************************
       3000-IMPRIME-RELATORIO.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
           PERFORM 3200-IMPRIME-FUNCIONARIO THRU 3200-EXIT
               UNTIL WRK-FIM-SORT-SW.
           IF NOT WRK-PRIMEIRO
               PERFORM 3400-TOTAL-DEPTO THRU 3400-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
       3100-RETURN-SORT.
           RETURN SORT-WORK
               AT END SET WRK-FIM-SORT-SW TO TRUE
           END-RETURN.
       3100-EXIT.
           EXIT.
       3200-IMPRIME-FUNCIONARIO.
           IF WRK-PRIMEIRO
               MOVE 'N' TO WRK-PRIMEIRO-REG
               PERFORM 3300-CABECALHO-DEPTO THRU 3300-EXIT
           END-IF.
           IF SRT-DEPTO NOT = WRK-DEPTO-ANTERIOR
               PERFORM 3400-TOTAL-DEPTO THRU 3400-EXIT
               PERFORM 3300-CABECALHO-DEPTO THRU 3300-EXIT
           END-IF.
           MOVE SPACES TO WRK-D-CARGO.
           MOVE SRT-CPF TO WRK-D-CPF.
           MOVE SRT-NOME TO WRK-D-NOME.
           MOVE SRT-CARGO TO WRK-D-CARGO.
           MOVE SRT-SALARIO TO WRK-D-SALARIO.
           MOVE SRT-MINIMA TO WRK-D-MINIMA.
           MOVE SRT-MAXIMA TO WRK-D-MAXIMA.
           MOVE SRT-PISO TO WRK-D-PISO.
           EVALUATE TRUE
               WHEN SRT-SEM-CARGO
                   MOVE "SEM CARGO" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-SEM-CARGO
               WHEN SRT-CARGO-INEXISTENTE
                   MOVE "CARGO INEXISTENTE" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-CARGO-INEXIST
               WHEN SRT-ABAIXO-PISO
                   MOVE "ABAIXO DO PISO" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-ABAIXO-PISO
               WHEN SRT-ABAIXO-FAIXA
                   MOVE "ABAIXO DA FAIXA" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-ABAIXO-FAIXA
               WHEN OTHER
                   MOVE "ACIMA DA FAIXA" TO WRK-D-SITUACAO
                   ADD 1 TO WRK-QTDE-ACIMA-FAIXA
           END-EVALUATE.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-DEPTO.
           PERFORM 3100-RETURN-SORT THRU 3100-EXIT.
       3200-EXIT.
           EXIT.
       3300-CABECALHO-DEPTO.
           MOVE SRT-DEPTO TO WRK-DEPTO-ANTERIOR.
           MOVE ZEROS TO WRK-QTDE-DEPTO.
           MOVE SRT-DEPTO TO WRK-DP-CODIGO.
           MOVE SPACES TO WRK-DP-DESCRICAO.
           MOVE SPACES TO WRK-DP-GESTOR.
           IF WRK-DEPTOS-ABERTO-SW
               MOVE SRT-DEPTO TO DPT-CODIGO
               READ DEPARTMENT-MASTER
                   INVALID KEY
                       MOVE "NAO CADASTRADO" TO WRK-DP-DESCRICAO
                   NOT INVALID KEY
                       MOVE DPT-DESCRICAO TO WRK-DP-DESCRICAO
                       MOVE DPT-GESTOR TO WRK-DP-GESTOR
               END-READ
           END-IF.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-DEPTO.
       3300-EXIT.
           EXIT.
       3400-TOTAL-DEPTO.
           MOVE WRK-QTDE-DEPTO TO WRK-TDP-QTDE-ED.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-TOTAL-DEPTO.
       3400-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS POR SITUACAO E FECHA OS ARQUIVOS.
      *****************************************************************
       4000-FINALIZA.
           MOVE WRK-QTDE-ATIVOS TO WRK-TOT-ATIVOS-ED.
           MOVE WRK-QTDE-SEM-CARGO TO WRK-TOT-SEM-ED.
           MOVE WRK-QTDE-CARGO-INEXIST TO WRK-TOT-INEX-ED.
           MOVE WRK-QTDE-ABAIXO-PISO TO WRK-TOT-PISO-ED.
           MOVE WRK-QTDE-ABAIXO-FAIXA TO WRK-TOT-ABAIXO-ED.
           MOVE WRK-QTDE-ACIMA-FAIXA TO WRK-TOT-ACIMA-ED.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-TOTAL-1.
           WRITE BAND-REPORT-REC FROM WRK-LINHA-TOTAL-2.
           IF WRK-CARGOS-ABERTO-SW
               CLOSE POSITION-FILE
           END-IF.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
           CLOSE BAND-REPORT.
       4000-EXIT.
           EXIT.
       END PROGRAM CARGFAIX.
