       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGNEG.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: RELATORIO MENSAL DE MARGEM CONSIGNAVEL NEGATIVA. AS
      *          DUAS LINHAS DO CONSOLE TRAZEM ANO E MES DE REFERENCIA.
      *          PERCORRE O DESCREC POR CPF, GUARDA OS CONTRATOS EM
      *          VIGOR DE EMPRESTIMO ('E') E CARTAO BENEFICIO ('C')
      *          CONFORME O MARGNATU E, PARA CADA FUNCIONARIO ATIVO
      *          COM CONTRATO, APURA A MARGEM NO MARGCALC. QUANDO O
      *          COMPROMETIDO DE UMA MODALIDADE PASSA DO LIMITE (FOLHA
      *          MENOR DEPOIS DE REDUCAO DE SALARIO OU AFASTAMENTO), O
      *          FUNCIONARIO SAI NO MARGNGRP COM O EXCESSO E OS
      *          CONTRATOS DAQUELA MODALIDADE; OS MARCADOS "SUSPENDER"
      *          SAO OS ULTIMOS DA CHAVE, ATE COBRIR O EXCESSO, PARA O
      *          DESCMANT SUSPENDER. CPF SEM FOLHA CALCULADA NOS 12
      *          MESES ATE A REFERENCIA TEM MARGEM ZERO E SAI COM TODOS
      *          OS CONTRATOS. QUALQUER FUNCIONARIO LISTADO TERMINA COM
      *          RC 4; MES INVALIDO OU DESCREC/MESTRE AUSENTES, RC 8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN TO "DESCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DRC-CHAVE
               FILE STATUS IS WRK-FS-DESCONTOS.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT NEGATIVE-MARGIN-REPORT ASSIGN TO "MARGNGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RECURRING-FILE.
       COPY "DESCREC.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  NEGATIVE-MARGIN-REPORT.
       01  NEGATIVE-MARGIN-REPORT-REC PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "MARGEM.CPY".
       77 WRK-FS-DESCONTOS         PIC X(02) VALUE SPACES.
           88 WRK-FS-DESC-NAO-ABERTO        VALUE "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO  VALUE "35".
       77 WRK-FIM-DESCONTOS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-DESCONTOS-SW          VALUE 'S'.
       77 WRK-FUNCIONARIO-ACHADO   PIC X(01) VALUE 'N'.
           88 WRK-FUNCIONARIO-ACHADO-SW     VALUE 'S'.
       77 WRK-ANO-REFERENCIA       PIC 9(04) VALUE ZEROS.
       77 WRK-MES-REFERENCIA       PIC 9(02) VALUE ZEROS.
       77 WRK-CPF-ATUAL            PIC X(11) VALUE SPACES.
       77 WRK-NATUREZA-CONTRATO    PIC X(01) VALUE SPACE.
       77 WRK-NATUREZA-LISTA       PIC X(01) VALUE SPACE.
       77 WRK-MAX-CONTRATOS        PIC 9(02) COMP VALUE 20.
       77 WRK-QTDE-CONTRATOS       PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-COMPROMETIDO-EMPREST PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMPROMETIDO-CARTAO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-EXCESSO-EMPREST      PIC S9(07)V99 VALUE ZEROS.
       77 WRK-EXCESSO-CARTAO       PIC S9(07)V99 VALUE ZEROS.
       77 WRK-EXCESSO-A-COBRIR     PIC S9(07)V99 VALUE ZEROS.
       77 WRK-QTDE-ANALISADOS      PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-NEGATIVOS       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-SUSPENDER       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-TABELA-CHEIA    PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TOTAL-EXCESSO        PIC 9(09)V99 VALUE ZEROS.
      *****************************************************************
      * CONTRATOS CONSIGNAVEIS EM VIGOR DO CPF CORRENTE, NA ORDEM DA
      * CHAVE DO DESCREC.
      *****************************************************************
       01 WRK-TABELA-CONTRATOS.
           02 WRK-CONTRATO-ITEM OCCURS 20 TIMES.
               03 WRK-TC-CODIGO         PIC X(03).
               03 WRK-TC-DESCRICAO      PIC X(20).
               03 WRK-TC-NATUREZA       PIC X(01).
               03 WRK-TC-VALOR          PIC 9(06)V99.
               03 WRK-TC-PARCELAS       PIC 9(03).
               03 WRK-TC-ABERTO         PIC X(01).
               03 WRK-TC-SUSPENDER      PIC X(01).
                   88 WRK-TC-SUSPENDER-SW       VALUE 'S'.
      *****************************************************************
      * LINHAS DO RELATORIO.
      *****************************************************************
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SEPARADOR      PIC X(132) VALUE ALL "-".
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "MARGEM CONSIGNAVEL NEGATIVA".
           02 FILLER                PIC X(12) VALUE "REFERENCIA ".
           02 WRK-CB-MES-REF        PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-REF        PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULOS.
           02 FILLER                PIC X(36) VALUE
               "CPF          NOME".
           02 FILLER                PIC X(12) VALUE "FOLHA".
           02 FILLER                PIC X(16) VALUE
               "BASE MARGEM".
           02 FILLER                PIC X(22) VALUE
               "MODALIDADE".
           02 FILLER                PIC X(45) VALUE
               "      LIMITE  COMPROMETIDO       EXCESSO".
       01 WRK-LINHA-FUNCIONARIO.
           02 WRK-LF-CPF            PIC X(11).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-NOME           PIC X(20).
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-LF-FOLHA          PIC X(07).
           02 FILLER                PIC X(05) VALUE SPACES.
           02 WRK-LF-BASE           PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LF-MODALIDADE     PIC X(22).
           02 WRK-LF-LIMITE         PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-COMPROMETIDO   PIC Z.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LF-EXCESSO        PIC Z.ZZZ.ZZ9,99.
       01 WRK-LINHA-FOLHA.
           02 WRK-LH-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LH-ANO            PIC 9(04).
       01 WRK-LINHA-CONTRATO.
           02 FILLER                PIC X(13) VALUE SPACES.
           02 WRK-LC-CODIGO         PIC X(03).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-VALOR          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-PARCELAS       PIC X(14).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-SITUACAO       PIC X(09).
       01 WRK-LINHA-RESTAM.
           02 WRK-LR-PARCELAS       PIC ZZ9.
           02 FILLER                PIC X(11) VALUE " PARCELA(S)".
       01 WRK-LINHA-SEM-FOLHA.
           02 FILLER                PIC X(13) VALUE SPACES.
           02 FILLER                PIC X(50) VALUE
               "SEM FOLHA CALCULADA NOS 12 MESES - MARGEM ZERO".
       01 WRK-LINHA-TOTAL.
           02 WRK-LT-DESCRICAO      PIC X(45).
           02 WRK-LT-QTDE           PIC ZZZZZZ9.
       01 WRK-LINHA-TOTAL-VALOR.
           02 FILLER                PIC X(45) VALUE
               "EXCESSO TOTAL A SUSPENDER".
           02 WRK-LV-VALOR          PIC ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-REFERENCIA FROM CONSOLE.
           ACCEPT WRK-MES-REFERENCIA FROM CONSOLE.
           IF WRK-MES-REFERENCIA < 1 OR WRK-MES-REFERENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZEROS
               GO TO 0000-FIM
           END-IF.
           PERFORM 1100-LE-DESCONTO THRU 1100-EXIT.
           PERFORM 2000-PROCESSA-CPF THRU 2000-EXIT
               UNTIL WRK-FIM-DESCONTOS-SW.
           PERFORM 9000-FINALIZA THRU 9000-EXIT.
           IF WRK-QTDE-NEGATIVOS > ZEROS
            OR WRK-QTDE-TABELA-CHEIA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS. SEM DESCREC OU SEM MESTRE NAO HA O QUE
      * APURAR.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT RECURRING-FILE.
           IF WRK-FS-DESC-NAO-ABERTO
               DISPLAY 'DESCREC NAO ENCONTRADO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
                       'CANCELADA'
               CLOSE RECURRING-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT NEGATIVE-MARGIN-REPORT.
           MOVE WRK-MES-REFERENCIA TO WRK-CB-MES-REF.
           MOVE WRK-ANO-REFERENCIA TO WRK-CB-ANO-REF.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
       1000-EXIT.
           EXIT.
       1100-LE-DESCONTO.
           READ RECURRING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-DESCONTOS-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * JUNTA OS CONTRATOS CONSIGNAVEIS EM VIGOR DE UM CPF E APURA A
      * MARGEM DELE. CPF SEM CONTRATO CONSIGNAVEL NAO E ANALISADO.
      *****************************************************************
       2000-PROCESSA-CPF.
           MOVE DRC-CPF TO WRK-CPF-ATUAL.
           MOVE ZEROS TO WRK-QTDE-CONTRATOS.
           MOVE ZEROS TO WRK-COMPROMETIDO-EMPREST.
           MOVE ZEROS TO WRK-COMPROMETIDO-CARTAO.
           PERFORM 2100-GUARDA-CONTRATO THRU 2100-EXIT
               UNTIL WRK-FIM-DESCONTOS-SW
                  OR DRC-CPF NOT = WRK-CPF-ATUAL.
           IF WRK-QTDE-CONTRATOS = ZEROS
               GO TO 2000-EXIT
           END-IF.
           MOVE WRK-CPF-ATUAL TO EMP-CPF.
           MOVE 'S' TO WRK-FUNCIONARIO-ACHADO.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   MOVE 'N' TO WRK-FUNCIONARIO-ACHADO
           END-READ.
           IF NOT WRK-FUNCIONARIO-ACHADO-SW OR EMP-DESLIGADO
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-ANALISADOS.
           CALL "MARGCALC" USING WRK-CPF-ATUAL WRK-ANO-REFERENCIA
               WRK-MES-REFERENCIA MRG-MARGEM.
           COMPUTE WRK-EXCESSO-EMPREST = WRK-COMPROMETIDO-EMPREST
                                       - MRG-LIMITE-EMPRESTIMO.
           COMPUTE WRK-EXCESSO-CARTAO = WRK-COMPROMETIDO-CARTAO
                                      - MRG-LIMITE-CARTAO.
           IF WRK-EXCESSO-EMPREST NOT > ZEROS
              AND WRK-EXCESSO-CARTAO NOT > ZEROS
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-NEGATIVOS.
           PERFORM 3000-IMPRIME-FUNCIONARIO THRU 3000-EXIT.
       2000-EXIT.
           EXIT.
       2100-GUARDA-CONTRATO.
           IF NOT DRC-SEM-PRAZO AND DRC-PARCELAS = ZEROS
               GO TO 2100-LE-PROXIMO
           END-IF.
           CALL "MARGNATU" USING DRC-CODIGO WRK-NATUREZA-CONTRATO.
           IF WRK-NATUREZA-CONTRATO NOT = 'E'
              AND WRK-NATUREZA-CONTRATO NOT = 'C'
               GO TO 2100-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-CONTRATOS NOT < WRK-MAX-CONTRATOS
               DISPLAY 'AVISO: CPF ' WRK-CPF-ATUAL ' COM MAIS DE '
                       WRK-MAX-CONTRATOS ' CONTRATOS - CONTRATO '
                       DRC-CODIGO ' IGNORADO'
               ADD 1 TO WRK-QTDE-TABELA-CHEIA
               GO TO 2100-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-CONTRATOS.
           MOVE DRC-CODIGO TO WRK-TC-CODIGO (WRK-QTDE-CONTRATOS).
           MOVE DRC-DESCRICAO TO WRK-TC-DESCRICAO (WRK-QTDE-CONTRATOS).
           MOVE WRK-NATUREZA-CONTRATO
               TO WRK-TC-NATUREZA (WRK-QTDE-CONTRATOS).
           MOVE DRC-VALOR TO WRK-TC-VALOR (WRK-QTDE-CONTRATOS).
           MOVE DRC-PARCELAS TO WRK-TC-PARCELAS (WRK-QTDE-CONTRATOS).
           MOVE DRC-ABERTO TO WRK-TC-ABERTO (WRK-QTDE-CONTRATOS).
           MOVE 'N' TO WRK-TC-SUSPENDER (WRK-QTDE-CONTRATOS).
           IF WRK-NATUREZA-CONTRATO = 'E'
               ADD DRC-VALOR TO WRK-COMPROMETIDO-EMPREST
           ELSE
               ADD DRC-VALOR TO WRK-COMPROMETIDO-CARTAO
           END-IF.
       2100-LE-PROXIMO.
           PERFORM 1100-LE-DESCONTO THRU 1100-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O FUNCIONARIO COM MARGEM NEGATIVA: UMA LINHA POR
      * MODALIDADE ESTOURADA, SEGUIDA DOS CONTRATOS DELA.
      *****************************************************************
       3000-IMPRIME-FUNCIONARIO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-EXCESSO-EMPREST > ZEROS
               MOVE 'E' TO WRK-NATUREZA-LISTA
               MOVE "EMPRESTIMOS (35%)" TO WRK-LF-MODALIDADE
               MOVE MRG-LIMITE-EMPRESTIMO TO WRK-LF-LIMITE
               MOVE WRK-COMPROMETIDO-EMPREST TO WRK-LF-COMPROMETIDO
               MOVE WRK-EXCESSO-EMPREST TO WRK-EXCESSO-A-COBRIR
               PERFORM 3100-IMPRIME-MODALIDADE THRU 3100-EXIT
           END-IF.
           IF WRK-EXCESSO-CARTAO > ZEROS
               MOVE 'C' TO WRK-NATUREZA-LISTA
               MOVE "CARTAO BENEFICIO (5%)" TO WRK-LF-MODALIDADE
               MOVE MRG-LIMITE-CARTAO TO WRK-LF-LIMITE
               MOVE WRK-COMPROMETIDO-CARTAO TO WRK-LF-COMPROMETIDO
               MOVE WRK-EXCESSO-CARTAO TO WRK-EXCESSO-A-COBRIR
               PERFORM 3100-IMPRIME-MODALIDADE THRU 3100-EXIT
           END-IF.
           IF NOT MRG-ACHADO-SIM
               MOVE WRK-LINHA-SEM-FOLHA TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * MARCA PARA SUSPENSAO OS CONTRATOS DA MODALIDADE, DO ULTIMO
      * PARA O PRIMEIRO, ATE COBRIR O EXCESSO, E IMPRIME A LISTA.
      *****************************************************************
       3100-IMPRIME-MODALIDADE.
           MOVE WRK-CPF-ATUAL TO WRK-LF-CPF.
           MOVE EMP-NOME TO WRK-LF-NOME.
           IF MRG-ACHADO-SIM
               MOVE MRG-MES TO WRK-LH-MES
               MOVE MRG-ANO TO WRK-LH-ANO
               MOVE WRK-LINHA-FOLHA TO WRK-LF-FOLHA
           ELSE
               MOVE "-------" TO WRK-LF-FOLHA
           END-IF.
           MOVE MRG-BASE TO WRK-LF-BASE.
           MOVE WRK-EXCESSO-A-COBRIR TO WRK-LF-EXCESSO.
           ADD WRK-EXCESSO-A-COBRIR TO WRK-TOTAL-EXCESSO.
           MOVE WRK-LINHA-FUNCIONARIO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 3200-MARCA-SUSPENSAO THRU 3200-EXIT
               VARYING WRK-IDX FROM WRK-QTDE-CONTRATOS BY -1
               UNTIL WRK-IDX < 1.
           PERFORM 3300-IMPRIME-CONTRATO THRU 3300-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-CONTRATOS.
       3100-EXIT.
           EXIT.
       3200-MARCA-SUSPENSAO.
           IF WRK-TC-NATUREZA (WRK-IDX) NOT = WRK-NATUREZA-LISTA
              OR WRK-EXCESSO-A-COBRIR NOT > ZEROS
               GO TO 3200-EXIT
           END-IF.
           MOVE 'S' TO WRK-TC-SUSPENDER (WRK-IDX).
           SUBTRACT WRK-TC-VALOR (WRK-IDX) FROM WRK-EXCESSO-A-COBRIR.
           ADD 1 TO WRK-QTDE-SUSPENDER.
       3200-EXIT.
           EXIT.
       3300-IMPRIME-CONTRATO.
           IF WRK-TC-NATUREZA (WRK-IDX) NOT = WRK-NATUREZA-LISTA
               GO TO 3300-EXIT
           END-IF.
           MOVE WRK-TC-CODIGO (WRK-IDX) TO WRK-LC-CODIGO.
           MOVE WRK-TC-DESCRICAO (WRK-IDX) TO WRK-LC-DESCRICAO.
           MOVE WRK-TC-VALOR (WRK-IDX) TO WRK-LC-VALOR.
           IF WRK-TC-ABERTO (WRK-IDX) = 'S'
               MOVE "SEM PRAZO" TO WRK-LC-PARCELAS
           ELSE
               MOVE WRK-TC-PARCELAS (WRK-IDX) TO WRK-LR-PARCELAS
               MOVE WRK-LINHA-RESTAM TO WRK-LC-PARCELAS
           END-IF.
           IF WRK-TC-SUSPENDER-SW (WRK-IDX)
               MOVE "SUSPENDER" TO WRK-LC-SITUACAO
           ELSE
               MOVE "MANTER" TO WRK-LC-SITUACAO
           END-IF.
           MOVE WRK-LINHA-CONTRATO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3300-EXIT.
           EXIT.
      *****************************************************************
      * IMPRESSAO COM CONTROLE DE PAGINA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE NEGATIVE-MARGIN-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE NEGATIVE-MARGIN-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE NEGATIVE-MARGIN-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE NEGATIVE-MARGIN-REPORT-REC FROM WRK-LINHA-TITULOS.
           WRITE NEGATIVE-MARGIN-REPORT-REC FROM WRK-LINHA-SEPARADOR.
           MOVE 4 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * TOTAIS E FECHAMENTO DOS ARQUIVOS.
      *****************************************************************
       9000-FINALIZA.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "FUNCIONARIOS COM CONSIGNADO ANALISADOS"
               TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ANALISADOS TO WRK-LT-QTDE.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "FUNCIONARIOS COM MARGEM NEGATIVA" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-NEGATIVOS TO WRK-LT-QTDE.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "CONTRATOS A SUSPENDER" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-SUSPENDER TO WRK-LT-QTDE.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-TOTAL-EXCESSO TO WRK-LV-VALOR.
           MOVE WRK-LINHA-TOTAL-VALOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE RECURRING-FILE.
           CLOSE EMPLOYEE-MASTER.
           CLOSE NEGATIVE-MARGIN-REPORT.
           DISPLAY 'MARGNEG: ' WRK-QTDE-ANALISADOS ' ANALISADOS, '
                   WRK-QTDE-NEGATIVOS ' COM MARGEM NEGATIVA'.
       9000-EXIT.
           EXIT.
       END PROGRAM MARGNEG.
