       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENSCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APURA A PENSAO ALIMENTICIA DE UM FUNCIONARIO SOBRE O
      *          BRUTO DE UMA FOLHA, PELAS ORDENS JUDICIAIS DO CADASTRO
      *          PENSAO (MANTIDO PELO PENSMANT). RECEBE O CPF, O BRUTO,
      *          O INSS JA CALCULADO PELO DEDCALC E O TIPO DA FOLHA
      *          ('M' = MENSAL, 'T' = DECIMO TERCEIRO, 'F' = FERIAS) E
      *          DEVOLVE O TOTAL A DESCONTAR E O VALOR DE CADA ORDEM
      *          (SEQUENCIA E VALOR, ATE 5 ORDENS POR CPF) PARA O
      *          BANKPAY CREDITAR CADA BENEFICIARIO. REGRA 'L' APLICA O
      *          PERCENTUAL SOBRE O LIQUIDO LEGAL (BRUTO MENOS INSS),
      *          'B' SOBRE O BRUTO E 'F' DESCONTA O VALOR FIXO. NO 13O
      *          E NAS FERIAS SO ENTRAM AS ORDENS COM A MARCA DE
      *          INCIDENCIA CORRESPONDENTE. O TOTAL NUNCA PASSA DO
      *          LIQUIDO LEGAL - A ORDEM QUE NAO CABE INTEIRA E
      *          LIMITADA AO QUE SOBROU, COM AVISO NO CONSOLE. QUEM
      *          CHAMA PASSA O TOTAL AO DEDCALC PELA ENTRADA DEDCALCP,
      *          QUE O DEDUZ DA BASE DO IRRF. O CADASTRO E ABERTO NA
      *          PRIMEIRA CHAMADA DO RUN; CADASTRO AUSENTE = NENHUM
      *          FUNCIONARIO COM PENSAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALIMONY-FILE ASSIGN TO "PENSAO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PEN-CHAVE
               FILE STATUS IS WRK-FS-PENSAO.
       DATA DIVISION.
       FILE SECTION.
       FD  ALIMONY-FILE.
       COPY "PENSAO.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-PENSAO            PIC X(02) VALUE SPACES.
           88 WRK-FS-PENSAO-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-ABERTO-SW        VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-FIM-ORDENS           PIC X(01) VALUE 'N'.
           88 WRK-FIM-ORDENS-SW             VALUE 'S'.
       77 WRK-MAX-ORDENS           PIC 9(02) COMP VALUE 5.
       77 WRK-LIQUIDO-LEGAL        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-VALOR-ORDEM          PIC 9(06)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-BRUTO-LK             PIC 9(06)V99.
       01 WRK-INSS-LK              PIC 9(06)V99.
       01 WRK-FOLHA-LK             PIC X(01).
           88 WRK-FOLHA-MENSAL             VALUE 'M'.
           88 WRK-FOLHA-DECIMO             VALUE 'T'.
           88 WRK-FOLHA-FERIAS             VALUE 'F'.
       01 WRK-PENSAO-LK            PIC 9(06)V99.
       01 WRK-ORDENS-LK.
           02 WRK-QTDE-ORDENS-LK    PIC 9(02).
           02 WRK-ORDEM-LK OCCURS 5 TIMES.
               03 WRK-OR-SEQ-LK         PIC 9(02).
               03 WRK-OR-VALOR-LK       PIC 9(06)V99.
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-BRUTO-LK WRK-INSS-LK
               WRK-FOLHA-LK WRK-PENSAO-LK WRK-ORDENS-LK.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-PENSAO-LK.
           MOVE ZEROS TO WRK-ORDENS-LK.
           IF NOT WRK-CADASTRO-ABERTO-SW
               GOBACK
           END-IF.
           IF WRK-INSS-LK > WRK-BRUTO-LK
               MOVE ZEROS TO WRK-LIQUIDO-LEGAL
           ELSE
               COMPUTE WRK-LIQUIDO-LEGAL = WRK-BRUTO-LK - WRK-INSS-LK
           END-IF.
           MOVE WRK-LIQUIDO-LEGAL TO WRK-DISPONIVEL.
           MOVE 'N' TO WRK-FIM-ORDENS.
           MOVE WRK-CPF-LK TO PEN-CPF.
           MOVE ZEROS TO PEN-SEQ.
           START ALIMONY-FILE KEY IS NOT LESS THAN PEN-CHAVE
               INVALID KEY
                   SET WRK-FIM-ORDENS-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-ORDENS-SW
               PERFORM 2100-LE-ORDEM THRU 2100-EXIT
           END-IF.
           PERFORM 2000-APURA-ORDEM THRU 2000-EXIT
               UNTIL WRK-FIM-ORDENS-SW.
           GOBACK.
      *****************************************************************
      * ABRE O CADASTRO NA PRIMEIRA CHAMADA DO RUN. CADASTRO AUSENTE
      * DEVOLVE ZERO PARA TODOS OS FUNCIONARIOS.
      *****************************************************************
       1000-ABRE-CADASTRO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN INPUT ALIMONY-FILE.
           IF WRK-FS-PENSAO-NAO-ENCONTRADO
               DISPLAY 'PENSCALC: CADASTRO PENSAO NAO ENCONTRADO - '
                       'NENHUM DESCONTO DE PENSAO ALIMENTICIA'
           ELSE
               SET WRK-CADASTRO-ABERTO-SW TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * APURA A ORDEM CORRENTE CONFORME A REGRA E O TIPO DA FOLHA,
      * LIMITADA AO LIQUIDO LEGAL QUE AINDA NAO FOI COMPROMETIDO, E
      * GUARDA A SEQUENCIA E O VALOR NA LISTA DEVOLVIDA.
      *****************************************************************
       2000-APURA-ORDEM.
           IF WRK-FOLHA-DECIMO AND NOT PEN-INCIDE-13-SIM
               GO TO 2000-LE-PROXIMA
           END-IF.
           IF WRK-FOLHA-FERIAS AND NOT PEN-INCIDE-FERIAS-SIM
               GO TO 2000-LE-PROXIMA
           END-IF.
           EVALUATE TRUE
               WHEN PEN-REGRA-LIQUIDO
                   COMPUTE WRK-VALOR-ORDEM ROUNDED =
                       WRK-LIQUIDO-LEGAL * PEN-PERCENTUAL / 100
               WHEN PEN-REGRA-BRUTO
                   COMPUTE WRK-VALOR-ORDEM ROUNDED =
                       WRK-BRUTO-LK * PEN-PERCENTUAL / 100
               WHEN PEN-REGRA-FIXO
                   MOVE PEN-VALOR-FIXO TO WRK-VALOR-ORDEM
               WHEN OTHER
                   MOVE ZEROS TO WRK-VALOR-ORDEM
           END-EVALUATE.
           IF WRK-VALOR-ORDEM > WRK-DISPONIVEL
               DISPLAY 'AVISO: PENSAO ' PEN-CPF '-' PEN-SEQ
                       ' LIMITADA AO LIQUIDO DA FOLHA'
               MOVE WRK-DISPONIVEL TO WRK-VALOR-ORDEM
           END-IF.
           IF WRK-VALOR-ORDEM = ZEROS
               GO TO 2000-LE-PROXIMA
           END-IF.
           IF WRK-QTDE-ORDENS-LK NOT < WRK-MAX-ORDENS
               DISPLAY 'AVISO: ' PEN-CPF ' COM MAIS DE 5 ORDENS DE '
                       'PENSAO - ORDEM ' PEN-SEQ ' DESCARTADA'
               GO TO 2000-LE-PROXIMA
           END-IF.
           SUBTRACT WRK-VALOR-ORDEM FROM WRK-DISPONIVEL.
           ADD WRK-VALOR-ORDEM TO WRK-PENSAO-LK.
           ADD 1 TO WRK-QTDE-ORDENS-LK.
           MOVE PEN-SEQ TO WRK-OR-SEQ-LK (WRK-QTDE-ORDENS-LK).
           MOVE WRK-VALOR-ORDEM TO WRK-OR-VALOR-LK (WRK-QTDE-ORDENS-LK).
       2000-LE-PROXIMA.
           PERFORM 2100-LE-ORDEM THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE A PROXIMA ORDEM DO CADASTRO - FIM DO ARQUIVO OU OUTRO CPF
      * ENCERRA A APURACAO.
      *****************************************************************
       2100-LE-ORDEM.
           READ ALIMONY-FILE NEXT RECORD
               AT END SET WRK-FIM-ORDENS-SW TO TRUE
           END-READ.
           IF NOT WRK-FIM-ORDENS-SW
               AND PEN-CPF NOT = WRK-CPF-LK
               SET WRK-FIM-ORDENS-SW TO TRUE
           END-IF.
       2100-EXIT.
           EXIT.
       END PROGRAM PENSCALC.
