      *     JUSTAMENTE PORQUE O ACERTO E AQUI, ENTAO SEM ESSE
      *     ABATIMENTO QUEM ADIANTOU EM NOVEMBRO E SAIU ANTES DE
      *     DEZEMBRO RECEBIA O PROPORCIONAL INTEIRO DE NOVO.
      *   - BANCO DE HORAS: O TERMO PASSOU A SOMAR NO BANCOHR OS
      *     CREDITOS MENOS OS DEBITOS AINDA EM ABERTO DO CPF E, SE O
      *     SALDO FOR POSITIVO, PAGA AS HORAS COM O ADICIONAL DE 50%
      *     (VALOR-HORA = SALARIO / CARGA PADRAO, QUE VEM NA SEGUNDA
      *     LINHA DO CONSOLE E ASSUME 220 SE NAO VIER) EM LINHA
      *     PROPRIA, SEM DESCONTO, COMO AS FERIAS INDENIZADAS. SALDO
      *     NEGATIVO NAO E DESCONTADO NA RESCISAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS ADI-CHAVE
               FILE STATUS IS WRK-FS-ADI-DECIMO.
           SELECT HOUR-BANK-FILE ASSIGN TO "BANCOHR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-CHAVE
               FILE STATUS IS WRK-FS-BANCO.
           SELECT SETTLEMENT-REPORT ASSIGN TO "RESCIRPT"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY "ADIANCTL.CPY".
       FD  THIRTEENTH-ADVANCE.
       COPY "DEC13ADI.CPY".
       FD  HOUR-BANK-FILE.
       COPY "BANCOHR.CPY".
       FD  SETTLEMENT-REPORT.
       01  SETTLEMENT-REPORT-REC      PIC X(90).
       WORKING-STORAGE SECTION.
       77 WRK-FS-ADI-DECIMO        PIC X(02) VALUE SPACES.
           88 WRK-FS-ADI13-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-ADI-DECIMO-PAGO      PIC 9(06)V99 VALUE ZEROS.
      *****************************************************************
      * SALDO DO BANCO DE HORAS - CREDITOS MENOS DEBITOS EM ABERTO NO
      * BANCOHR, PAGO COM 50% SE POSITIVO.
      *****************************************************************
       77 WRK-FS-BANCO             PIC X(02) VALUE SPACES.
           88 WRK-FS-BANCO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-FIM-BANCO            PIC X(01) VALUE 'N'.
           88 WRK-FIM-BANCO-SW              VALUE 'S'.
       77 WRK-HORAS-PADRAO         PIC 9(03) VALUE ZEROS.
       77 WRK-SALDO-BANCO          PIC S9(07) COMP VALUE ZEROS.
       77 WRK-VALOR-BANCO          PIC 9(06)V99 VALUE ZEROS.
       77 WRK-ADICIONAL-BANCO      PIC 9V99    VALUE 1,50.
       01 WRK-DATA-ADMISSAO-R.
           02 WRK-ADM-ANO           PIC 9(04).
           02 WRK-ADM-MES           PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-CPF FROM CONSOLE.
           ACCEPT WRK-HORAS-PADRAO FROM CONSOLE.
           IF WRK-HORAS-PADRAO NOT NUMERIC
               OR WRK-HORAS-PADRAO = ZEROS
               MOVE 220 TO WRK-HORAS-PADRAO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-BUSCA-FUNCIONARIO THRU 1000-EXIT.
           IF WRK-REJEITADO-SW
           PERFORM 5000-CALCULA-MULTA-FGTS THRU 5000-EXIT.
           PERFORM 5500-CONFERE-ADIANTAMENTO THRU 5500-EXIT.
           PERFORM 5700-CONFERE-ADI-DECIMO THRU 5700-EXIT.
           PERFORM 5800-APURA-BANCO-HORAS THRU 5800-EXIT.
           PERFORM 6000-IMPRIME-TERMO THRU 6000-EXIT.
           CLOSE EMPLOYEE-MASTER.
       0000-FIM.
       5700-EXIT.
           EXIT.
      *****************************************************************
      * APURA O SALDO DO BANCO DE HORAS NO BANCOHR: CREDITOS EM ABERTO
      * MENOS DEBITOS EM ABERTO DO CPF (A CHAVE COMECA PELO CPF). SO
      * LEITURA - O MOVIMENTO NAO E BAIXADO AQUI, ENTAO REEMITIR O
      * TERMO DA O MESMO VALOR. SALDO POSITIVO E PAGO COMO HORA EXTRA
      * A 50%; SALDO NEGATIVO NAO E DESCONTADO.
      *****************************************************************
       5800-APURA-BANCO-HORAS.
           OPEN INPUT HOUR-BANK-FILE.
           IF WRK-FS-BANCO-NAO-ENCONTRADO
               GO TO 5800-EXIT
           END-IF.
           MOVE WRK-CPF TO BHR-CPF.
           MOVE ZEROS TO BHR-DATA.
           MOVE ZEROS TO BHR-SEQ.
           START HOUR-BANK-FILE KEY NOT < BHR-CHAVE
               INVALID KEY SET WRK-FIM-BANCO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-BANCO-SW
               READ HOUR-BANK-FILE NEXT RECORD
                   AT END SET WRK-FIM-BANCO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 5810-SOMA-MOVIMENTO THRU 5810-EXIT
               UNTIL WRK-FIM-BANCO-SW.
           CLOSE HOUR-BANK-FILE.
           IF WRK-SALDO-BANCO > ZEROS
               COMPUTE WRK-VALOR-BANCO ROUNDED =
                   EMP-SALARIO / WRK-HORAS-PADRAO
                   * WRK-ADICIONAL-BANCO * WRK-SALDO-BANCO / 60
           END-IF.
       5800-EXIT.
           EXIT.
       5810-SOMA-MOVIMENTO.
           IF BHR-CPF NOT = WRK-CPF
               SET WRK-FIM-BANCO-SW TO TRUE
               GO TO 5810-EXIT
           END-IF.
           IF BHR-EM-ABERTO
               IF BHR-CREDITO
                   ADD BHR-SALDO-MINUTOS TO WRK-SALDO-BANCO
               ELSE
                   SUBTRACT BHR-SALDO-MINUTOS FROM WRK-SALDO-BANCO
               END-IF
           END-IF.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END SET WRK-FIM-BANCO-SW TO TRUE
           END-READ.
       5810-EXIT.
           EXIT.
      *****************************************************************
      * IMPRIME O TERMO DE RESCISAO: UMA LINHA POR VERBA, OS DESCONTOS
      * COM SINAL E O TOTAL LIQUIDO NO RODAPE.
      *****************************************************************
           MOVE "MULTA 40% FGTS" TO WRK-LV-DESCRICAO.
           MOVE WRK-MULTA-FGTS TO WRK-LV-VALOR.
           WRITE SETTLEMENT-REPORT-REC FROM WRK-LINHA-VERBA.
           IF WRK-VALOR-BANCO > ZEROS
               MOVE "BANCO DE HORAS (SALDO POSITIVO)"
                   TO WRK-LV-DESCRICAO
               MOVE WRK-VALOR-BANCO TO WRK-LV-VALOR
               WRITE SETTLEMENT-REPORT-REC FROM WRK-LINHA-VERBA
           END-IF.
           MOVE "INSS S/ SALDO DE SALARIO" TO WRK-LD-DESCRICAO.
           MOVE WRK-INSS-SALDO TO WRK-LD-VALOR.
           WRITE SETTLEMENT-REPORT-REC FROM WRK-LINHA-DESCONTO.
           COMPUTE WRK-TOTAL-RESCISAO =
               WRK-LIQUIDO-SALDO + WRK-VALOR-FERIAS
               + WRK-TERCO-FERIAS + WRK-LIQUIDO-DECIMO
               + WRK-MULTA-FGTS + WRK-VALOR-BANCO.
           IF WRK-ADIANT-PENDENTE > WRK-TOTAL-RESCISAO
               MOVE ZEROS TO WRK-TOTAL-RESCISAO
           ELSE
