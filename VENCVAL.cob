      *     O EXCESSO E REJEITADO COM MOTIVO CLARO. TIPO DESCONHECIDO
      *     REJEITA. OS CONSUMIDORES (PAYSLIP, SALACUM, BANKPAY,
      *     GLPOST, FGTSGUIA) SUBTRAEM OS 'D' DO BRUTO DO MES.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O SYSIN PASSOU A TRAZER A COMPETENCIA (ANO E
      *     MES) E O OPERADOR, UM POR LINHA.
      *   - LISTA DE PENDENCIAS: CADA LANCAMENTO REJEITADO TAMBEM E
      *     APONTADO NA LISTA CONSOLIDADA PENDTRAB (VIA PENDREG), COM
      *     A COMPETENCIA, O CPF, O CODIGO DA VERBA E O MOTIVO, PARA
      *     SER ATRIBUIDO E RESOLVIDO NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTDE-FUNCIONARIOS    PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(04) COMP VALUE ZEROS.
       77 WRK-LIMITE-DESCONTO      PIC 9(08)V99 VALUE ZEROS.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "VENCVAL".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-TIPO             PIC X(04) VALUE "VERB".
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
      *****************************************************************
      * TOTAIS ACEITOS POR CPF NO LOTE CORRENTE - O TETO DO DESCONTO E
      * O SALARIO DO MESTRE MAIS OS VENCIMENTOS JA ACEITOS DO CPF.
           02 FILLER                PIC X(12) VALUE " REJEITADOS".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1
               OR WRK-MES-COMPETENCIA > 12
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
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
           IF WRK-QTDE-REJEITADOS > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF.
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
      * PRESERVADO EM VOLTA DO CALL.
      *****************************************************************
       0950-TERMINA-ETAPA.
           IF NOT WRK-FECH-LIBERADA-SIM
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
      * ABRE OS ARQUIVOS, GRAVA O CABECALHO E LE O PRIMEIRO
      * LANCAMENTO.
      *****************************************************************
           IF WRK-REJEITADO-SW
               MOVE "REJEITADO" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
               PERFORM 2150-REGISTRA-PENDENCIA THRU 2150-EXIT
           ELSE
               MOVE "ACEITO" TO WRK-D-SITUACAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * APONTA O LANCAMENTO REJEITADO NA LISTA DE PENDENCIAS.
      *****************************************************************
       2150-REGISTRA-PENDENCIA.
           MOVE VEN-IN-CODIGO TO WRK-PND-REFERENCIA.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-FECH-PROGRAMA
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA VEN-IN-CPF
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-FECH-OPERADOR WRK-PND-ACHADA.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS DO LOTE E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
