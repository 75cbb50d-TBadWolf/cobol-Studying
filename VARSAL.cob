      *     VAREXREV (COM AUDITLOG) E UM AUMENTO LEGITIMO APROVADO
      *     DEIXA DE SEGURAR DUZENTOS PAGAMENTOS NO RERUN. APONTAMENTO
      *     JA DECIDIDO NAO E REGRAVADO (A DECISAO PERMANECE).
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *   - LISTA DE PENDENCIAS: CADA APONTAMENTO AINDA SEM DECISAO
      *     TAMBEM E APONTADO NA LISTA CONSOLIDADA PENDTRAB (VIA
      *     PENDREG); A DECISAO NO VAREXREV RESOLVE A PENDENCIA.
      *   - GRAVA NO AUDITLOG OS EVENTOS DE INICIO (COM A COMPETENCIA)
      *     E FIM DO PASSO (COM A QUANTIDADE DE SALARIOS COMPARADOS),
      *     PARA O PAINEL DA JANELA BATCH (BATCHDSH).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-FS-EXCECOES          PIC X(02) VALUE SPACES.
           88 WRK-FS-EXC-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-QTDE-SEM-DECISAO     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "VARSAL".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-INICIO.
           02 FILLER                PIC X(07) VALUE "INICIO ".
           02 WRK-EI-ANO            PIC 9(04).
           02 WRK-EI-MES            PIC 9(02).
           02 FILLER                PIC X(17) VALUE SPACES.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE           PIC 9(07).
           02 FILLER                PIC X(11) VALUE SPACES.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "VARSAL".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-TIPO             PIC X(04) VALUE "VARI".
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(22) VALUE
               "VARIACAO SALARIAL ".
           ACCEPT WRK-ANO-FECHAMENTO FROM CONSOLE.
           ACCEPT WRK-MES-FECHAMENTO FROM CONSOLE.
           ACCEPT WRK-TOLERANCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-MES-FECHAMENTO < 1 OR WRK-MES-FECHAMENTO > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           COMPUTE WRK-ANO-ANTERIOR = WRK-ANO-FECHAMENTO - 1.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-ANO-FECHAMENTO TO WRK-EI-ANO.
           MOVE WRK-MES-FECHAMENTO TO WRK-EI-MES.
           MOVE WRK-ENTRADA-INICIO TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-HIST-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-HIST-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-COMPARADOS TO WRK-RF-QTDE.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-QTDE-SEM-DECISAO > ZEROS
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
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-FECHAMENTO
               WRK-MES-FECHAMENTO WRK-FECH-OPERACAO WRK-FECH-OPERADOR
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
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO-FECHAMENTO
               WRK-MES-FECHAMENTO WRK-FECH-OPERACAO WRK-FECH-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
           MOVE WRK-FECH-RC TO RETURN-CODE.
       0950-EXIT.
           EXIT.
      *****************************************************************
      * CONFERE NO RUNCTL QUE O ANO/MES INFORMADO FOI POSTADO PELO
      * SALACUM - E A TRAVA CONTRA COMPARAR A COMPETENCIA ERRADA.
      *****************************************************************
                   MOVE WRK-VALOR-ATUAL TO EXC-ATUAL
                   WRITE VARIANCE-EXCEPTION-REC
                   ADD 1 TO WRK-QTDE-SEM-DECISAO
                   PERFORM 2260-REGISTRA-PENDENCIA THRU 2260-EXIT
               NOT INVALID KEY
                   IF EXC-PENDENTE
                       MOVE WRK-V-OBSERVACAO TO EXC-OBSERVACAO
                       MOVE WRK-VALOR-ATUAL TO EXC-ATUAL
                       REWRITE VARIANCE-EXCEPTION-REC
                       ADD 1 TO WRK-QTDE-SEM-DECISAO
                       PERFORM 2260-REGISTRA-PENDENCIA THRU 2260-EXIT
                   END-IF
           END-READ.
       2250-EXIT.
           EXIT.
      *****************************************************************
      * APONTA A EXCECAO SEM DECISAO NA LISTA DE PENDENCIAS.
      *****************************************************************
       2260-REGISTRA-PENDENCIA.
           MOVE SPACES TO WRK-PND-DESCRICAO.
           STRING "SEM DECISAO NO VAREXREV - " DELIMITED BY SIZE
                  WRK-V-OBSERVACAO DELIMITED BY SIZE
               INTO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-FECH-PROGRAMA
               WRK-ANO-FECHAMENTO WRK-MES-FECHAMENTO WRK-CPF-APONTA
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-FECH-OPERADOR WRK-PND-ACHADA.
       2260-EXIT.
           EXIT.
      *****************************************************************
      * APONTA COMO SUMIDO O CPF CUJO DEZEMBRO FICOU PENDENTE.
      *****************************************************************
       2300-APONTA-SUMIDO.
