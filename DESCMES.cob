      *          TRATAR O CONTRATO. ANTES DISSO, PLANO DE SAUDE E
      *          CONSIGNADO FICAVAM FORA DO SISTEMA E O LIQUIDO DA
      *          REMESSA NAO ERA O QUE O FUNCIONARIO RECEBIA.
      * Mod Log:
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR VEM NA ULTIMA LINHA DO SYSIN.
      *   - LISTA DE PENDENCIAS: CONTRATO PULADO (CPF FORA DO MESTRE OU
      *     DESLIGADO) TAMBEM E APONTADO NA LISTA CONSOLIDADA PENDTRAB
      *     (VIA PENDREG) COM A COMPETENCIA, O CPF E O CODIGO DO
      *     DESCONTO, PARA A FOLHA ENCERRAR O CONTRATO NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTDE-GERADOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-EXPIRADOS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-PULADOS         PIC 9(05) COMP VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "DESCMES".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-TIPO             PIC X(04) VALUE "PULA".
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(26) VALUE
               "DESCONTOS RECORRENTES - ".
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-FECH-OPERADOR FROM CONSOLE.
           IF WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
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
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               UNTIL WRK-FIM-DESC-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
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
      * ABRE OS ARQUIVOS (O VARVENC EM EXTEND, CRIANDO O LOTE DO MES
      * SE AINDA NAO EXISTE), GRAVA O CABECALHO E LE O PRIMEIRO
      * CONTRATO. CADASTRO AUSENTE = NADA A GERAR, NAO E ERRO.
           MOVE "PULADO - FORA DO MESTRE" TO WRK-D-SITUACAO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-PULADOS.
           MOVE DRC-CODIGO TO WRK-PND-REFERENCIA.
           MOVE SPACES TO WRK-PND-DESCRICAO.
           STRING "CONTRATO PULADO - FORA DO MESTRE: "
                   DELIMITED BY SIZE
               DRC-CODIGO DELIMITED BY SIZE
               INTO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-FECH-PROGRAMA
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA DRC-CPF
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-FECH-OPERADOR WRK-PND-ACHADA.
       2300-EXIT.
           EXIT.
      *****************************************************************
