      *     VEZ DO "FOLHA DE PAGAMENTO" FIXO - A RETRANSMISSAO NAO
      *     PODE PERDER A IDENTIFICACAO LEGAL DO EMPREGADOR. HEADER
      *     ANTIGO SEM OS CAMPOS MANTEM O TEXTO PADRAO.
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O SYSIN PASSOU A TRAZER A COMPETENCIA (ANO E
      *     MES) DA REMESSA E O OPERADOR, UM POR LINHA.
      *   - LISTA DE PENDENCIAS: CADA CREDITO REJEITADO E CADA
      *     DIVERGENCIA TAMBEM SAO APONTADOS NA LISTA CONSOLIDADA
      *     PENDTRAB (VIA PENDREG), COM A COMPETENCIA, O CPF E O
      *     SEQUENCIAL DO DETALHE, PARA A TESOURARIA ACOMPANHAR O
      *     REPAGAMENTO NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTDE-DESCARTADOS     PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SEQUENCIAL-REPAG     PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-REPAG          PIC 9(13)V99 VALUE ZEROS.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-FECH-PROGRAMA        PIC X(12) VALUE "BANKRET".
       77 WRK-FECH-OPERADOR        PIC X(08) VALUE SPACES.
       77 WRK-FECH-OPERACAO        PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC              PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA        PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-PND-SEQUENCIAL       PIC 9(06) VALUE ZEROS.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
      *****************************************************************
      * TABELA DOS DETALHES DA REMESSA TRANSMITIDA. SITUACAO: ' ' =
      * AINDA SEM RESPOSTA, 'C' = CONFIRMADO, 'R' = REJEITADO.
           02 WRK-TOT-DIV-ED        PIC ZZZZ9.
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
           IF WRK-FS-REMESSA-NAO-ABERTA
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
      * ABRE OS ARQUIVOS, CARREGA OS DETALHES DA REMESSA NA TABELA,
      * GRAVA O CABECALHO DO RELATORIO E LE O PRIMEIRO REGISTRO DO
      * RETORNO.
               MOVE RET-OCORRENCIA TO WRK-D-OCORRENCIA
               WRITE DIVERGENCE-REPORT-REC FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "NREM" TO WRK-PND-TIPO
               MOVE RET-SEQUENCIAL TO WRK-PND-SEQUENCIAL
               PERFORM 2900-REGISTRA-PENDENCIA THRU 2900-EXIT
               GO TO 2000-LE-PROXIMO
           END-IF.
           SUBTRACT 1 FROM WRK-IDX.
                   MOVE RET-OCORRENCIA TO WRK-D-OCORRENCIA
                   WRITE DIVERGENCE-REPORT-REC FROM WRK-LINHA-DETALHE
                   ADD 1 TO WRK-QTDE-DIVERGENTES
                   MOVE "VLPG" TO WRK-PND-TIPO
                   MOVE RET-SEQUENCIAL TO WRK-PND-SEQUENCIAL
                   PERFORM 2900-REGISTRA-PENDENCIA THRU 2900-EXIT
               END-IF
           ELSE
               MOVE 'R' TO WRK-TD-SITUACAO (WRK-IDX)
                   TO WRK-D-OBSERVACAO
               MOVE RET-OCORRENCIA TO WRK-D-OCORRENCIA
               WRITE DIVERGENCE-REPORT-REC FROM WRK-LINHA-DETALHE
               MOVE "REJC" TO WRK-PND-TIPO
               MOVE RET-SEQUENCIAL TO WRK-PND-SEQUENCIAL
               PERFORM 2900-REGISTRA-PENDENCIA THRU 2900-EXIT
           END-IF.
       2000-LE-PROXIMO.
           READ RETURN-FILE
       2100-EXIT.
           EXIT.
      *****************************************************************
      * APONTA A REJEICAO OU DIVERGENCIA DA LINHA CORRENTE NA LISTA DE
      * PENDENCIAS - REFERENCIA E O SEQUENCIAL DO DETALHE, E A
      * DESCRICAO LEVA A OCORRENCIA DO BANCO.
      *****************************************************************
       2900-REGISTRA-PENDENCIA.
           MOVE WRK-PND-SEQUENCIAL TO WRK-PND-REFERENCIA.
           MOVE SPACES TO WRK-PND-DESCRICAO.
           STRING WRK-D-OBSERVACAO DELIMITED BY SIZE
                  " OCORR. " DELIMITED BY SIZE
                  WRK-D-OCORRENCIA DELIMITED BY SIZE
               INTO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-FECH-PROGRAMA
               WRK-ANO-COMPETENCIA WRK-MES-COMPETENCIA WRK-D-CPF
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-FECH-OPERADOR WRK-PND-ACHADA.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * DETALHE DA REMESSA QUE O BANCO NAO RESPONDEU TAMBEM E
      * DIVERGENCIA - O CREDITO PODE TER SE PERDIDO NO MEIO.
      *****************************************************************
               MOVE SPACES TO WRK-D-OCORRENCIA
               WRITE DIVERGENCE-REPORT-REC FROM WRK-LINHA-DETALHE
               ADD 1 TO WRK-QTDE-DIVERGENTES
               MOVE "SRET" TO WRK-PND-TIPO
               MOVE WRK-TD-SEQUENCIAL (WRK-IDX) TO WRK-PND-SEQUENCIAL
               PERFORM 2900-REGISTRA-PENDENCIA THRU 2900-EXIT
           END-IF.
       3100-EXIT.
           EXIT.
