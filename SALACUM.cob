      *   - ESTABELECIMENTO: A POSTAGEM PASSOU A CARREGAR NO SALHIST O
      *     EMP-ESTABELECIMENTO DO MESTRE (BRANCO VALE '1'), PARA AS
      *     SAIDAS POR CNPJ SABEREM DE QUAL EMPRESA CADA HISTORICO E.
      *   - AFASTAMENTOS: O PROPORCIONAL DO MES TAMBEM DESCONTA OS DIAS
      *     DE AFASTAMENTO QUE A EMPRESA NAO DEVE (CADASTRO AFASTA, VIA
      *     AFACALC) - LICENCA NAO REMUNERADA, MATERNIDADE E DOENCA OU
      *     ACIDENTE A PARTIR DO 16O DIA, QUE SAO PAGOS PELO INSS. MES
      *     INTEIRO AFASTADO NAO PAGA SALARIO.
      *   - CALCULO UNICO DA FOLHA: A COLUNA DO MES DEIXOU DE SER
      *     RECALCULADA AQUI (PROPORCIONAL, AFASTAMENTOS E VERBAS DO
      *     VENCOK) - E POSTADO O BRUTO DO REGISTRO DO CPF NO ARQUIVO
      *     FOLCALC DA COMPETENCIA, GRAVADO ANTES PELO FOLCALC; SEM
      *     REGISTRO OU COM ZERO DIAS PAGOS NADA E POSTADO. SEM O
      *     CALCULO DA COMPETENCIA NO FOLCALC A EXECUCAO E CANCELADA
      *     ANTES DE MEXER NO SALHIST E NO RUNCTL. NO FIM A QUANTIDADE
      *     E O BRUTO POSTADOS SAO CONFERIDOS CONTRA O REGISTRO DE
      *     CONTROLE DO CALCULO, CUJA DATA/HORA SAI NO CONSOLE
      *     (DIVERGENCIA = AVISO E RETURN CODE 4).
      *   - FECHAMENTO MENSAL: A EXECUCAO PASSOU A SER REGISTRADA NO
      *     CONTROLE DO FECHAMENTO (FECHCTL, VIA FECHETAP) - INICIO,
      *     FIM, OPERADOR E RC. O PROGRAMA SE RECUSA A RODAR (RC=8)
      *     COM A COMPETENCIA FECHADA OU SEM OS PRE-REQUISITOS
      *     CONCLUIDOS. O OPERADOR (QUARTA LINHA DO SYSIN) PASSOU A
      *     SER INFORMADO SEMPRE, NAO SO NA REPOSTAGEM. MES INVALIDO
      *     E MESTRE AUSENTE PASSARAM A TERMINAR COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT RUN-CONTROL ASSIGN TO "RUNCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-CTL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALCULO.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
           02 CTL-TIPO                PIC X(01).
           02 FILLER                  PIC X(01).
           02 CTL-OPERADOR            PIC X(08).
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER           PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
           02 WRK-HORA-AGORA       PIC 9(06).
           02 FILLER               PIC 9(02).
       77 WRK-QTDE-ATUALIZADOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-PAGA-NO-MES         PIC X(01) VALUE 'S'.
           88 WRK-PAGA-SW                  VALUE 'S'.
       77 WRK-FS-CALCULO          PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-CALCULO-LIDO        PIC X(01) VALUE 'N'.
           88 WRK-CALCULO-LIDO-SW          VALUE 'S'.
      *****************************************************************
      * CONTROLE DO CALCULO DA COMPETENCIA (REGISTRO DE CPF ZERADO DO
      * FOLCALC) E O QUE ESTE RUN POSTOU, PARA A CONFERENCIA DO FIM.
      *****************************************************************
       01 WRK-CONTROLE-CALCULO.
           02 WRK-CC-DATA          PIC 9(08).
           02 WRK-CC-HORA          PIC 9(06).
           02 WRK-CC-QTDE-PAGOS    PIC 9(06).
           02 WRK-CC-TOTAL-BRUTO   PIC 9(11)V99.
       77 WRK-CONF-BRUTO          PIC 9(11)V99 VALUE ZEROS.
       77 WRK-AUD-PROGRAMA        PIC X(12) VALUE "SALACUM".
       77 WRK-AUTORIZADO          PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM           VALUE 'S'.
       77 WRK-AUD-ENTRADA         PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO       PIC X(30) VALUE
               "REPOSTAGEM AUTORIZADA".
       77 WRK-FECH-PROGRAMA       PIC X(12) VALUE "SALACUM".
       77 WRK-FECH-OPERACAO       PIC X(01) VALUE SPACE.
       77 WRK-FECH-RC             PIC 9(03) VALUE ZEROS.
       77 WRK-FECH-LIBERADA       PIC X(01) VALUE 'N'.
           88 WRK-FECH-LIBERADA-SIM         VALUE 'S'.
       01 WRK-RESULT-FIM.
           02 FILLER               PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE          PIC 9(07).
           ACCEPT WRK-ANO FROM CONSOLE.
           ACCEPT WRK-MES FROM CONSOLE.
           ACCEPT WRK-FLAG-REPOSTAGEM FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           IF WRK-MES < 1 OR WRK-MES > 12
               DISPLAY 'MES INVALIDO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           IF WRK-REPOSTAGEM-SW
               CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
                   WRK-AUTORIZADO
               IF NOT WRK-AUTORIZADO-SIM
                   GO TO 0000-FIM
               END-IF
           END-IF.
           PERFORM 0400-LE-CONTROLE-CALCULO THRU 0400-EXIT.
           IF NOT WRK-CALCULO-LIDO-SW
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 0500-CONFERE-CONTROLE THRU 0500-EXIT.
           IF WRK-JA-POSTADO-SW
               IF WRK-REPOSTAGEM-SW
                   GO TO 0000-FIM
               END-IF
           END-IF.
           PERFORM 0900-INICIA-ETAPA THRU 0900-EXIT.
           IF NOT WRK-FECH-LIBERADA-SIM
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           MOVE "INICIO" TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
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
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO
               WRK-MES WRK-FECH-OPERACAO WRK-OPERADOR
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
           CALL "FECHETAP" USING WRK-FECH-PROGRAMA WRK-ANO
               WRK-MES WRK-FECH-OPERACAO WRK-OPERADOR
               WRK-FECH-RC WRK-FECH-LIBERADA.
           MOVE WRK-FECH-RC TO RETURN-CODE.
       0950-EXIT.
           EXIT.
      *****************************************************************
      * ABRE O FOLCALC E LE O REGISTRO DE CONTROLE (CPF ZERADO) DO
      * CALCULO DA COMPETENCIA - SEM ELE O FOLCALC NAO RODOU (OU NAO
      * TERMINOU) PARA O MES E NADA PODE SER POSTADO.
      *****************************************************************
       0400-LE-CONTROLE-CALCULO.
           MOVE ZEROS TO WRK-CONTROLE-CALCULO.
           OPEN INPUT CALC-FILE.
           IF WRK-FS-CALC-NAO-ENCONTRADO
               DISPLAY 'FOLCALC NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 0400-EXIT
           END-IF.
           MOVE WRK-ANO TO FCL-ANO.
           MOVE WRK-MES TO FCL-MES.
           MOVE ZEROS TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   DISPLAY 'FOLCALC SEM CALCULO DA COMPETENCIA '
                           WRK-MES '/' WRK-ANO ' - EXECUCAO CANCELADA'
                   CLOSE CALC-FILE
                   GO TO 0400-EXIT
           END-READ.
           MOVE FCL-CT-DATA-CALCULO TO WRK-CC-DATA.
           MOVE FCL-CT-HORA-CALCULO TO WRK-CC-HORA.
           MOVE FCL-CT-QTDE-PAGOS TO WRK-CC-QTDE-PAGOS.
           MOVE FCL-CT-TOTAL-BRUTO TO WRK-CC-TOTAL-BRUTO.
           SET WRK-CALCULO-LIDO-SW TO TRUE.
           DISPLAY 'SALACUM: CALCULO DA FOLHA DE ' WRK-CC-DATA '-'
                   WRK-CC-HORA.
       0400-EXIT.
           EXIT.
      *****************************************************************
      * VERIFICA NO RUNCTL SE O ANO/MES INFORMADO JA FOI POSTADO.
      * ARQUIVO AINDA INEXISTENTE = NENHUMA POSTAGEM FEITA.
      *****************************************************************
               CLOSE HISTORY-FILE
               OPEN I-O HISTORY-FILE
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA (OU CRIA) O REGISTRO DE HISTORICO DO FUNCIONARIO/ANO
      * E GRAVA O BRUTO CALCULADO PELO FOLCALC NA COLUNA DO MES
      * INFORMADO, SEM MEXER NOS OUTROS ONZE MESES JA ACUMULADOS.
      *****************************************************************
       2000-PROCESSA.
           PERFORM 2050-LE-CALCULO THRU 2050-EXIT.
           IF NOT WRK-PAGA-SW
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WRK-FIM-MESTRE-SW TO TRUE
               NOT INVALID KEY
                   CONTINUE
           END-READ.
           MOVE FCL-BRUTO TO HIST-SAL(WRK-MES).
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO HIST-ESTABELECIMENTO
           ELSE
               REWRITE HIST-REC
           END-IF.
           ADD 1 TO WRK-QTDE-ATUALIZADOS.
           ADD FCL-BRUTO TO WRK-CONF-BRUTO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O CALCULO DO FUNCIONARIO NA COMPETENCIA - SEM REGISTRO NO
      * FOLCALC (DESLIGADO EM MES ANTERIOR, ADMITIDO DEPOIS) OU COM
      * ZERO DIAS PAGOS (SO DEPOSITO DE FGTS NO MES) NADA E POSTADO.
      *****************************************************************
       2050-LE-CALCULO.
           MOVE 'S' TO WRK-PAGA-NO-MES.
           MOVE WRK-ANO TO FCL-ANO.
           MOVE WRK-MES TO FCL-MES.
           MOVE EMP-CPF TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   MOVE 'N' TO WRK-PAGA-NO-MES
                   GO TO 2050-EXIT
           END-READ.
           IF FCL-DIAS-PAGOS = ZEROS
               MOVE 'N' TO WRK-PAGA-NO-MES
           END-IF.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * MOSTRA QUANTOS FUNCIONARIOS FORAM ATUALIZADOS, CONFERE A
      * POSTAGEM CONTRA O CONTROLE DO CALCULO E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-ATUALIZADOS TO WRK-TOT-ED.
           DISPLAY WRK-LINHA-TOTAL.
           IF WRK-QTDE-ATUALIZADOS NOT = WRK-CC-QTDE-PAGOS
               OR WRK-CONF-BRUTO NOT = WRK-CC-TOTAL-BRUTO
               DISPLAY 'AVISO: POSTAGEM NAO CONFERE COM O CONTROLE DO '
                       'CALCULO DE ' WRK-CC-DATA '-' WRK-CC-HORA
               DISPLAY '       CONTROLE: ' WRK-CC-QTDE-PAGOS
                       ' PAGOS, BRUTO ' WRK-CC-TOTAL-BRUTO
               DISPLAY '       POSTADOS: ' WRK-QTDE-ATUALIZADOS
                       ' PAGOS, BRUTO ' WRK-CONF-BRUTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE EMPLOYEE-MASTER.
           CLOSE HISTORY-FILE.
           CLOSE CALC-FILE.
           PERFORM 3500-GRAVA-CONTROLE THRU 3500-EXIT.
       3000-EXIT.
           EXIT.
