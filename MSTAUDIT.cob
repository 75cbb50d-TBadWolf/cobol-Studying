      *     ZERO - DEPARTAMENTO PREENCHIDO MAS SEM CADASTRO VIRA
      *     APONTAMENTO, ANTES DE CRIAR CENTRO DE CUSTO FANTASMA NO
      *     DEPTROLL/GLPOST.
      *   - PISO SINDICAL: O CARGO DE CADA FUNCIONARIO ATIVO (CARGOFUN)
      *     PASSOU A SER CONFERIDO NO MESTRE DE CARGOS (CARGOMST, VIA
      *     CARGLOOK) - CARGO SEM CADASTRO OU SALARIO ABAIXO DO PISO
      *     SINDICAL DO CARGO VIRA APONTAMENTO E SEGURA A JANELA COM
      *     RC=8. FUNCIONARIO AINDA SEM CARGO GRAVADO NAO E APONTADO
      *     AQUI - SAI NO RELATORIO DE FAIXAS DO CARGFAIX.
      *   - LISTA DE PENDENCIAS: CADA APONTAMENTO E CADA ORFAO TAMBEM
      *     SAO LANCADOS NA LISTA CONSOLIDADA PENDTRAB (VIA PENDREG) NA
      *     COMPETENCIA DA DATA DA EXECUCAO, COM O CPF E UM TIPO POR
      *     DEFEITO, PARA O CADASTRO RESOLVER NO PENDDEC.
      *   - GRAVA NO AUDITLOG OS EVENTOS DE INICIO E FIM DO PASSO (COM
      *     A QUANTIDADE DE REGISTROS DO MESTRE CONFERIDOS), PARA O
      *     PAINEL DA JANELA BATCH (BATCHDSH).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-HIST.
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO-FUNC.
           SELECT AUDIT-REPORT ASSIGN TO "MSTAUDRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       COPY "EMPMSTR.CPY".
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  AUDIT-REPORT.
       01  AUDIT-REPORT-REC           PIC X(80).
       WORKING-STORAGE SECTION.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-HIST              PIC X(02) VALUE SPACES.
           88 WRK-FS-HIST-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-CARGO-FUNC        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-CARGOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-CARGOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-HIST             PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
       77 WRK-TITULO-CARGO         PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SW           VALUE 'S'.
       77 WRK-CPF-HIST-ANTERIOR    PIC X(11) VALUE SPACES.
       77 WRK-QTDE-REGISTROS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APONTAMENTOS    PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-ORFAOS          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-PROGRAMA         PIC X(12) VALUE "MSTAUDIT".
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "MSTAUDIT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-RESULT-FIM.
           02 FILLER                PIC X(12) VALUE "PROCESSADOS ".
           02 WRK-RF-QTDE           PIC 9(07).
           02 FILLER                PIC X(11) VALUE SPACES.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-OPERADOR         PIC X(08) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "AUDITORIA DO MESTRE - EMITIDA EM ".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE "INICIO" TO WRK-AUD-ENTRADA.
           MOVE SPACES TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-AUDITA-ORFAOS THRU 3000-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
           MOVE "FIM" TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-REGISTROS TO WRK-RF-QTDE.
           MOVE WRK-RESULT-FIM TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-QTDE-APONTAMENTOS > ZEROS
               OR WRK-QTDE-ORFAOS > ZEROS
               MOVE 8 TO RETURN-CODE
                       'CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF NOT WRK-FS-CARGO-NAO-ENCONTRADO
               SET WRK-CARGOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN OUTPUT AUDIT-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           IF NOT WRK-CPF-OK
               MOVE "CPF COM DIGITO VERIFICADOR INVALIDO"
                   TO WRK-A-MOTIVO
               MOVE "CPFD" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
           END-IF.
           IF EMP-SALARIO NOT NUMERIC
               MOVE "SALARIO NAO NUMERICO" TO WRK-A-MOTIVO
               MOVE "SALN" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
           ELSE
               IF EMP-SALARIO = ZEROS
                   OR EMP-SALARIO > WRK-SALARIO-MAXIMO
                   MOVE "SALARIO FORA DOS LIMITES PLAUSIVEIS"
                       TO WRK-A-MOTIVO
                   MOVE "SALL" TO WRK-PND-TIPO
                   PERFORM 2100-APONTA THRU 2100-EXIT
               END-IF
           END-IF.
           IF EMP-DEPTO = SPACES
               MOVE "DEPARTAMENTO EM BRANCO" TO WRK-A-MOTIVO
               MOVE "DEPB" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
           ELSE
               MOVE 'N' TO WRK-DEPTO-ACHADO
               IF NOT WRK-DEPTO-ACHADO-SW
                   MOVE "DEPARTAMENTO SEM CADASTRO NO DEPTMSTR"
                       TO WRK-A-MOTIVO
                   MOVE "DEPC" TO WRK-PND-TIPO
                   PERFORM 2100-APONTA THRU 2100-EXIT
               END-IF
           END-IF.
               OR EMP-DATA-ADMISSAO = ZEROS
               MOVE "DATA DE ADMISSAO NAO PREENCHIDA"
                   TO WRK-A-MOTIVO
               MOVE "ADMI" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
           END-IF.
           IF WRK-CARGOS-ABERTO-SW AND NOT EMP-DESLIGADO
               PERFORM 2200-CONFERE-PISO THRU 2200-EXIT
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
           MOVE EMP-CPF TO WRK-A-CPF.
           WRITE AUDIT-REPORT-REC FROM WRK-LINHA-APONTAMENTO.
           ADD 1 TO WRK-QTDE-APONTAMENTOS.
           PERFORM 2150-REGISTRA-PENDENCIA THRU 2150-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * LANCA O APONTAMENTO NA LISTA DE PENDENCIAS (COMPETENCIA = MES
      * DA EXECUCAO).
      *****************************************************************
       2150-REGISTRA-PENDENCIA.
           MOVE WRK-A-MOTIVO TO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-PND-PROGRAMA
               WRK-ANO WRK-MES WRK-A-CPF WRK-PND-TIPO
               WRK-PND-REFERENCIA WRK-PND-DESCRICAO WRK-PND-OPERADOR
               WRK-PND-ACHADA.
       2150-EXIT.
           EXIT.
      *****************************************************************
      * CARGO DO FUNCIONARIO ATIVO: TEM QUE EXISTIR NO CARGOMST, E O
      * SALARIO NAO PODE FICAR ABAIXO DO PISO SINDICAL DO CARGO (PISO
      * ZERO = CARGO FORA DA CONVENCAO, NAO CONFERE).
      *****************************************************************
       2200-CONFERE-PISO.
           MOVE EMP-CPF TO CFU-CPF.
           READ POSITION-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           MOVE 'N' TO WRK-CARGO-ACHADO.
           CALL "CARGLOOK" USING CFU-CARGO WRK-TITULO-CARGO
               WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
               WRK-CARGO-ACHADO.
           IF NOT WRK-CARGO-ACHADO-SW
               MOVE "CARGO SEM CADASTRO NO CARGOMST" TO WRK-A-MOTIVO
               MOVE "CARG" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF EMP-SALARIO NUMERIC
               AND WRK-CARGO-PISO > ZEROS
               AND EMP-SALARIO < WRK-CARGO-PISO
               MOVE "SALARIO ABAIXO DO PISO SINDICAL DO CARGO"
                   TO WRK-A-MOTIVO
               MOVE "PISO" TO WRK-PND-TIPO
               PERFORM 2100-APONTA THRU 2100-EXIT
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * CRUZA O SALHIST CONTRA O MESTRE: CADA CPF COM HISTORICO
      * PRECISA EXISTIR NO MESTRE (UM CPF POR APONTAMENTO, MESMO QUE
      * TENHA VARIOS ANOS DE HISTORICO ORFAO). SALHIST AUSENTE NAO E
                       WRITE AUDIT-REPORT-REC
                           FROM WRK-LINHA-APONTAMENTO
                       ADD 1 TO WRK-QTDE-ORFAOS
                       MOVE "ORFA" TO WRK-PND-TIPO
                       PERFORM 2150-REGISTRA-PENDENCIA THRU 2150-EXIT
                   NOT INVALID KEY
                       CONTINUE
               END-READ
           MOVE WRK-QTDE-ORFAOS TO WRK-TOT-ORF-ED.
           WRITE AUDIT-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-CARGOS-ABERTO-SW
               CLOSE POSITION-FILE
           END-IF.
           CLOSE AUDIT-REPORT.
       4000-EXIT.
           EXIT.
