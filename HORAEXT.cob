      *     QUANDO O MES AINDA NAO TEM LOTE), COMO FAZEM O DESCMES E O
      *     RETRO DO REAJSAL - O OPEN OUTPUT ORIGINAL TRUNCAVA OS
      *     LANCAMENTOS JA DIGITADOS OU GERADOS PARA A COMPETENCIA.
      *   - BANCO DE HORAS: O DEPARTAMENTO DO FUNCIONARIO (DEPTMSTR)
      *     DIZ SE A HORA EXTRA E PAGA OU COMPENSADA. NOS DEPARTAMENTOS
      *     COM DPT-REGIME-HORA-EXTRA = 'B' O EXCEDENTE DO MES VIRA
      *     CREDITO NO BANCOHR E A FALTA DE HORAS VIRA DEBITO (VIA
      *     BHMOVTO, DATADOS NO DIA 1 DA COMPETENCIA) EM VEZ DA VERBA
      *     'HEX'. PARA O BANCO A CARGA PADRAO E REDUZIDA NA PROPORCAO
      *     DOS DIAS DE AFASTAMENTO (AFACALC) E DE FERIAS GOZADAS NO
      *     MES (FERGOZO), PARA QUEM ESTEVE FORA NAO GANHAR DEBITO
      *     PELOS DIAS QUE NAO TINHA DE TRABALHAR. DEPTMSTR AUSENTE =
      *     TODOS OS DEPARTAMENTOS PAGAM, COMO ANTES.
      *   - LISTA DE PENDENCIAS: FUNCIONARIO EXCLUIDO POR DIA SEM
      *     SAIDA E CPF COM HORA EXTRA SEM CADASTRO NO MESTRE TAMBEM
      *     SAO APONTADOS NA LISTA CONSOLIDADA PENDTRAB (VIA PENDREG)
      *     COM A COMPETENCIA E O CPF, PARA O PONTO RESOLVER NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               FILE STATUS IS WRK-FS-LANCAMENTOS.
           SELECT EXCEPTION-REPORT ASSIGN TO "HORAEXRP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPARTMENT-MASTER ASSIGN TO "DEPTMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DPT-CODIGO
               FILE STATUS IS WRK-FS-DEPTOS.
           SELECT VACATION-TAKEN ASSIGN TO "FERGOZO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-GOZO.
       DATA DIVISION.
       FILE SECTION.
       FD  SIGNIN-LOG.
           02 VEN-OUT-TIPO            PIC X(01).
       FD  EXCEPTION-REPORT.
       01  EXCEPTION-REPORT-REC       PIC X(80).
       FD  DEPARTMENT-MASTER.
       COPY "DEPTMST.CPY".
       FD  VACATION-TAKEN.
       01  VACATION-TAKEN-REC.
           02 GOZO-CPF                PIC X(11).
           02 GOZO-DATA-INICIO        PIC 9(08).
           02 GOZO-QTDE-DIAS          PIC 9(02).
           02 FILLER                  PIC X(09).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-PONTO             PIC X(02) VALUE SPACES.
       77 WRK-QTDE-EXCLUIDOS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-IDX-PAR              PIC 9(02) COMP VALUE ZEROS.
      *****************************************************************
      * BANCO DE HORAS - REGIME DO DEPARTAMENTO, CARGA PADRAO DO
      * FUNCIONARIO DESCONTADOS AFASTAMENTO E FERIAS, E O MOVIMENTO
      * PASSADO AO BHMOVTO.
      *****************************************************************
       77 WRK-FS-DEPTOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPTOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-DEPTOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-DEPTOS-ABERTO-SW          VALUE 'S'.
       77 WRK-FS-GOZO              PIC X(02) VALUE SPACES.
           88 WRK-FS-GOZO-NAO-ENCONTRADO     VALUE "35".
       77 WRK-FIM-GOZO             PIC X(01) VALUE 'N'.
           88 WRK-FIM-GOZO-SW               VALUE 'S'.
       77 WRK-NO-MESTRE            PIC X(01) VALUE 'N'.
           88 WRK-NO-MESTRE-SW              VALUE 'S'.
       77 WRK-REGIME-BANCO         PIC X(01) VALUE 'N'.
           88 WRK-REGIME-BANCO-SW           VALUE 'S'.
       77 WRK-DIAS-AFASTADO        PIC 9(02) VALUE ZEROS.
       77 WRK-DIAS-FGTS            PIC 9(02) VALUE ZEROS.
       77 WRK-MOTIVO-AFASTAMENTO   PIC X(02) VALUE SPACES.
       77 WRK-DIAS-FERIAS          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-FORA            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-DIAS-GOZO-MES        PIC S9(03) COMP VALUE ZEROS.
       77 WRK-DIA-INICIO-GOZO      PIC 9(02) COMP VALUE ZEROS.
       77 WRK-MESES-COMPETENCIA    PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MESES-GOZO           PIC 9(06) COMP VALUE ZEROS.
       77 WRK-MINUTOS-PADRAO-FUNC  PIC 9(05) COMP VALUE ZEROS.
       77 WRK-SALDO-BANCO          PIC S9(06) COMP VALUE ZEROS.
       77 WRK-BH-DATA              PIC 9(08) VALUE ZEROS.
       77 WRK-BH-TIPO              PIC X(01) VALUE SPACE.
       77 WRK-BH-ORIGEM            PIC X(01) VALUE 'P'.
       77 WRK-BH-MINUTOS           PIC 9(05) VALUE ZEROS.
       77 WRK-BH-OPERADOR          PIC X(08) VALUE "HORAEXT".
       77 WRK-BH-RESULTADO         PIC X(01) VALUE SPACE.
       77 WRK-QTDE-BANCO           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-MAX-GOZOS            PIC 9(04) COMP VALUE 1000.
       77 WRK-QTDE-GOZOS           PIC 9(04) COMP VALUE ZEROS.
       77 WRK-IDX-GOZO             PIC 9(04) COMP VALUE ZEROS.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-PROGRAMA         PIC X(12) VALUE "HORAEXT".
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-OPERADOR         PIC X(08) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-DATA-GOZO.
           02 WRK-DG-ANO            PIC 9(04).
           02 WRK-DG-MES            PIC 9(02).
           02 WRK-DG-DIA            PIC 9(02).
       01 WRK-TABELA-GOZOS.
           02 WRK-GOZO-ITEM OCCURS 1000 TIMES.
               03 WRK-TG-CPF            PIC X(11).
               03 WRK-TG-INICIO         PIC 9(08).
               03 WRK-TG-DIAS           PIC 9(02).
      *****************************************************************
      * OS ATE QUATRO PARES DE MARCACAO DO REGISTRO CORRENTE - X(04)
      * PARA A LINHA ANTIGA (SO UM PAR) CHEGAR COM OS EXTRAS EM BRANCO
      * E SER IGNORADA SEM DERRUBAR O FECHAMENTO.
           02 WRK-TOT-GER-ED        PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE " EXCLUIDOS: ".
           02 WRK-TOT-EXC-ED        PIC ZZZZ9.
           02 FILLER                PIC X(17) VALUE
               " BANCO DE HORAS: ".
           02 WRK-TOT-BCO-ED        PIC ZZZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-PEDIDO FROM CONSOLE.
               OPEN OUTPUT EARNINGS-OUTPUT
           END-IF.
           OPEN OUTPUT EXCEPTION-REPORT.
           OPEN INPUT DEPARTMENT-MASTER.
           IF WRK-FS-DEPTOS-NAO-ENCONTRADO
               DISPLAY 'AVISO: DEPTMSTR NAO ENCONTRADO - HORA EXTRA '
                       'PAGA PARA TODOS OS DEPARTAMENTOS'
           ELSE
               SET WRK-DEPTOS-ABERTO-SW TO TRUE
           END-IF.
           PERFORM 1100-CARREGA-GOZOS THRU 1100-EXIT.
           COMPUTE WRK-MESES-COMPETENCIA =
               (WRK-ANO-PEDIDO * 12) + WRK-MES-PEDIDO.
           COMPUTE WRK-BH-DATA =
               (WRK-ANO-PEDIDO * 10000) + (WRK-MES-PEDIDO * 100) + 1.
           MOVE WRK-MES-PEDIDO TO WRK-CB-MES.
           MOVE WRK-ANO-PEDIDO TO WRK-CB-ANO.
           MOVE WRK-DIA TO WRK-CB-DIA.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA A TABELA DE GOZOS DO FERGOZO (MESMO ESQUEMA DO
      * RESCISAO) - SO O BANCO DE HORAS USA, PARA TIRAR OS DIAS DE
      * FERIAS DA CARGA PADRAO. ARQUIVO AUSENTE = NINGUEM DE FERIAS.
      *****************************************************************
       1100-CARREGA-GOZOS.
           OPEN INPUT VACATION-TAKEN.
           IF WRK-FS-GOZO-NAO-ENCONTRADO
               SET WRK-FIM-GOZO-SW TO TRUE
               GO TO 1100-EXIT
           END-IF.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-GOZO-SW TO TRUE
           END-READ.
           PERFORM 1110-GUARDA-GOZO THRU 1110-EXIT
               UNTIL WRK-FIM-GOZO-SW.
           CLOSE VACATION-TAKEN.
       1100-EXIT.
           EXIT.
       1110-GUARDA-GOZO.
           IF GOZO-DATA-INICIO NOT NUMERIC
               OR GOZO-QTDE-DIAS NOT NUMERIC
               GO TO 1110-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-GOZOS < WRK-MAX-GOZOS
               ADD 1 TO WRK-QTDE-GOZOS
               MOVE GOZO-CPF TO WRK-TG-CPF (WRK-QTDE-GOZOS)
               MOVE GOZO-DATA-INICIO TO WRK-TG-INICIO (WRK-QTDE-GOZOS)
               MOVE GOZO-QTDE-DIAS TO WRK-TG-DIAS (WRK-QTDE-GOZOS)
           ELSE
               DISPLAY 'AVISO: TABELA DE GOZOS CHEIA - LANCAMENTO DE '
                       GOZO-CPF ' DESCARTADO'
           END-IF.
       1110-LE-PROXIMO.
           READ VACATION-TAKEN
               AT END SET WRK-FIM-GOZO-SW TO TRUE
           END-READ.
       1110-EXIT.
           EXIT.
      *****************************************************************
      * ACUMULA NA TABELA A MARCACAO CORRENTE QUANDO E DO ANO/MES
      * PEDIDO E LE A PROXIMA - MESMO FILTRO E MESMO TRATAMENTO DE
      * LINHA DANIFICADA DO PONTOMES.
           EXIT.
      *****************************************************************
      * PERCORRE A TABELA TOTALIZADA: QUEM TEM DIA SEM SAIDA VAI PARA
      * O RELATORIO DE EXCECOES; DEPARTAMENTO COM BANCO DE HORAS
      * LANCA O SALDO DO MES NO BANCOHR (3200); NOS DEMAIS, QUEM
      * PASSOU DA CARGA PADRAO GANHA UM LANCAMENTO DE HORA EXTRA NO
      * VARVENC.
      *****************************************************************
       3000-GERA-LANCAMENTOS.
           PERFORM 3100-AVALIA-FUNCIONARIO THRU 3100-EXIT
               MOVE WRK-TF-SEM-SAIDA (WRK-IDX) TO WRK-E-DIAS
               WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-EXCECAO
               ADD 1 TO WRK-QTDE-EXCLUIDOS
               MOVE "SSAI" TO WRK-PND-TIPO
               MOVE SPACES TO WRK-PND-DESCRICAO
               STRING WRK-E-DIAS DELIMITED BY SIZE
                   " DIA(S) SEM MARCACAO DE SAIDA" DELIMITED BY SIZE
                   INTO WRK-PND-DESCRICAO
               PERFORM 3900-REGISTRA-PENDENCIA THRU 3900-EXIT
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WRK-MINUTOS-EXTRAS =
               WRK-TF-MINUTOS (WRK-IDX) - WRK-MINUTOS-PADRAO.
           PERFORM 3150-VERIFICA-REGIME THRU 3150-EXIT.
           IF NOT WRK-NO-MESTRE-SW
               IF WRK-MINUTOS-EXTRAS > ZEROS
                   DISPLAY 'CPF ' WRK-TF-CPF (WRK-IDX) ' SEM CADASTRO '
                           'NO MESTRE - HORA EXTRA NAO GERADA'
                   MOVE "MEST" TO WRK-PND-TIPO
                   MOVE "SEM CADASTRO NO MESTRE - H.EXTRA NAO GERADA"
                       TO WRK-PND-DESCRICAO
                   PERFORM 3900-REGISTRA-PENDENCIA THRU 3900-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF.
           IF WRK-REGIME-BANCO-SW
               PERFORM 3200-LANCA-BANCO THRU 3200-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF WRK-MINUTOS-EXTRAS <= ZEROS
               GO TO 3100-EXIT
           END-IF.
           COMPUTE WRK-VALOR-HORA ROUNDED =
               EMP-SALARIO / WRK-HORAS-PADRAO.
           COMPUTE WRK-VALOR-EXTRA ROUNDED =
       3100-EXIT.
           EXIT.
      *****************************************************************
      * LOCALIZA O FUNCIONARIO NO MESTRE E O REGIME DE HORA EXTRA DO
      * SEU DEPARTAMENTO - DEPARTAMENTO FORA DO DEPTMSTR (OU DEPTMSTR
      * AUSENTE) FICA NO REGIME DE PAGAMENTO.
      *****************************************************************
       3150-VERIFICA-REGIME.
           MOVE 'N' TO WRK-NO-MESTRE.
           MOVE 'N' TO WRK-REGIME-BANCO.
           MOVE WRK-TF-CPF (WRK-IDX) TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           SET WRK-NO-MESTRE-SW TO TRUE.
           IF NOT WRK-DEPTOS-ABERTO-SW
               GO TO 3150-EXIT
           END-IF.
           MOVE EMP-DEPTO TO DPT-CODIGO.
           READ DEPARTMENT-MASTER
               INVALID KEY
                   GO TO 3150-EXIT
           END-READ.
           IF DPT-BANCO-DE-HORAS
               SET WRK-REGIME-BANCO-SW TO TRUE
           END-IF.
       3150-EXIT.
           EXIT.
      *****************************************************************
      * BANCO DE HORAS: CARGA PADRAO DO FUNCIONARIO PROPORCIONAL AOS
      * DIAS QUE ELE TINHA DE TRABALHAR (30 MENOS AFASTAMENTO E FERIAS
      * DO MES, NO MES COMERCIAL DE 30 DIAS DA FOLHA). O QUE PASSOU
      * DESSA CARGA VIRA CREDITO E O QUE FALTOU VIRA DEBITO, UM
      * MOVIMENTO POR COMPETENCIA (O BHMOVTO RECUSA O SEGUNDO).
      *****************************************************************
       3200-LANCA-BANCO.
           CALL "AFACALC" USING WRK-TF-CPF (WRK-IDX) WRK-ANO-PEDIDO
               WRK-MES-PEDIDO WRK-DIAS-AFASTADO WRK-DIAS-FGTS
               WRK-MOTIVO-AFASTAMENTO.
           MOVE ZEROS TO WRK-DIAS-FERIAS.
           PERFORM 3210-SOMA-FERIAS-MES THRU 3210-EXIT
               VARYING WRK-IDX-GOZO FROM 1 BY 1
               UNTIL WRK-IDX-GOZO > WRK-QTDE-GOZOS.
           COMPUTE WRK-DIAS-FORA = WRK-DIAS-AFASTADO + WRK-DIAS-FERIAS.
           IF WRK-DIAS-FORA > 30
               MOVE 30 TO WRK-DIAS-FORA
           END-IF.
           COMPUTE WRK-MINUTOS-PADRAO-FUNC ROUNDED =
               WRK-MINUTOS-PADRAO * (30 - WRK-DIAS-FORA) / 30.
           COMPUTE WRK-SALDO-BANCO =
               WRK-TF-MINUTOS (WRK-IDX) - WRK-MINUTOS-PADRAO-FUNC.
           IF WRK-SALDO-BANCO = ZEROS
               GO TO 3200-EXIT
           END-IF.
           IF WRK-SALDO-BANCO > ZEROS
               MOVE 'C' TO WRK-BH-TIPO
               MOVE WRK-SALDO-BANCO TO WRK-BH-MINUTOS
           ELSE
               MOVE 'D' TO WRK-BH-TIPO
               COMPUTE WRK-BH-MINUTOS = ZEROS - WRK-SALDO-BANCO
           END-IF.
           CALL "BHMOVTO" USING WRK-TF-CPF (WRK-IDX) WRK-BH-DATA
               WRK-BH-TIPO WRK-BH-ORIGEM WRK-BH-MINUTOS
               WRK-BH-OPERADOR WRK-BH-RESULTADO.
           EVALUATE WRK-BH-RESULTADO
               WHEN 'S'
                   ADD 1 TO WRK-QTDE-BANCO
               WHEN 'D'
                   DISPLAY 'AVISO: CPF ' WRK-TF-CPF (WRK-IDX)
                           ' JA TEM O BANCO DE HORAS DA COMPETENCIA '
                           'LANCADO - MOVIMENTO IGNORADO'
               WHEN OTHER
                   DISPLAY 'CPF ' WRK-TF-CPF (WRK-IDX) ' - BANCO DE '
                           'HORAS NAO LANCADO'
           END-EVALUATE.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * DIAS DE FERIAS DO GOZO CORRENTE QUE CAEM NA COMPETENCIA, NO
      * MES COMERCIAL DE 30 DIAS: GOZO QUE COMECA NO MES CONTA ATE O
      * DIA 30; GOZO QUE COMECOU NO MES ANTERIOR CONTA O QUE PASSOU
      * DO DIA 30 DE LA.
      *****************************************************************
       3210-SOMA-FERIAS-MES.
           IF WRK-TG-CPF (WRK-IDX-GOZO) NOT = WRK-TF-CPF (WRK-IDX)
               GO TO 3210-EXIT
           END-IF.
           MOVE WRK-TG-INICIO (WRK-IDX-GOZO) TO WRK-DATA-GOZO.
           IF WRK-DG-MES < 1 OR WRK-DG-MES > 12
               GO TO 3210-EXIT
           END-IF.
           COMPUTE WRK-MESES-GOZO = (WRK-DG-ANO * 12) + WRK-DG-MES.
           IF WRK-DG-DIA > 30
               MOVE 30 TO WRK-DIA-INICIO-GOZO
           ELSE
               MOVE WRK-DG-DIA TO WRK-DIA-INICIO-GOZO
           END-IF.
           IF WRK-MESES-GOZO = WRK-MESES-COMPETENCIA
               COMPUTE WRK-DIAS-GOZO-MES = 30 - WRK-DIA-INICIO-GOZO + 1
               IF WRK-DIAS-GOZO-MES > WRK-TG-DIAS (WRK-IDX-GOZO)
                   MOVE WRK-TG-DIAS (WRK-IDX-GOZO) TO WRK-DIAS-GOZO-MES
               END-IF
               ADD WRK-DIAS-GOZO-MES TO WRK-DIAS-FERIAS
               GO TO 3210-EXIT
           END-IF.
           IF WRK-MESES-GOZO + 1 = WRK-MESES-COMPETENCIA
               COMPUTE WRK-DIAS-GOZO-MES = WRK-TG-DIAS (WRK-IDX-GOZO)
                   - (30 - WRK-DIA-INICIO-GOZO + 1)
               IF WRK-DIAS-GOZO-MES > ZEROS
                   ADD WRK-DIAS-GOZO-MES TO WRK-DIAS-FERIAS
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.
      *****************************************************************
      * APONTA O FUNCIONARIO NA LISTA DE PENDENCIAS.
      *****************************************************************
       3900-REGISTRA-PENDENCIA.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-PND-PROGRAMA
               WRK-ANO-PEDIDO WRK-MES-PEDIDO WRK-TF-CPF (WRK-IDX)
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-PND-OPERADOR WRK-PND-ACHADA.
       3900-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS NO RELATORIO DE EXCECOES E FECHA OS ARQUIVOS.
      *****************************************************************
       4000-FINALIZA.
           MOVE WRK-QTDE-GERADOS TO WRK-TOT-GER-ED.
           MOVE WRK-QTDE-EXCLUIDOS TO WRK-TOT-EXC-ED.
           MOVE WRK-QTDE-BANCO TO WRK-TOT-BCO-ED.
           WRITE EXCEPTION-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE SIGNIN-LOG.
           CLOSE EMPLOYEE-MASTER.
           CLOSE EARNINGS-OUTPUT.
           CLOSE EXCEPTION-REPORT.
           IF WRK-DEPTOS-ABERTO-SW
               CLOSE DEPARTMENT-MASTER
           END-IF.
       4000-EXIT.
           EXIT.
       END PROGRAM HORAEXT.
