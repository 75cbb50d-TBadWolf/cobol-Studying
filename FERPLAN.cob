      *               MENOS (SELECTION SORT EM MEMORIA, COMO O RANKING
      *               DO DEPTROLL). HOJE A DOBRA SO APARECIA NA
      *               RESCISAO.
      * Mod Log:
      *   - AFASTAMENTOS: O SALDO PASSOU A USAR A MESMA APURACAO DE
      *     PERIODOS DO FERSALDO PELO CADASTRO AFASTA (AFACALC,
      *     ENTRADA AFAPERIO) - LICENCA NAO REMUNERADA ADIA O FIM DO
      *     PERIODO, MAIS DE 180 DIAS DE BENEFICIO DO INSS O FAZEM
      *     PERDER - E OS MESES ATE A DOBRA CONTAM DO FIM REAL DO
      *     PERIODO ABERTO MAIS ANTIGO. AGENDA DE QUEM ESTA COM
      *     AFASTAMENTO EM ABERTO SAI REJEITADA.
      *   - LISTA DE PENDENCIAS: AGENDA REJEITADA (REFERENCIA = DATA DE
      *     INICIO PLANEJADA) E DOBRA VENCIDA TAMBEM SAO APONTADAS NA
      *     LISTA CONSOLIDADA PENDTRAB (VIA PENDREG) NA COMPETENCIA DA
      *     DATA DA EXECUCAO, PARA AS FERIAS RESOLVEREM NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *****************************************************************
      * CALCULO DE SALDO - MESMAS CONTAS DO FERSALDO.
      *****************************************************************
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODOS-COMPLETOS   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-FIM-PERIODOS         PIC X(01) VALUE 'N'.
           88 WRK-FIM-PERIODOS-SW           VALUE 'S'.
       77 WRK-SITUACAO-PERIODO     PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-PERDIDO           VALUE 'P'.
           88 WRK-PERIODO-AFASTADO          VALUE 'A'.
       77 WRK-DATA-RETORNO         PIC 9(08) VALUE ZEROS.
       77 WRK-MAX-PERIODOS         PIC 9(03) COMP VALUE 60.
       77 WRK-DIAS-DIREITO         PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-GOZADOS         PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-DIAS           PIC S9(05) VALUE ZEROS.
       77 WRK-MESES-ATE-DOBRA      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-MESES-DESDE-FIM      PIC S9(05) COMP VALUE ZEROS.
       77 WRK-LIMITE-DOBRA         PIC 9(03) COMP VALUE 23.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-PROGRAMA         PIC X(12) VALUE "FERPLAN".
       77 WRK-PND-CPF              PIC X(11) VALUE SPACES.
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-OPERADOR         PIC X(08) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-INICIO-PERIODO.
           02 WRK-IP-ANO            PIC 9(04).
           02 WRK-IP-MES            PIC 9(02).
           02 WRK-IP-DIA            PIC 9(02).
       01 WRK-INICIO-PERIODO-N REDEFINES WRK-INICIO-PERIODO
                                    PIC 9(08).
       01 WRK-FIM-PERIODO.
           02 WRK-FP-ANO            PIC 9(04).
           02 WRK-FP-MES            PIC 9(02).
           02 WRK-FP-DIA            PIC 9(02).
       01 WRK-FIM-PERIODO-N REDEFINES WRK-FIM-PERIODO
                                    PIC 9(08).
      *****************************************************************
      * FIM (EXCLUSIVE) DE CADA PERIODO COMPLETO, DO MAIS ANTIGO PARA
      * O MAIS NOVO - BASE DOS MESES ATE A DOBRA.
      *****************************************************************
       01 WRK-TABELA-PERIODOS.
           02 WRK-PERIODO-ITEM OCCURS 60 TIMES.
               03 WRK-TP-FIM-ANO        PIC 9(04).
               03 WRK-TP-FIM-MES        PIC 9(02).
               03 WRK-TP-FIM-DIA        PIC 9(02).
      *****************************************************************
      * TABELA DOS LANCAMENTOS DE GOZO - MESMO ESQUEMA DO FERSALDO.
      *****************************************************************
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 2100-GRAVA
           END-IF.
           PERFORM 7000-CALCULA-SALDO THRU 7000-EXIT.
           IF WRK-PERIODO-AFASTADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "FUNCIONARIO AFASTADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-GRAVA
           END-IF.
           IF PRG-QTDE-DIAS > WRK-SALDO-DIAS
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DIAS ALEM DO SALDO" TO WRK-MOTIVO-REJEICAO
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-A-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-A-MOTIVO
               MOVE PRG-CPF TO WRK-PND-CPF
               MOVE "AGEN" TO WRK-PND-TIPO
               MOVE PRG-DATA-INICIO TO WRK-PND-REFERENCIA
               MOVE SPACES TO WRK-PND-DESCRICAO
               STRING "AGENDA REJEITADA: " DELIMITED BY SIZE
                   WRK-MOTIVO-REJEICAO DELIMITED BY SIZE
                   INTO WRK-PND-DESCRICAO
               PERFORM 7900-REGISTRA-PENDENCIA THRU 7900-EXIT
           ELSE
               ADD 1 TO WRK-QTDE-ACEITAS
               MOVE "ACEITA" TO WRK-A-SITUACAO
           MOVE WRK-TA-MESES (WRK-IDX) TO WRK-L-MESES.
           IF WRK-TA-MESES (WRK-IDX) <= ZEROS
               MOVE "DOBRA VENCIDA" TO WRK-L-OBSERVACAO
               MOVE WRK-TA-CPF (WRK-IDX) TO WRK-PND-CPF
               MOVE "DOBR" TO WRK-PND-TIPO
               MOVE SPACES TO WRK-PND-REFERENCIA
               MOVE "FERIAS COM DOBRA VENCIDA - PROGRAMAR GOZO"
                   TO WRK-PND-DESCRICAO
               PERFORM 7900-REGISTRA-PENDENCIA THRU 7900-EXIT
           ELSE
               MOVE SPACES TO WRK-L-OBSERVACAO
           END-IF.
           EXIT.
      *****************************************************************
      * SALDO DO FUNCIONARIO CORRENTE DO MESTRE - AS MESMAS CONTAS DO
      * FERSALDO (PERIODOS COMPLETOS X 30 MENOS OS GOZOS, COM OS
      * PERIODOS APURADOS UM A UM PELO AFAPERIO).
      *****************************************************************
       7000-CALCULA-SALDO.
           MOVE ZEROS TO WRK-SALDO-DIAS.
           MOVE ZEROS TO WRK-PERIODOS-COMPLETOS.
           MOVE 'N' TO WRK-SITUACAO-PERIODO.
           IF EMP-DATA-ADMISSAO NOT NUMERIC
               OR EMP-DATA-ADMISSAO = ZEROS
               GO TO 7000-EXIT
           END-IF.
           MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-PERIODO-N.
           MOVE 'N' TO WRK-FIM-PERIODOS.
           PERFORM 7050-APURA-PERIODO THRU 7050-EXIT
               UNTIL WRK-FIM-PERIODOS-SW.
           COMPUTE WRK-DIAS-DIREITO = WRK-PERIODOS-COMPLETOS * 30.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           PERFORM 7100-SOMA-GOZADOS THRU 7100-EXIT
               - WRK-DIAS-GOZADOS.
       7000-EXIT.
           EXIT.
      *****************************************************************
      * MESMA APURACAO DO 2150-APURA-PERIODO DO FERSALDO, GUARDANDO O
      * FIM DE CADA PERIODO COMPLETO NA TABELA.
      *****************************************************************
       7050-APURA-PERIODO.
           MOVE WRK-INICIO-PERIODO TO WRK-FIM-PERIODO.
           ADD 1 TO WRK-FP-ANO.
           CALL "AFAPERIO" USING EMP-CPF WRK-INICIO-PERIODO-N
               WRK-FIM-PERIODO-N WRK-SITUACAO-PERIODO
               WRK-DATA-RETORNO.
           IF WRK-PERIODO-AFASTADO
               SET WRK-FIM-PERIODOS-SW TO TRUE
               GO TO 7050-EXIT
           END-IF.
           IF WRK-PERIODO-PERDIDO
               MOVE WRK-DATA-RETORNO TO WRK-INICIO-PERIODO-N
               MOVE 'N' TO WRK-SITUACAO-PERIODO
               GO TO 7050-EXIT
           END-IF.
           IF WRK-FIM-PERIODO-N > WRK-DATA-HOJE-NUM
               OR WRK-PERIODOS-COMPLETOS NOT < WRK-MAX-PERIODOS
               SET WRK-FIM-PERIODOS-SW TO TRUE
               GO TO 7050-EXIT
           END-IF.
           ADD 1 TO WRK-PERIODOS-COMPLETOS.
           MOVE WRK-FIM-PERIODO
               TO WRK-PERIODO-ITEM (WRK-PERIODOS-COMPLETOS).
           MOVE WRK-FIM-PERIODO TO WRK-INICIO-PERIODO.
       7050-EXIT.
           EXIT.
       7100-SOMA-GOZADOS.
           IF WRK-TG-CPF (WRK-IDX-GOZO) = EMP-CPF
               ADD WRK-TG-DIAS (WRK-IDX-GOZO) TO WRK-DIAS-GOZADOS
      * MESES ATE A DOBRA DO PERIODO ABERTO MAIS ANTIGO: OS GOZOS
      * CONSOMEM OS PERIODOS MAIS ANTIGOS PRIMEIRO (30 DIAS POR
      * PERIODO), ENTAO O PERIODO ABERTO MAIS ANTIGO E O SEGUINTE AOS
      * INTEIRAMENTE GOZADOS. SEU PERIODO AQUISITIVO FECHOU NA DATA
      * GUARDADA NA TABELA DE PERIODOS (ANIVERSARIO, ADIADO PELAS
      * LICENCAS); A DOBRA VENCE WRK-LIMITE-DOBRA MESES DEPOIS DESSE
      * FECHAMENTO.
      *****************************************************************
       7500-CALCULA-DOBRA.
           DIVIDE WRK-DIAS-GOZADOS BY 30
               GIVING WRK-PERIODOS-GOZADOS.
           COMPUTE WRK-INDICE-ABERTO = WRK-PERIODOS-GOZADOS + 1.
           IF WRK-INDICE-ABERTO > WRK-PERIODOS-COMPLETOS
               MOVE WRK-PERIODOS-COMPLETOS TO WRK-INDICE-ABERTO
           END-IF.
           COMPUTE WRK-MESES-DESDE-FIM =
               ((WRK-ANO - WRK-TP-FIM-ANO (WRK-INDICE-ABERTO)) * 12)
               + (WRK-MES - WRK-TP-FIM-MES (WRK-INDICE-ABERTO)).
           IF WRK-DIA < WRK-TP-FIM-DIA (WRK-INDICE-ABERTO)
               SUBTRACT 1 FROM WRK-MESES-DESDE-FIM
           END-IF.
           COMPUTE WRK-MESES-ATE-DOBRA =
               WRK-LIMITE-DOBRA - WRK-MESES-DESDE-FIM.
       7500-EXIT.
           EXIT.
      *****************************************************************
      * APONTA A EXCECAO NA LISTA DE PENDENCIAS (COMPETENCIA = MES DA
      * EXECUCAO).
      *****************************************************************
       7900-REGISTRA-PENDENCIA.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-PND-PROGRAMA
               WRK-ANO WRK-MES WRK-PND-CPF WRK-PND-TIPO
               WRK-PND-REFERENCIA WRK-PND-DESCRICAO WRK-PND-OPERADOR
               WRK-PND-ACHADA.
       7900-EXIT.
           EXIT.
       END PROGRAM FERPLAN.
