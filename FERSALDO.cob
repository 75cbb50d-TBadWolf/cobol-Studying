      *          POR SAIDA: CPF, DATA DE INICIO, QTDE DE DIAS) E O
      *          SALDO RESTANTE, ALEM DO INICIO DO PERIODO AQUISITIVO
      *          EM CURSO. SUBSTITUI O CONTROLE EM PAPEL.
      * Mod Log:
      *   - AFASTAMENTOS: OS PERIODOS AQUISITIVOS PASSARAM A SER
      *     APURADOS UM A UM A PARTIR DA ADMISSAO PELO CADASTRO AFASTA
      *     (AFACALC, ENTRADA AFAPERIO): LICENCA NAO REMUNERADA ADIA O
      *     FIM DO PERIODO PELOS SEUS DIAS; MAIS DE 180 DIAS DE
      *     BENEFICIO DO INSS NO PERIODO O FAZEM PERDER (CLT ART. 133
      *     IV) E O PERIODO SEGUINTE COMECA NO RETORNO. NOVA COLUNA
      *     PERDIDOS; FUNCIONARIO COM AFASTAMENTO EM ABERTO SAI COM A
      *     SITUACAO AFASTADO E O PERIODO EM CURSO PARADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 GOZO-QTDE-DIAS          PIC 9(02).
           02 FILLER                  PIC X(09).
       FD  BALANCE-REPORT.
       01  BALANCE-REPORT-REC         PIC X(120).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
       77 WRK-FIM-GOZO             PIC X(01) VALUE 'N'.
           88 WRK-FIM-GOZO-SW               VALUE 'S'.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       77 WRK-DATA-HOJE-NUM        PIC 9(08) VALUE ZEROS.
       77 WRK-PERIODOS-COMPLETOS   PIC 9(03) COMP VALUE ZEROS.
       77 WRK-PERIODOS-PERDIDOS    PIC 9(03) COMP VALUE ZEROS.
       77 WRK-FIM-PERIODOS         PIC X(01) VALUE 'N'.
           88 WRK-FIM-PERIODOS-SW           VALUE 'S'.
       77 WRK-SITUACAO-PERIODO     PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-PERDIDO           VALUE 'P'.
           88 WRK-PERIODO-AFASTADO          VALUE 'A'.
       77 WRK-DATA-RETORNO         PIC 9(08) VALUE ZEROS.
       77 WRK-DIAS-DIREITO         PIC 9(05) VALUE ZEROS.
       77 WRK-DIAS-GOZADOS         PIC 9(05) VALUE ZEROS.
       77 WRK-SALDO-DIAS           PIC S9(05) VALUE ZEROS.
           02 WRK-GOZO-ITEM OCCURS 1000 TIMES.
               03 WRK-TG-CPF            PIC X(11).
               03 WRK-TG-DIAS           PIC 9(02).
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
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(31) VALUE
               "SALDO DE FERIAS - EMITIDO EM ".
           02 FILLER                PIC X(22) VALUE "NOME".
           02 FILLER                PIC X(10) VALUE "ADMISSAO".
           02 FILLER                PIC X(10) VALUE "PERIODOS".
           02 FILLER                PIC X(10) VALUE "PERDIDOS".
           02 FILLER                PIC X(09) VALUE "DIREITO".
           02 FILLER                PIC X(09) VALUE "GOZADOS".
           02 FILLER                PIC X(07) VALUE "SALDO".
           02 FILLER                PIC X(14) VALUE "PER. EM CURSO".
           02 FILLER                PIC X(08) VALUE "SITUACAO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-ADMISSAO        PIC 9(08).
           02 FILLER                PIC X(05) VALUE SPACES.
           02 WRK-D-PERIODOS        PIC ZZ9.
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-D-PERDIDOS        PIC ZZ9.
           02 FILLER                PIC X(05) VALUE SPACES.
           02 WRK-D-DIREITO         PIC ZZZZ9.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-D-SALDO           PIC -ZZZ9.
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-D-INICIO-PERIODO  PIC 9(08).
           02 FILLER                PIC X(06) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(08).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(26) VALUE
               "FUNCIONARIOS LISTADOS: ".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-DATA-HOJE TO WRK-DATA-HOJE-NUM.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               GO TO 0000-FIM
       2000-EXIT.
           EXIT.
      *****************************************************************
      * PERIODOS AQUISITIVOS COMPLETOS APURADOS UM A UM A PARTIR DA
      * ADMISSAO (2150); DIREITO = 30 DIAS POR PERIODO COMPLETO; SALDO
      * = DIREITO - DIAS GOZADOS. O PERIODO EM CURSO E O QUE AINDA NAO
      * FECHOU QUANDO A APURACAO PAROU.
      *****************************************************************
       2100-CALCULA-SALDO.
           MOVE ZEROS TO WRK-PERIODOS-COMPLETOS.
           MOVE ZEROS TO WRK-PERIODOS-PERDIDOS.
           MOVE 'N' TO WRK-SITUACAO-PERIODO.
           MOVE EMP-DATA-ADMISSAO TO WRK-INICIO-PERIODO-N.
           MOVE 'N' TO WRK-FIM-PERIODOS.
           PERFORM 2150-APURA-PERIODO THRU 2150-EXIT
               UNTIL WRK-FIM-PERIODOS-SW.
           COMPUTE WRK-DIAS-DIREITO = WRK-PERIODOS-COMPLETOS * 30.
           PERFORM 2200-SOMA-GOZADOS THRU 2200-EXIT.
           COMPUTE WRK-SALDO-DIAS = WRK-DIAS-DIREITO
               - WRK-DIAS-GOZADOS.
           PERFORM 2300-IMPRIME-SALDO THRU 2300-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * APURA O PERIODO QUE COMECA EM WRK-INICIO-PERIODO: O FIM
      * NOMINAL E O ANIVERSARIO, ADIADO PELA LICENCA NAO REMUNERADA
      * (AFAPERIO). PERIODO PERDIDO RECOMECA NO RETORNO DO
      * AFASTAMENTO; PERIODO COM AFASTAMENTO EM ABERTO OU QUE AINDA
      * NAO FECHOU ENCERRA A APURACAO - E O PERIODO EM CURSO.
      *****************************************************************
       2150-APURA-PERIODO.
           MOVE WRK-INICIO-PERIODO TO WRK-FIM-PERIODO.
           ADD 1 TO WRK-FP-ANO.
           CALL "AFAPERIO" USING EMP-CPF WRK-INICIO-PERIODO-N
               WRK-FIM-PERIODO-N WRK-SITUACAO-PERIODO
               WRK-DATA-RETORNO.
           IF WRK-PERIODO-AFASTADO
               SET WRK-FIM-PERIODOS-SW TO TRUE
               GO TO 2150-EXIT
           END-IF.
           IF WRK-PERIODO-PERDIDO
               ADD 1 TO WRK-PERIODOS-PERDIDOS
               MOVE WRK-DATA-RETORNO TO WRK-INICIO-PERIODO-N
               MOVE 'N' TO WRK-SITUACAO-PERIODO
               GO TO 2150-EXIT
           END-IF.
           IF WRK-FIM-PERIODO-N > WRK-DATA-HOJE-NUM
               SET WRK-FIM-PERIODOS-SW TO TRUE
               GO TO 2150-EXIT
           END-IF.
           ADD 1 TO WRK-PERIODOS-COMPLETOS.
           MOVE WRK-FIM-PERIODO TO WRK-INICIO-PERIODO.
       2150-EXIT.
           EXIT.
       2200-SOMA-GOZADOS.
           MOVE ZEROS TO WRK-DIAS-GOZADOS.
           PERFORM 2210-CONFERE-GOZO THRU 2210-EXIT
           MOVE EMP-NOME TO WRK-D-NOME.
           MOVE EMP-DATA-ADMISSAO TO WRK-D-ADMISSAO.
           MOVE WRK-PERIODOS-COMPLETOS TO WRK-D-PERIODOS.
           MOVE WRK-PERIODOS-PERDIDOS TO WRK-D-PERDIDOS.
           MOVE WRK-DIAS-DIREITO TO WRK-D-DIREITO.
           MOVE WRK-DIAS-GOZADOS TO WRK-D-GOZADOS.
           MOVE WRK-SALDO-DIAS TO WRK-D-SALDO.
           MOVE WRK-INICIO-PERIODO TO WRK-D-INICIO-PERIODO.
           IF WRK-PERIODO-AFASTADO
               MOVE "AFASTADO" TO WRK-D-SITUACAO
           ELSE
               MOVE SPACES TO WRK-D-SITUACAO
           END-IF.
           WRITE BALANCE-REPORT-REC FROM WRK-LINHA-DETALHE.
           ADD 1 TO WRK-QTDE-FUNCIONARIOS.
       2300-EXIT.
