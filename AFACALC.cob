       IDENTIFICATION DIVISION.
       PROGRAM-ID. AFACALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APURA OS DIAS DE AFASTAMENTO DE UM FUNCIONARIO PELO
      *          CADASTRO AFASTA (MANTIDO PELO AFAMANT). A ENTRADA
      *          PRINCIPAL RECEBE O CPF E A COMPETENCIA (ANO E MES) E
      *          DEVOLVE, NA CONTA DE 30 DIAS DA FOLHA, QUANTOS DIAS DO
      *          MES A EMPRESA NAO DEVE (AFASTAMENTO NAO REMUNERADO,
      *          MATERNIDADE E DOENCA/ACIDENTE A PARTIR DO 16O DIA,
      *          QUE SAO BENEFICIO DO INSS), QUANTOS DESSES DIAS AINDA
      *          TEM DEPOSITO DE FGTS (MATERNIDADE E ACIDENTE DE
      *          TRABALHO) E O MOTIVO DO ULTIMO AFASTAMENTO QUE TOCA O
      *          MES. QUEM CHAMA TIRA OS DIAS DO PROPORCIONAL DO MES,
      *          COMO JA FAZ COM ADMISSAO E DESLIGAMENTO. A ENTRADA
      *          AFAPERIO APURA UM PERIODO AQUISITIVO DE FERIAS PARA O
      *          FERSALDO/FERPLAN: RECEBE O CPF, O INICIO E O FIM
      *          NOMINAL (ANIVERSARIO, EXCLUSIVE) E DEVOLVE O FIM
      *          ADIADO PELOS DIAS DE LICENCA NAO REMUNERADA (QUE
      *          SUSPENDEM A CONTAGEM) E A SITUACAO DO PERIODO: 'N'
      *          NORMAL, 'P' PERDIDO (MAIS DE 180 DIAS DE BENEFICIO DO
      *          INSS NO PERIODO - CLT ART. 133 IV; O NOVO PERIODO
      *          COMECA NA DATA DE RETORNO DEVOLVIDA) OU 'A' AFASTADO
      *          (AFASTAMENTO AINDA EM ABERTO DENTRO DO PERIODO - A
      *          CONTAGEM FICA PARADA ATE O RETORNO). O CADASTRO E
      *          ABERTO NA PRIMEIRA CHAMADA DO RUN; CADASTRO AUSENTE =
      *          NINGUEM AFASTADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEAVE-FILE ASSIGN TO "AFASTA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AFA-CHAVE
               FILE STATUS IS WRK-FS-AFASTA.
       DATA DIVISION.
       FILE SECTION.
       FD  LEAVE-FILE.
       COPY "AFASTA.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-AFASTA            PIC X(02) VALUE SPACES.
           88 WRK-FS-AFASTA-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-ABERTO-SW        VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-FIM-AFASTAMENTOS     PIC X(01) VALUE 'N'.
           88 WRK-FIM-AFAST-SW              VALUE 'S'.
       77 WRK-CPF-PEDIDO           PIC X(11) VALUE SPACES.
      *****************************************************************
      * LIMITES EM NUMERO DE DIAS CORRIDOS (8000-CONVERTE-DATA): MES
      * OU PERIODO PEDIDO, AFASTAMENTO CORRENTE E TRECHO APURADO.
      *****************************************************************
       77 WRK-LIMITE-INICIO        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-LIMITE-FIM           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-AFAST-INICIO         PIC 9(07) COMP VALUE ZEROS.
       77 WRK-AFAST-FIM            PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TRECHO-INICIO        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-TRECHO-FIM           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-DIA-INICIAL          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIA-FINAL            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DIAS-TRECHO          PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-AFASTADO       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TOTAL-FGTS           PIC 9(03) COMP VALUE ZEROS.
       77 WRK-TOTAL-NAO-REMUN      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-TOTAL-BENEFICIO      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-FIM-NOMINAL          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-NOVO-FIM             PIC 9(07) COMP VALUE ZEROS.
       77 WRK-LIMITE-BENEFICIO     PIC 9(03) COMP VALUE 180.
       77 WRK-AFAST-ABERTO         PIC X(01) VALUE 'N'.
           88 WRK-AFAST-ABERTO-SW           VALUE 'S'.
       77 WRK-PERIODO-ESTAVEL      PIC X(01) VALUE 'N'.
           88 WRK-PERIODO-ESTAVEL-SW        VALUE 'S'.
       77 WRK-ULTIMO-DIA           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-RESTO                PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QUOCIENTE            PIC 9(04) COMP VALUE ZEROS.
       77 WRK-MODO                 PIC X(01) VALUE 'M'.
           88 WRK-MODO-MES                  VALUE 'M'.
           88 WRK-MODO-PERIODO              VALUE 'P'.
       01 WRK-DIAS-DOS-MESES.
           02 FILLER                PIC X(24) VALUE
               "312831303130313130313031".
       01 WRK-TABELA-DIAS-MES REDEFINES WRK-DIAS-DOS-MESES.
           02 WRK-DIAS-MES          PIC 9(02) OCCURS 12 TIMES.
      *****************************************************************
      * AREA DO 8000-CONVERTE-DATA: DATA AAAAMMDD -> NUMERO DE DIAS
      * CORRIDOS DESDE UMA ORIGEM FIXA (CALENDARIO GREGORIANO, COM O
      * ANO COMECANDO EM MARCO PARA O FEVEREIRO FICAR NO FIM).
      *****************************************************************
       01 WRK-DC-DATA.
           02 WRK-DC-ANO            PIC 9(04).
           02 WRK-DC-MES            PIC 9(02).
           02 WRK-DC-DIA            PIC 9(02).
       01 WRK-DC-DATA-N REDEFINES WRK-DC-DATA
                                    PIC 9(08).
       77 WRK-DC-A                 PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-M                 PIC 9(02) COMP VALUE ZEROS.
       77 WRK-DC-Q4                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q100              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-Q400              PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-QM                PIC 9(04) COMP VALUE ZEROS.
       77 WRK-DC-NUMERO            PIC 9(07) COMP VALUE ZEROS.
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       01 WRK-DIAS-AFASTADO-LK     PIC 9(02).
       01 WRK-DIAS-FGTS-LK         PIC 9(02).
       01 WRK-MOTIVO-LK            PIC X(02).
       01 WRK-PERIODO-INICIO-LK    PIC 9(08).
       01 WRK-PERIODO-FIM-LK       PIC 9(08).
       01 WRK-SITUACAO-PERIODO-LK  PIC X(01).
       01 WRK-DATA-RETORNO-LK      PIC 9(08).
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-ANO-LK WRK-MES-LK
               WRK-DIAS-AFASTADO-LK WRK-DIAS-FGTS-LK WRK-MOTIVO-LK.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           MOVE ZEROS TO WRK-DIAS-AFASTADO-LK.
           MOVE ZEROS TO WRK-DIAS-FGTS-LK.
           MOVE SPACES TO WRK-MOTIVO-LK.
           IF NOT WRK-CADASTRO-ABERTO-SW
               GOBACK
           END-IF.
           IF WRK-MES-LK NOT NUMERIC OR WRK-ANO-LK NOT NUMERIC
               OR WRK-MES-LK < 1 OR WRK-MES-LK > 12
               GOBACK
           END-IF.
           SET WRK-MODO-MES TO TRUE.
           MOVE ZEROS TO WRK-TOTAL-AFASTADO.
           MOVE ZEROS TO WRK-TOTAL-FGTS.
           PERFORM 1100-LIMITES-DO-MES THRU 1100-EXIT.
           MOVE WRK-CPF-LK TO WRK-CPF-PEDIDO.
           PERFORM 2000-PERCORRE-AFASTAMENTOS THRU 2000-EXIT.
           IF WRK-TOTAL-AFASTADO > 30
               MOVE 30 TO WRK-TOTAL-AFASTADO
           END-IF.
           IF WRK-TOTAL-FGTS > WRK-TOTAL-AFASTADO
               MOVE WRK-TOTAL-AFASTADO TO WRK-TOTAL-FGTS
           END-IF.
           MOVE WRK-TOTAL-AFASTADO TO WRK-DIAS-AFASTADO-LK.
           MOVE WRK-TOTAL-FGTS TO WRK-DIAS-FGTS-LK.
           GOBACK.
      *****************************************************************
      * ENTRADA POR PERIODO AQUISITIVO (FERIAS). A LICENCA NAO
      * REMUNERADA ADIA O FIM DO PERIODO PELOS SEUS DIAS; COMO O FIM
      * ADIADO PODE ALCANCAR MAIS LICENCA, A APURACAO SE REPETE ATE O
      * FIM PARAR DE ANDAR. AFASTAMENTO EM ABERTO NO PERIODO ENCERRA
      * A APURACAO NA HORA.
      *****************************************************************
       0200-ENTRADA-PERIODO.
           ENTRY "AFAPERIO" USING WRK-CPF-LK WRK-PERIODO-INICIO-LK
               WRK-PERIODO-FIM-LK WRK-SITUACAO-PERIODO-LK
               WRK-DATA-RETORNO-LK.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           MOVE 'N' TO WRK-SITUACAO-PERIODO-LK.
           MOVE ZEROS TO WRK-DATA-RETORNO-LK.
           IF NOT WRK-CADASTRO-ABERTO-SW
               GOBACK
           END-IF.
           IF WRK-PERIODO-INICIO-LK NOT NUMERIC
               OR WRK-PERIODO-FIM-LK NOT NUMERIC
               OR WRK-PERIODO-FIM-LK NOT > WRK-PERIODO-INICIO-LK
               GOBACK
           END-IF.
           SET WRK-MODO-PERIODO TO TRUE.
           MOVE WRK-PERIODO-INICIO-LK TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-LIMITE-INICIO.
           MOVE WRK-PERIODO-FIM-LK TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           COMPUTE WRK-FIM-NOMINAL = WRK-DC-NUMERO - 1.
           MOVE WRK-FIM-NOMINAL TO WRK-LIMITE-FIM.
           MOVE WRK-CPF-LK TO WRK-CPF-PEDIDO.
           MOVE 'N' TO WRK-AFAST-ABERTO.
           MOVE 'N' TO WRK-PERIODO-ESTAVEL.
           PERFORM 0300-APURA-PERIODO THRU 0300-EXIT
               UNTIL WRK-PERIODO-ESTAVEL-SW.
           IF WRK-AFAST-ABERTO-SW
               MOVE 'A' TO WRK-SITUACAO-PERIODO-LK
               MOVE ZEROS TO WRK-DATA-RETORNO-LK
               GOBACK
           END-IF.
           IF WRK-TOTAL-NAO-REMUN > ZEROS
               MOVE WRK-PERIODO-FIM-LK TO WRK-DC-DATA-N
               PERFORM 8100-SOMA-UM-DIA THRU 8100-EXIT
                   WRK-TOTAL-NAO-REMUN TIMES
               MOVE WRK-DC-DATA-N TO WRK-PERIODO-FIM-LK
           END-IF.
           IF WRK-TOTAL-BENEFICIO > WRK-LIMITE-BENEFICIO
               MOVE 'P' TO WRK-SITUACAO-PERIODO-LK
           ELSE
               MOVE ZEROS TO WRK-DATA-RETORNO-LK
           END-IF.
           GOBACK.
      *****************************************************************
      * UMA PASSADA PELOS AFASTAMENTOS DO CPF DENTRO DOS LIMITES
      * CORRENTES; SE A LICENCA NAO REMUNERADA ADIAR O FIM, OS LIMITES
      * CRESCEM E HAVERA OUTRA PASSADA.
      *****************************************************************
       0300-APURA-PERIODO.
           MOVE ZEROS TO WRK-TOTAL-NAO-REMUN.
           MOVE ZEROS TO WRK-TOTAL-BENEFICIO.
           PERFORM 2000-PERCORRE-AFASTAMENTOS THRU 2000-EXIT.
           COMPUTE WRK-NOVO-FIM = WRK-FIM-NOMINAL + WRK-TOTAL-NAO-REMUN.
           IF WRK-AFAST-ABERTO-SW
               OR WRK-NOVO-FIM = WRK-LIMITE-FIM
               SET WRK-PERIODO-ESTAVEL-SW TO TRUE
           ELSE
               MOVE WRK-NOVO-FIM TO WRK-LIMITE-FIM
           END-IF.
       0300-EXIT.
           EXIT.
      *****************************************************************
      * ABRE O CADASTRO NA PRIMEIRA CHAMADA DO RUN. CADASTRO AUSENTE
      * DEVOLVE ZERO PARA TODOS OS FUNCIONARIOS.
      *****************************************************************
       1000-ABRE-CADASTRO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN INPUT LEAVE-FILE.
           IF WRK-FS-AFASTA-NAO-ENCONTRADO
               DISPLAY 'AFACALC: CADASTRO AFASTA NAO ENCONTRADO - '
                       'NENHUM AFASTAMENTO CONSIDERADO'
           ELSE
               SET WRK-CADASTRO-ABERTO-SW TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PRIMEIRO E ULTIMO DIA DA COMPETENCIA EM DIAS CORRIDOS -
      * FEVEREIRO CONFERE O ANO BISSEXTO.
      *****************************************************************
       1100-LIMITES-DO-MES.
           MOVE WRK-ANO-LK TO WRK-DC-ANO.
           MOVE WRK-MES-LK TO WRK-DC-MES.
           MOVE 1 TO WRK-DC-DIA.
           PERFORM 8200-ULTIMO-DIA-DO-MES THRU 8200-EXIT.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-LIMITE-INICIO.
           COMPUTE WRK-LIMITE-FIM =
               WRK-LIMITE-INICIO + WRK-ULTIMO-DIA - 1.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE OS AFASTAMENTOS DO CPF PEDIDO NA ORDEM DA CHAVE.
      *****************************************************************
       2000-PERCORRE-AFASTAMENTOS.
           MOVE 'N' TO WRK-FIM-AFASTAMENTOS.
           MOVE WRK-CPF-PEDIDO TO AFA-CPF.
           MOVE ZEROS TO AFA-DATA-INICIO.
           START LEAVE-FILE KEY IS NOT LESS THAN AFA-CHAVE
               INVALID KEY
                   SET WRK-FIM-AFAST-SW TO TRUE
           END-START.
           PERFORM 2100-APURA-AFASTAMENTO THRU 2100-EXIT
               UNTIL WRK-FIM-AFAST-SW.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * LE O PROXIMO AFASTAMENTO E APURA O TRECHO QUE CAI DENTRO DOS
      * LIMITES PEDIDOS. O AFASTAMENTO VAI DO INICIO ATE A VESPERA DO
      * RETORNO; SEM RETORNO, VAI ATE O FIM DOS LIMITES. NOS MOTIVOS
      * DE DOENCA E ACIDENTE OS 15 PRIMEIROS DIAS SAO DA EMPRESA E
      * FICAM FORA DO TRECHO.
      *****************************************************************
       2100-APURA-AFASTAMENTO.
           READ LEAVE-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-AFAST-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF AFA-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-AFAST-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF AFA-DATA-INICIO NOT NUMERIC
               OR AFA-DATA-INICIO = ZEROS
               GO TO 2100-EXIT
           END-IF.
           IF WRK-MODO-PERIODO
               AND NOT AFA-NAO-REMUNERADA
               AND NOT AFA-EMPRESA-PAGA-15-DIAS
               GO TO 2100-EXIT
           END-IF.
           MOVE AFA-DATA-INICIO TO WRK-DC-DATA-N.
           PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT.
           MOVE WRK-DC-NUMERO TO WRK-AFAST-INICIO.
           IF AFA-DATA-RETORNO NUMERIC
               AND AFA-DATA-RETORNO > ZEROS
               MOVE AFA-DATA-RETORNO TO WRK-DC-DATA-N
               PERFORM 8000-CONVERTE-DATA THRU 8000-EXIT
               COMPUTE WRK-AFAST-FIM = WRK-DC-NUMERO - 1
           ELSE
               MOVE WRK-LIMITE-FIM TO WRK-AFAST-FIM
           END-IF.
           IF WRK-AFAST-FIM < WRK-LIMITE-INICIO
               OR WRK-AFAST-INICIO > WRK-LIMITE-FIM
               GO TO 2100-EXIT
           END-IF.
           IF WRK-MODO-MES
               MOVE AFA-MOTIVO TO WRK-MOTIVO-LK
           ELSE
               IF AFA-DATA-RETORNO NOT NUMERIC
                   OR AFA-DATA-RETORNO = ZEROS
                   SET WRK-AFAST-ABERTO-SW TO TRUE
                   SET WRK-FIM-AFAST-SW TO TRUE
                   GO TO 2100-EXIT
               END-IF
               IF AFA-EMPRESA-PAGA-15-DIAS
                   MOVE AFA-DATA-RETORNO TO WRK-DATA-RETORNO-LK
               END-IF
           END-IF.
           MOVE WRK-AFAST-INICIO TO WRK-TRECHO-INICIO.
           IF AFA-EMPRESA-PAGA-15-DIAS
               ADD 15 TO WRK-TRECHO-INICIO
           END-IF.
           IF WRK-TRECHO-INICIO < WRK-LIMITE-INICIO
               MOVE WRK-LIMITE-INICIO TO WRK-TRECHO-INICIO
           END-IF.
           MOVE WRK-AFAST-FIM TO WRK-TRECHO-FIM.
           IF WRK-TRECHO-FIM > WRK-LIMITE-FIM
               MOVE WRK-LIMITE-FIM TO WRK-TRECHO-FIM
           END-IF.
           IF WRK-TRECHO-INICIO > WRK-TRECHO-FIM
               GO TO 2100-EXIT
           END-IF.
           IF WRK-MODO-MES
               PERFORM 2200-SOMA-DIAS-MES THRU 2200-EXIT
           ELSE
               COMPUTE WRK-DIAS-TRECHO =
                   WRK-TRECHO-FIM - WRK-TRECHO-INICIO + 1
               IF AFA-NAO-REMUNERADA
                   ADD WRK-DIAS-TRECHO TO WRK-TOTAL-NAO-REMUN
               ELSE
                   ADD WRK-DIAS-TRECHO TO WRK-TOTAL-BENEFICIO
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CONVERTE O TRECHO DO MES PARA A CONTA DE 30 DIAS DA FOLHA: O
      * TRECHO QUE CHEGA AO ULTIMO DIA DO MES VAI ATE O DIA 30 (MES DE
      * 31 NAO TEM DIA A MAIS, FEVEREIRO NAO TEM DIA A MENOS) E O DIA
      * 31 SOZINHO NAO CONTA.
      *****************************************************************
       2200-SOMA-DIAS-MES.
           COMPUTE WRK-DIA-INICIAL =
               WRK-TRECHO-INICIO - WRK-LIMITE-INICIO + 1.
           COMPUTE WRK-DIA-FINAL =
               WRK-TRECHO-FIM - WRK-LIMITE-INICIO + 1.
           IF WRK-DIA-FINAL = WRK-ULTIMO-DIA
               OR WRK-DIA-FINAL > 30
               MOVE 30 TO WRK-DIA-FINAL
           END-IF.
           IF WRK-DIA-INICIAL > 30
               GO TO 2200-EXIT
           END-IF.
           COMPUTE WRK-DIAS-TRECHO =
               WRK-DIA-FINAL - WRK-DIA-INICIAL + 1.
           ADD WRK-DIAS-TRECHO TO WRK-TOTAL-AFASTADO.
           IF AFA-MANTEM-FGTS
               ADD WRK-DIAS-TRECHO TO WRK-TOTAL-FGTS
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * DATA AAAAMMDD (WRK-DC-DATA) -> DIAS CORRIDOS (WRK-DC-NUMERO).
      * O ANO E CONTADO A PARTIR DE MARCO: JANEIRO E FEVEREIRO SAO OS
      * MESES 13 E 14 DO ANO ANTERIOR, E O 29 DE FEVEREIRO CAI NO FIM.
      *****************************************************************
       8000-CONVERTE-DATA.
           MOVE WRK-DC-ANO TO WRK-DC-A.
           MOVE WRK-DC-MES TO WRK-DC-M.
           IF WRK-DC-M < 3
               SUBTRACT 1 FROM WRK-DC-A
               ADD 12 TO WRK-DC-M
           END-IF.
           DIVIDE WRK-DC-A BY 4 GIVING WRK-DC-Q4.
           DIVIDE WRK-DC-A BY 100 GIVING WRK-DC-Q100.
           DIVIDE WRK-DC-A BY 400 GIVING WRK-DC-Q400.
           COMPUTE WRK-DC-QM = (153 * (WRK-DC-M - 3)) + 2.
           DIVIDE WRK-DC-QM BY 5 GIVING WRK-DC-QM.
           COMPUTE WRK-DC-NUMERO = (365 * WRK-DC-A) + WRK-DC-Q4
               - WRK-DC-Q100 + WRK-DC-Q400 + WRK-DC-QM + WRK-DC-DIA.
       8000-EXIT.
           EXIT.
      *****************************************************************
      * AVANCA UM DIA NO CALENDARIO A DATA DE WRK-DC-DATA.
      *****************************************************************
       8100-SOMA-UM-DIA.
           PERFORM 8200-ULTIMO-DIA-DO-MES THRU 8200-EXIT.
           ADD 1 TO WRK-DC-DIA.
           IF WRK-DC-DIA > WRK-ULTIMO-DIA
               MOVE 1 TO WRK-DC-DIA
               ADD 1 TO WRK-DC-MES
               IF WRK-DC-MES > 12
                   MOVE 1 TO WRK-DC-MES
                   ADD 1 TO WRK-DC-ANO
               END-IF
           END-IF.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * ULTIMO DIA DO MES DE WRK-DC-DATA - FEVEREIRO CONFERE O ANO
      * BISSEXTO.
      *****************************************************************
       8200-ULTIMO-DIA-DO-MES.
           MOVE WRK-DIAS-MES (WRK-DC-MES) TO WRK-ULTIMO-DIA.
           IF WRK-DC-MES NOT = 2
               GO TO 8200-EXIT
           END-IF.
           DIVIDE WRK-DC-ANO BY 4 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO NOT = ZEROS
               GO TO 8200-EXIT
           END-IF.
           MOVE 29 TO WRK-ULTIMO-DIA.
           DIVIDE WRK-DC-ANO BY 100 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO NOT = ZEROS
               GO TO 8200-EXIT
           END-IF.
           MOVE 28 TO WRK-ULTIMO-DIA.
           DIVIDE WRK-DC-ANO BY 400 GIVING WRK-QUOCIENTE
               REMAINDER WRK-RESTO.
           IF WRK-RESTO = ZEROS
               MOVE 29 TO WRK-ULTIMO-DIA
           END-IF.
       8200-EXIT.
           EXIT.
       END PROGRAM AFACALC.
