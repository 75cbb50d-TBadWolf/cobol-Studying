       IDENTIFICATION DIVISION.
       PROGRAM-ID. RATCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: DISTRIBUI UM VALOR DO FUNCIONARIO ENTRE OS CENTROS DE
      *          CUSTO DO SEU RATEIO (CADASTRO RATEIO, MANTIDO PELO
      *          RATMANT). RECEBE O CPF, O DEPARTAMENTO DO MESTRE, A
      *          COMPETENCIA (ANO E MES) E O VALOR E DEVOLVE A TABELA
      *          DE PARTES (DEPARTAMENTO, PERCENTUAL E VALOR) E A
      *          SITUACAO: 'S' RATEIO VIGENTE APLICADO, 'N' SEM RATEIO
      *          OU 'I' RATEIO VIGENTE INVALIDO (PERCENTUAIS QUE NAO
      *          SOMAM 100 OU DEPARTAMENTO FORA DO DEPTMSTR - O MESMO
      *          QUE O RATVALID APONTA). NOS DOIS ULTIMOS CASOS DEVOLVE
      *          UMA PARTE SO, COM O DEPARTAMENTO DO MESTRE E O VALOR
      *          INTEIRO, QUE E O COMPORTAMENTO DE QUEM NAO TEM RATEIO.
      *          VIGENTE E O REGISTRO DO CPF COM A MAIOR VIGENCIA ATE A
      *          COMPETENCIA PEDIDA (COMPETENCIA INVALIDA = O MAIS
      *          RECENTE). CADA PARTE E ARREDONDADA E A ULTIMA FICA COM
      *          A SOBRA, PARA A SOMA DAS PARTES BATER COM O VALOR. O
      *          CADASTRO E ABERTO NA PRIMEIRA CHAMADA DO RUN;
      *          CADASTRO AUSENTE = NINGUEM RATEADO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALLOCATION-FILE ASSIGN TO "RATEIO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RAT-CHAVE
               FILE STATUS IS WRK-FS-RATEIO.
       DATA DIVISION.
       FILE SECTION.
       FD  ALLOCATION-FILE.
       COPY "RATEIO.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-RATEIO            PIC X(02) VALUE SPACES.
           88 WRK-FS-RATEIO-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CADASTRO-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-ABERTO-SW        VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-FIM-RATEIOS          PIC X(01) VALUE 'N'.
           88 WRK-FIM-RATEIOS-SW            VALUE 'S'.
       77 WRK-RATEIO-ACHADO        PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-ACHADO-SW          VALUE 'S'.
       77 WRK-RATEIO-INVALIDO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO-SW        VALUE 'S'.
       77 WRK-ANOMES-LIMITE        PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-PARTES          PIC 9(01) VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SOMA-PERCENTUAL      PIC 9(04)V99 VALUE ZEROS.
       77 WRK-SOMA-PARTES          PIC 9(09)V99 VALUE ZEROS.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
      *****************************************************************
      * COPIA DO RATEIO VIGENTE DO CPF PEDIDO.
      *****************************************************************
       01 WRK-RATEIO-VIGENTE.
           02 WRK-RV-ITEM OCCURS 5 TIMES.
               03 WRK-RV-DEPTO          PIC X(04).
               03 WRK-RV-PERCENTUAL     PIC 9(03)V99.
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-DEPTO-LK             PIC X(04).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       01 WRK-VALOR-LK             PIC 9(08)V99.
       01 WRK-PARTES-LK.
           02 WRK-PT-QTDE           PIC 9(01).
           02 WRK-PT-ITEM OCCURS 5 TIMES.
               03 WRK-PT-DEPTO          PIC X(04).
               03 WRK-PT-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PT-VALOR          PIC 9(08)V99.
       01 WRK-SITUACAO-LK          PIC X(01).
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-DEPTO-LK WRK-ANO-LK
               WRK-MES-LK WRK-VALOR-LK WRK-PARTES-LK WRK-SITUACAO-LK.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           MOVE 'N' TO WRK-SITUACAO-LK.
           MOVE 'N' TO WRK-RATEIO-ACHADO.
           MOVE 'N' TO WRK-RATEIO-INVALIDO.
           IF WRK-CADASTRO-ABERTO-SW
               PERFORM 2000-PROCURA-VIGENTE THRU 2000-EXIT
           END-IF.
           IF WRK-RATEIO-ACHADO-SW
               PERFORM 3000-CONFERE-RATEIO THRU 3000-EXIT
           END-IF.
           IF WRK-RATEIO-ACHADO-SW AND NOT WRK-RATEIO-INVALIDO-SW
               PERFORM 4000-DISTRIBUI THRU 4000-EXIT
               MOVE 'S' TO WRK-SITUACAO-LK
           ELSE
               PERFORM 5000-PARTE-UNICA THRU 5000-EXIT
               IF WRK-RATEIO-INVALIDO-SW
                   MOVE 'I' TO WRK-SITUACAO-LK
               END-IF
           END-IF.
           GOBACK.
      *****************************************************************
      * ABRE O CADASTRO NA PRIMEIRA CHAMADA DO RUN - AUSENTE = NINGUEM
      * RATEADO.
      *****************************************************************
       1000-ABRE-CADASTRO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN INPUT ALLOCATION-FILE.
           IF NOT WRK-FS-RATEIO-NAO-ENCONTRADO
               SET WRK-CADASTRO-ABERTO-SW TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * PERCORRE OS RATEIOS DO CPF NA ORDEM DA CHAVE (VIGENCIA
      * CRESCENTE) E GUARDA O ULTIMO QUE JA VALE NA COMPETENCIA.
      *****************************************************************
       2000-PROCURA-VIGENTE.
           IF WRK-ANO-LK NUMERIC AND WRK-MES-LK NUMERIC
               AND WRK-MES-LK >= 1 AND WRK-MES-LK <= 12
               COMPUTE WRK-ANOMES-LIMITE =
                   WRK-ANO-LK * 100 + WRK-MES-LK
           ELSE
               MOVE 999999 TO WRK-ANOMES-LIMITE
           END-IF.
           MOVE 'N' TO WRK-FIM-RATEIOS.
           MOVE WRK-CPF-LK TO RAT-CPF.
           MOVE ZEROS TO RAT-DATA-VIGENCIA.
           START ALLOCATION-FILE KEY IS NOT LESS THAN RAT-CHAVE
               INVALID KEY
                   SET WRK-FIM-RATEIOS-SW TO TRUE
           END-START.
           PERFORM 2100-LE-RATEIO THRU 2100-EXIT
               UNTIL WRK-FIM-RATEIOS-SW.
       2000-EXIT.
           EXIT.
       2100-LE-RATEIO.
           READ ALLOCATION-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-RATEIOS-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF RAT-CPF NOT = WRK-CPF-LK
               OR RAT-ANOMES-VIGENCIA > WRK-ANOMES-LIMITE
               SET WRK-FIM-RATEIOS-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           SET WRK-RATEIO-ACHADO-SW TO TRUE.
           PERFORM 2110-GUARDA-ITEM THRU 2110-EXIT
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
       2100-EXIT.
           EXIT.
       2110-GUARDA-ITEM.
           MOVE RAT-DEPTO (WRK-IDX) TO WRK-RV-DEPTO (WRK-IDX).
           MOVE RAT-PERCENTUAL (WRK-IDX) TO WRK-RV-PERCENTUAL (WRK-IDX).
       2110-EXIT.
           EXIT.
      *****************************************************************
      * O RATEIO VIGENTE SO E APLICADO SE OS PERCENTUAIS SOMAM 100,00
      * E TODO DEPARTAMENTO PREENCHIDO EXISTE NO DEPTMSTR - SENAO O
      * CUSTO FICA INTEGRAL NO DEPARTAMENTO DO MESTRE.
      *****************************************************************
       3000-CONFERE-RATEIO.
           MOVE ZEROS TO WRK-QTDE-PARTES.
           MOVE ZEROS TO WRK-SOMA-PERCENTUAL.
           PERFORM 3100-CONFERE-ITEM THRU 3100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 5 OR WRK-RATEIO-INVALIDO-SW.
           IF WRK-QTDE-PARTES = ZEROS
               OR WRK-SOMA-PERCENTUAL NOT = 100
               SET WRK-RATEIO-INVALIDO-SW TO TRUE
           END-IF.
       3000-EXIT.
           EXIT.
       3100-CONFERE-ITEM.
           IF WRK-RV-DEPTO (WRK-IDX) = SPACES
               GO TO 3100-EXIT
           END-IF.
           IF WRK-RV-PERCENTUAL (WRK-IDX) NOT NUMERIC
               SET WRK-RATEIO-INVALIDO-SW TO TRUE
               GO TO 3100-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING WRK-RV-DEPTO (WRK-IDX)
               WRK-DESCRICAO-DEPTO WRK-DEPTO-ACHADO.
           IF NOT WRK-DEPTO-ACHADO-SW
               SET WRK-RATEIO-INVALIDO-SW TO TRUE
               GO TO 3100-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-PARTES.
           ADD WRK-RV-PERCENTUAL (WRK-IDX) TO WRK-SOMA-PERCENTUAL.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * MONTA AS PARTES NA ORDEM DO CADASTRO - A ULTIMA RECEBE O QUE
      * SOBROU DO ARREDONDAMENTO DAS ANTERIORES.
      *****************************************************************
       4000-DISTRIBUI.
           MOVE ZEROS TO WRK-PT-QTDE.
           MOVE ZEROS TO WRK-SOMA-PARTES.
           PERFORM 4100-MONTA-PARTE THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1 UNTIL WRK-IDX > 5.
           MOVE WRK-PT-QTDE TO WRK-IDX.
           SUBTRACT WRK-PT-VALOR (WRK-IDX) FROM WRK-SOMA-PARTES.
           COMPUTE WRK-PT-VALOR (WRK-IDX) =
               WRK-VALOR-LK - WRK-SOMA-PARTES.
       4000-EXIT.
           EXIT.
       4100-MONTA-PARTE.
           IF WRK-RV-DEPTO (WRK-IDX) = SPACES
               GO TO 4100-EXIT
           END-IF.
           ADD 1 TO WRK-PT-QTDE.
           MOVE WRK-RV-DEPTO (WRK-IDX) TO WRK-PT-DEPTO (WRK-PT-QTDE).
           MOVE WRK-RV-PERCENTUAL (WRK-IDX)
               TO WRK-PT-PERCENTUAL (WRK-PT-QTDE).
           COMPUTE WRK-PT-VALOR (WRK-PT-QTDE) ROUNDED =
               WRK-VALOR-LK * WRK-RV-PERCENTUAL (WRK-IDX) / 100.
           ADD WRK-PT-VALOR (WRK-PT-QTDE) TO WRK-SOMA-PARTES.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * SEM RATEIO (OU RATEIO INVALIDO): UMA PARTE SO, COM O
      * DEPARTAMENTO DO MESTRE E O VALOR INTEIRO.
      *****************************************************************
       5000-PARTE-UNICA.
           MOVE 1 TO WRK-PT-QTDE.
           MOVE WRK-DEPTO-LK TO WRK-PT-DEPTO (1).
           MOVE 100 TO WRK-PT-PERCENTUAL (1).
           MOVE WRK-VALOR-LK TO WRK-PT-VALOR (1).
       5000-EXIT.
           EXIT.
       END PROGRAM RATCALC.
