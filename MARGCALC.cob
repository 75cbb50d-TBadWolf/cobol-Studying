       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: APURA A MARGEM CONSIGNAVEL DE UM FUNCIONARIO (LEI
      *          10.820/2003): RECEBE O CPF E O ANO/MES DE REFERENCIA E
      *          DEVOLVE NA AREA MARGEM.CPY A BASE E OS LIMITES. A BASE
      *          SAI DA FOLHA CALCULADA MAIS RECENTE DO CPF NO FOLCALC,
      *          PROCURADA DA REFERENCIA PARA TRAS ATE 12 MESES: O
      *          LIQUIDO (BRUTO DEPOIS DOS DESCONTOS, INSS, IRRF E
      *          PENSAO) MAIS AS PARCELAS DE CONSIGNADO/CARTAO
      *          DESCONTADAS NAQUELA FOLHA - OS EMPRESTIMOS NAO
      *          REDUZEM A PROPRIA MARGEM. O LIMITE E 35% DA BASE PARA
      *          EMPRESTIMOS E MAIS 5% PARA O CARTAO BENEFICIO.
      *          QUAIS CODIGOS DE DESCONTO (OS MESMOS DO DESCREC) SAO
      *          CONSIGNADO ('E') OU CARTAO BENEFICIO ('C') VEM DO
      *          ARQUIVO DE PARAMETROS MARGPARM, CARREGADO NA PRIMEIRA
      *          CHAMADA DO RUN; A ENTRADA MARGNATU DEVOLVE A NATUREZA
      *          DE UM CODIGO (BRANCO = NAO CONSIGNAVEL) PARA QUEM SOMA
      *          OS CONTRATOS DO DESCREC. O FOLCALC E ABERTO NA
      *          PRIMEIRA CHAMADA E FICA ABERTO ATE O FIM DO RUN.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-FILE ASSIGN TO "FOLCALC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FCL-CHAVE
               FILE STATUS IS WRK-FS-CALC.
           SELECT PARAMETER-FILE ASSIGN TO "MARGPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PARAMETROS.
       DATA DIVISION.
       FILE SECTION.
       FD  CALC-FILE.
       COPY "FOLCALC.CPY".
       FD  PARAMETER-FILE.
       01  PARAMETER-REC.
           02 MPR-CODIGO              PIC X(03).
           02 FILLER                  PIC X(01).
           02 MPR-NATUREZA            PIC X(01).
               88 MPR-NATUREZA-VALIDA           VALUE 'E' 'C'.
           02 FILLER                  PIC X(01).
           02 MPR-DESCRICAO           PIC X(20).
       WORKING-STORAGE SECTION.
      *****************************************************************
      * LIMITES LEGAIS SOBRE A BASE E QUANTOS MESES PARA TRAS PROCURAR
      * A ULTIMA FOLHA CALCULADA DO CPF.
      *****************************************************************
       77 WRK-PERC-EMPRESTIMO      PIC 9(03)V99 VALUE 035,00.
       77 WRK-PERC-CARTAO          PIC 9(03)V99 VALUE 005,00.
       77 WRK-MAX-MESES            PIC 9(02) COMP VALUE 12.
       77 WRK-FS-CALC              PIC X(02) VALUE SPACES.
           88 WRK-FS-CALC-NAO-ENCONTRADO     VALUE "23" "35".
       77 WRK-FS-PARAMETROS        PIC X(02) VALUE SPACES.
           88 WRK-FS-PARM-NAO-ABERTO        VALUE "35".
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-CALC-ABERTO          PIC X(01) VALUE 'N'.
           88 WRK-CALC-ABERTO-SW            VALUE 'S'.
       77 WRK-FIM-PARAMETROS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-PARM-SW               VALUE 'S'.
       77 WRK-MAX-CODIGOS          PIC 9(02) COMP VALUE 50.
       77 WRK-QTDE-CODIGOS         PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-VERBA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-MESES           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-ANO-BUSCA            PIC 9(04) VALUE ZEROS.
       77 WRK-MES-BUSCA            PIC 9(02) VALUE ZEROS.
       77 WRK-CODIGO-BUSCA         PIC X(03) VALUE SPACES.
       77 WRK-NATUREZA-ACHADA      PIC X(01) VALUE SPACE.
       01 WRK-TABELA-CODIGOS.
           02 WRK-CODIGO-ITEM OCCURS 50 TIMES.
               03 WRK-TC-CODIGO         PIC X(03).
               03 WRK-TC-NATUREZA       PIC X(01).
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       COPY "MARGEM.CPY".
       01 WRK-CODIGO-LK            PIC X(03).
       01 WRK-NATUREZA-LK          PIC X(01).
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-ANO-LK WRK-MES-LK
               MRG-MARGEM.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-INICIO THRU 1000-EXIT
           END-IF.
           MOVE 'N' TO MRG-ACHADO.
           MOVE ZEROS TO MRG-ANO.
           MOVE ZEROS TO MRG-MES.
           MOVE ZEROS TO MRG-LIQUIDO.
           MOVE ZEROS TO MRG-CONSIGNADOS-FOLHA.
           MOVE ZEROS TO MRG-BASE.
           MOVE ZEROS TO MRG-LIMITE-EMPRESTIMO.
           MOVE ZEROS TO MRG-LIMITE-CARTAO.
           IF NOT WRK-CALC-ABERTO-SW
               GOBACK
           END-IF.
           MOVE WRK-ANO-LK TO WRK-ANO-BUSCA.
           MOVE WRK-MES-LK TO WRK-MES-BUSCA.
           MOVE ZEROS TO WRK-QTDE-MESES.
           PERFORM 2000-PROCURA-FOLHA THRU 2000-EXIT
               UNTIL MRG-ACHADO-SIM
                  OR WRK-QTDE-MESES NOT < WRK-MAX-MESES.
           IF MRG-ACHADO-SIM
               PERFORM 3000-APURA-MARGEM THRU 3000-EXIT
           END-IF.
           GOBACK.
      *****************************************************************
      * ENTRADA DE CONSULTA: DEVOLVE A NATUREZA DO CODIGO DE DESCONTO
      * NO MARGPARM ('E' CONSIGNADO, 'C' CARTAO BENEFICIO, BRANCO =
      * NAO CONSIGNAVEL), SEM APURAR MARGEM.
      *****************************************************************
       0100-ENTRADA-NATUREZA.
           ENTRY "MARGNATU" USING WRK-CODIGO-LK WRK-NATUREZA-LK.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-INICIO THRU 1000-EXIT
           END-IF.
           MOVE WRK-CODIGO-LK TO WRK-CODIGO-BUSCA.
           PERFORM 4000-NATUREZA-CODIGO THRU 4000-EXIT.
           MOVE WRK-NATUREZA-ACHADA TO WRK-NATUREZA-LK.
           GOBACK.
      *****************************************************************
      * PRIMEIRA CHAMADA DO RUN: CARREGA OS CODIGOS CONSIGNAVEIS DO
      * MARGPARM E ABRE O FOLCALC. SEM MARGPARM NENHUM CODIGO E
      * CONSIGNAVEL; SEM FOLCALC NENHUM CPF TEM MARGEM APURADA.
      *****************************************************************
       1000-INICIO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN INPUT PARAMETER-FILE.
           IF WRK-FS-PARM-NAO-ABERTO
               DISPLAY 'MARGCALC: MARGPARM NAO ENCONTRADO - NENHUM '
                       'CODIGO DE DESCONTO CONSIGNAVEL'
           ELSE
               READ PARAMETER-FILE
                   AT END SET WRK-FIM-PARM-SW TO TRUE
               END-READ
               PERFORM 1100-GUARDA-CODIGO THRU 1100-EXIT
                   UNTIL WRK-FIM-PARM-SW
               CLOSE PARAMETER-FILE
           END-IF.
           OPEN INPUT CALC-FILE.
           IF WRK-FS-CALC-NAO-ENCONTRADO
               DISPLAY 'MARGCALC: FOLCALC NAO ENCONTRADO - MARGEM '
                       'NAO APURADA'
           ELSE
               SET WRK-CALC-ABERTO-SW TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.
       1100-GUARDA-CODIGO.
           IF MPR-CODIGO = SPACES OR NOT MPR-NATUREZA-VALIDA
               DISPLAY 'MARGCALC: LINHA DO MARGPARM IGNORADA - '
                       PARAMETER-REC
               GO TO 1100-LE-PROXIMO
           END-IF.
           IF WRK-QTDE-CODIGOS NOT < WRK-MAX-CODIGOS
               DISPLAY 'MARGCALC: MARGPARM COM MAIS DE 50 CODIGOS - '
                       MPR-CODIGO ' IGNORADO'
               GO TO 1100-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-CODIGOS.
           MOVE MPR-CODIGO TO WRK-TC-CODIGO (WRK-QTDE-CODIGOS).
           MOVE MPR-NATUREZA TO WRK-TC-NATUREZA (WRK-QTDE-CODIGOS).
       1100-LE-PROXIMO.
           READ PARAMETER-FILE
               AT END SET WRK-FIM-PARM-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * LE A FOLHA DO CPF NA COMPETENCIA DE BUSCA; SEM ELA, RECUA UM
      * MES (VIRANDO O ANO EM JANEIRO).
      *****************************************************************
       2000-PROCURA-FOLHA.
           MOVE WRK-ANO-BUSCA TO FCL-ANO.
           MOVE WRK-MES-BUSCA TO FCL-MES.
           MOVE WRK-CPF-LK TO FCL-CPF.
           READ CALC-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO MRG-ACHADO
           END-READ.
           IF MRG-ACHADO-SIM
               GO TO 2000-EXIT
           END-IF.
           ADD 1 TO WRK-QTDE-MESES.
           IF WRK-MES-BUSCA = 1
               MOVE 12 TO WRK-MES-BUSCA
               SUBTRACT 1 FROM WRK-ANO-BUSCA
           ELSE
               SUBTRACT 1 FROM WRK-MES-BUSCA
           END-IF.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * BASE = LIQUIDO DA FOLHA + PARCELAS CONSIGNAVEIS DESCONTADAS
      * NELA; LIMITES SOBRE A BASE, TRUNCADOS NO CENTAVO.
      *****************************************************************
       3000-APURA-MARGEM.
           MOVE FCL-ANO TO MRG-ANO.
           MOVE FCL-MES TO MRG-MES.
           MOVE FCL-LIQUIDO TO MRG-LIQUIDO.
           PERFORM 3100-VERIFICA-VERBA THRU 3100-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > FCL-QTDE-VERBAS
                  OR WRK-IDX-VERBA > 15.
           COMPUTE MRG-BASE = MRG-LIQUIDO + MRG-CONSIGNADOS-FOLHA.
           COMPUTE MRG-LIMITE-EMPRESTIMO =
               MRG-BASE * WRK-PERC-EMPRESTIMO / 100.
           COMPUTE MRG-LIMITE-CARTAO =
               MRG-BASE * WRK-PERC-CARTAO / 100.
       3000-EXIT.
           EXIT.
       3100-VERIFICA-VERBA.
           IF FCL-VB-TIPO (WRK-IDX-VERBA) NOT = 'D'
               GO TO 3100-EXIT
           END-IF.
           MOVE FCL-VB-CODIGO (WRK-IDX-VERBA) TO WRK-CODIGO-BUSCA.
           PERFORM 4000-NATUREZA-CODIGO THRU 4000-EXIT.
           IF WRK-NATUREZA-ACHADA NOT = SPACE
               ADD FCL-VB-VALOR (WRK-IDX-VERBA)
                   TO MRG-CONSIGNADOS-FOLHA
           END-IF.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * NATUREZA DE WRK-CODIGO-BUSCA NA TABELA DO MARGPARM.
      *****************************************************************
       4000-NATUREZA-CODIGO.
           MOVE SPACE TO WRK-NATUREZA-ACHADA.
           PERFORM 4100-COMPARA-CODIGO THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-CODIGOS
                  OR WRK-NATUREZA-ACHADA NOT = SPACE.
       4000-EXIT.
           EXIT.
       4100-COMPARA-CODIGO.
           IF WRK-TC-CODIGO (WRK-IDX) = WRK-CODIGO-BUSCA
               MOVE WRK-TC-NATUREZA (WRK-IDX) TO WRK-NATUREZA-ACHADA
           END-IF.
       4100-EXIT.
           EXIT.
       END PROGRAM MARGCALC.
