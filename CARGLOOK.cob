       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGLOOK.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: RECEBE UM CODIGO DE CARGO E DEVOLVE O TITULO, A FAIXA
      *          SALARIAL (MINIMA E MAXIMA) E O PISO SINDICAL
      *          CADASTRADOS NO MESTRE DE CARGOS (CARGOMST), MAIS O
      *          INDICADOR DE ACHADO - E POR AQUI QUE O EMPMAINT/SALFMT
      *          VALIDAM O CARGO ANTES DE GRAVAR, COMO FAZEM COM O
      *          DEPARTAMENTO VIA DEPTLOOK, E QUE O REAJSAL, O CARGFAIX
      *          E O MSTAUDIT CONFEREM FAIXA E PISO. O MESTRE E
      *          CARREGADO EM WORKING-STORAGE NA PRIMEIRA CHAMADA DO
      *          RUN (MESMO ESQUEMA DO DEPTLOOK). ARQUIVO AUSENTE =
      *          NENHUM CARGO CADASTRADO (TUDO VOLTA NAO ACHADO).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POSITION-MASTER ASSIGN TO "CARGOMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CRG-CODIGO
               FILE STATUS IS WRK-FS-CARGOS.
       DATA DIVISION.
       FILE SECTION.
       FD  POSITION-MASTER.
       COPY "CARGOMST.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-CARGOS            PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGOS-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-TABELA-CARREGADA     PIC X(01) VALUE 'N'.
           88 WRK-CARREGADA-SW              VALUE 'S'.
       77 WRK-FIM-CARGOS           PIC X(01) VALUE 'N'.
           88 WRK-FIM-CARGOS-SW             VALUE 'S'.
       77 WRK-MAX-CARGOS           PIC 9(03) COMP VALUE 200.
       77 WRK-QTDE-CARGOS          PIC 9(03) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(03) COMP VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SW           VALUE 'S'.
      *****************************************************************
      * TABELA DO MESTRE DE CARGOS, CARREGADA UMA VEZ POR RUN.
      *****************************************************************
       01 WRK-TABELA-CARGOS.
           02 WRK-CARGO-ITEM OCCURS 200 TIMES.
               03 WRK-TC-CODIGO         PIC X(05).
               03 WRK-TC-TITULO         PIC X(30).
               03 WRK-TC-MINIMA         PIC 9(06)V99.
               03 WRK-TC-MAXIMA         PIC 9(06)V99.
               03 WRK-TC-PISO           PIC 9(06)V99.
       LINKAGE SECTION.
       01 WRK-CODIGO-LK            PIC X(05).
       01 WRK-TITULO-LK            PIC X(30).
       01 WRK-MINIMA-LK            PIC 9(06)V99.
       01 WRK-MAXIMA-LK            PIC 9(06)V99.
       01 WRK-PISO-LK              PIC 9(06)V99.
       01 WRK-ACHADO-LK            PIC X(01).
           88 WRK-ACHADO-SIM               VALUE 'S'.
           88 WRK-ACHADO-NAO               VALUE 'N'.
       PROCEDURE DIVISION USING WRK-CODIGO-LK WRK-TITULO-LK
               WRK-MINIMA-LK WRK-MAXIMA-LK WRK-PISO-LK WRK-ACHADO-LK.
       0000-MAINLINE.
           IF NOT WRK-CARREGADA-SW
               PERFORM 1000-CARREGA-MESTRE THRU 1000-EXIT
           END-IF.
           MOVE SPACES TO WRK-TITULO-LK.
           MOVE ZEROS TO WRK-MINIMA-LK.
           MOVE ZEROS TO WRK-MAXIMA-LK.
           MOVE ZEROS TO WRK-PISO-LK.
           MOVE 'N' TO WRK-ACHADO-LK.
           MOVE 'N' TO WRK-CARGO-ACHADO.
           PERFORM 2000-PROCURA-CARGO THRU 2000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-CARGOS
                   OR WRK-CARGO-ACHADO-SW.
           GOBACK.
      *****************************************************************
      * CARREGA O MESTRE DE CARGOS INTEIRO NA TABELA.
      *****************************************************************
       1000-CARREGA-MESTRE.
           SET WRK-CARREGADA-SW TO TRUE.
           OPEN INPUT POSITION-MASTER.
           IF WRK-FS-CARGOS-NAO-ENCONTRADO
               GO TO 1000-EXIT
           END-IF.
           READ POSITION-MASTER NEXT RECORD
               AT END SET WRK-FIM-CARGOS-SW TO TRUE
           END-READ.
           PERFORM 1100-GUARDA-CARGO THRU 1100-EXIT
               UNTIL WRK-FIM-CARGOS-SW.
           CLOSE POSITION-MASTER.
       1000-EXIT.
           EXIT.
       1100-GUARDA-CARGO.
           IF WRK-QTDE-CARGOS < WRK-MAX-CARGOS
               ADD 1 TO WRK-QTDE-CARGOS
               MOVE CRG-CODIGO TO WRK-TC-CODIGO (WRK-QTDE-CARGOS)
               MOVE CRG-TITULO TO WRK-TC-TITULO (WRK-QTDE-CARGOS)
               MOVE CRG-FAIXA-MINIMA
                   TO WRK-TC-MINIMA (WRK-QTDE-CARGOS)
               MOVE CRG-FAIXA-MAXIMA
                   TO WRK-TC-MAXIMA (WRK-QTDE-CARGOS)
               MOVE CRG-PISO-SINDICAL
                   TO WRK-TC-PISO (WRK-QTDE-CARGOS)
           ELSE
               DISPLAY 'AVISO: TABELA DE CARGOS CHEIA - CARGO '
                       CRG-CODIGO ' DESCARTADO'
           END-IF.
           READ POSITION-MASTER NEXT RECORD
               AT END SET WRK-FIM-CARGOS-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-PROCURA-CARGO.
           IF WRK-TC-CODIGO (WRK-IDX) = WRK-CODIGO-LK
               MOVE WRK-TC-TITULO (WRK-IDX) TO WRK-TITULO-LK
               MOVE WRK-TC-MINIMA (WRK-IDX) TO WRK-MINIMA-LK
               MOVE WRK-TC-MAXIMA (WRK-IDX) TO WRK-MAXIMA-LK
               MOVE WRK-TC-PISO (WRK-IDX) TO WRK-PISO-LK
               MOVE 'S' TO WRK-ACHADO-LK
               SET WRK-CARGO-ACHADO-SW TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
       END PROGRAM CARGLOOK.
