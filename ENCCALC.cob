       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: CALCULA OS ENCARGOS PATRONAIS DO INSS SOBRE O BRUTO DO
      *          FUNCIONARIO - CONTRIBUICAO PATRONAL (20%), RAT AJUSTADO
      *          PELO FAP (RAT X FAP) E TERCEIROS (SISTEMA S) - E
      *          DEVOLVE AS TRES PARCELAS AO CHAMADOR. COMO O FGTSCALC,
      *          E ENCARGO DO EMPREGADOR E NAO MEXE NO LIQUIDO. AS
      *          ALIQUOTAS VARIAM POR ESTABELECIMENTO (CADA CNPJ TEM
      *          SEU RAT/FAP E SEU ENQUADRAMENTO DE TERCEIROS), ENTAO
      *          FICAM NO ARQUIVO ENCPARM, UMA LINHA POR ESTABELECIMENTO
      *          AO LADO DA TABELA EMPRESAS (CODIGO, CNPJ, PATRONAL,
      *          RAT, FAP, TERCEIROS), MANTIDO PELO OPERADOR COMO A
      *          TABELA DE EMPRESAS. A TABELA E CARREGADA EM
      *          WORKING-STORAGE NA PRIMEIRA CHAMADA DO RUN, COMO O
      *          EMPRLOOK. CODIGO EM BRANCO VALE '1'. ESTABELECIMENTO
      *          SEM LINHA (OU LINHA COM CAMPO NAO NUMERICO) CALCULA
      *          PELAS CONSTANTES 77 E VOLTA NAO ACHADO, PARA QUEM CHAMA
      *          AVISAR QUE A GUIA SAIU COM ALIQUOTA PADRAO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RATE-TABLE ASSIGN TO "ENCPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ENCARGOS.
       DATA DIVISION.
       FILE SECTION.
       FD  RATE-TABLE.
       01  RATE-REC.
           02 ENC-CODIGO              PIC X(01).
           02 FILLER                  PIC X(01).
           02 ENC-CNPJ                PIC X(14).
           02 FILLER                  PIC X(01).
           02 ENC-ALIQ-PATRONAL       PIC V9999.
           02 FILLER                  PIC X(01).
           02 ENC-ALIQ-RAT            PIC V9999.
           02 FILLER                  PIC X(01).
           02 ENC-FAP                 PIC 9V9999.
           02 FILLER                  PIC X(01).
           02 ENC-ALIQ-TERCEIROS      PIC V9999.
       WORKING-STORAGE SECTION.
      *****************************************************************
      * ALIQUOTAS PADRAO - USADAS QUANDO O ESTABELECIMENTO NAO TEM
      * LINHA NO ENCPARM (PATRONAL 20%, RAT 2%, FAP NEUTRO E TERCEIROS
      * 5,8% DO ENQUADRAMENTO MAIS COMUM DA CASA).
      *****************************************************************
       77 WRK-PADRAO-PATRONAL      PIC V9999 VALUE 0,2000.
       77 WRK-PADRAO-RAT           PIC V9999 VALUE 0,0200.
       77 WRK-PADRAO-FAP           PIC 9V9999 VALUE 1,0000.
       77 WRK-PADRAO-TERCEIROS     PIC V9999 VALUE 0,0580.
       77 WRK-FS-ENCARGOS          PIC X(02) VALUE SPACES.
           88 WRK-FS-ENCARGOS-NAO-ABERTO    VALUE "35".
       77 WRK-TABELA-CARREGADA     PIC X(01) VALUE 'N'.
           88 WRK-CARREGADA-SW              VALUE 'S'.
       77 WRK-FIM-TABELA           PIC X(01) VALUE 'N'.
           88 WRK-FIM-SW                    VALUE 'S'.
       77 WRK-MAX-ESTAB            PIC 9(02) COMP VALUE 10.
       77 WRK-QTDE-ESTAB           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-CODIGO-PEDIDO        PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-ESTAB-ACHADO-SW           VALUE 'S'.
       77 WRK-ALIQ-PATRONAL        PIC V9999 VALUE ZEROS.
       77 WRK-ALIQ-RAT             PIC V9999 VALUE ZEROS.
       77 WRK-FAP                  PIC 9V9999 VALUE ZEROS.
       77 WRK-ALIQ-TERCEIROS       PIC V9999 VALUE ZEROS.
       01 WRK-TABELA-ENCARGOS.
           02 WRK-ENCARGO-ITEM OCCURS 10 TIMES.
               03 WRK-TE-CODIGO         PIC X(01).
               03 WRK-TE-PATRONAL       PIC V9999.
               03 WRK-TE-RAT            PIC V9999.
               03 WRK-TE-FAP            PIC 9V9999.
               03 WRK-TE-TERCEIROS      PIC V9999.
       LINKAGE SECTION.
       01 WRK-ESTAB-LK             PIC X(01).
       01 WRK-BRUTO-LK             PIC 9(06)V99.
       01 WRK-PATRONAL-LK          PIC 9(06)V99.
       01 WRK-RAT-LK               PIC 9(06)V99.
       01 WRK-TERCEIROS-LK         PIC 9(06)V99.
       01 WRK-ACHADO-LK            PIC X(01).
           88 WRK-ACHADO-SIM               VALUE 'S'.
           88 WRK-ACHADO-NAO               VALUE 'N'.
       PROCEDURE DIVISION USING WRK-ESTAB-LK WRK-BRUTO-LK
               WRK-PATRONAL-LK WRK-RAT-LK WRK-TERCEIROS-LK
               WRK-ACHADO-LK.
       0000-MAINLINE.
           IF NOT WRK-CARREGADA-SW
               PERFORM 1000-CARREGA-TABELA THRU 1000-EXIT
           END-IF.
           IF WRK-ESTAB-LK = SPACE
               MOVE '1' TO WRK-CODIGO-PEDIDO
           ELSE
               MOVE WRK-ESTAB-LK TO WRK-CODIGO-PEDIDO
           END-IF.
           MOVE WRK-PADRAO-PATRONAL TO WRK-ALIQ-PATRONAL.
           MOVE WRK-PADRAO-RAT TO WRK-ALIQ-RAT.
           MOVE WRK-PADRAO-FAP TO WRK-FAP.
           MOVE WRK-PADRAO-TERCEIROS TO WRK-ALIQ-TERCEIROS.
           MOVE 'N' TO WRK-ACHADO-LK.
           MOVE 'N' TO WRK-ESTAB-ACHADO.
           PERFORM 2000-PROCURA-ESTAB THRU 2000-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > WRK-QTDE-ESTAB
                   OR WRK-ESTAB-ACHADO-SW.
           COMPUTE WRK-PATRONAL-LK ROUNDED =
               WRK-BRUTO-LK * WRK-ALIQ-PATRONAL.
           COMPUTE WRK-RAT-LK ROUNDED =
               WRK-BRUTO-LK * WRK-ALIQ-RAT * WRK-FAP.
           COMPUTE WRK-TERCEIROS-LK ROUNDED =
               WRK-BRUTO-LK * WRK-ALIQ-TERCEIROS.
           GOBACK.
      *****************************************************************
      * CARREGA A TABELA DE ALIQUOTAS INTEIRA NA PRIMEIRA CHAMADA. UMA
      * LINHA TRUNCADA NO EDITOR (ALIQUOTA NAO NUMERICA) E IGNORADA
      * COM AVISO - O ESTABELECIMENTO FICA NAS ALIQUOTAS PADRAO.
      *****************************************************************
       1000-CARREGA-TABELA.
           SET WRK-CARREGADA-SW TO TRUE.
           OPEN INPUT RATE-TABLE.
           IF WRK-FS-ENCARGOS-NAO-ABERTO
               DISPLAY 'ENCCALC: ALIQUOTAS PADRAO - ENCPARM NAO '
                       'ENCONTRADO'
               GO TO 1000-EXIT
           END-IF.
           READ RATE-TABLE
               AT END SET WRK-FIM-SW TO TRUE
           END-READ.
           PERFORM 1100-GUARDA-ESTAB THRU 1100-EXIT
               UNTIL WRK-FIM-SW.
           CLOSE RATE-TABLE.
       1000-EXIT.
           EXIT.
       1100-GUARDA-ESTAB.
           IF ENC-ALIQ-PATRONAL NOT NUMERIC
               OR ENC-ALIQ-RAT NOT NUMERIC
               OR ENC-FAP NOT NUMERIC
               OR ENC-ALIQ-TERCEIROS NOT NUMERIC
               DISPLAY 'ENCCALC: LINHA DO ENCPARM COM CAMPO NAO '
                       'NUMERICO - ESTABELECIMENTO ' ENC-CODIGO
                       ' IGNORADO'
               GO TO 1100-LE-PROXIMA
           END-IF.
           IF WRK-QTDE-ESTAB < WRK-MAX-ESTAB
               ADD 1 TO WRK-QTDE-ESTAB
               MOVE ENC-CODIGO TO WRK-TE-CODIGO (WRK-QTDE-ESTAB)
               MOVE ENC-ALIQ-PATRONAL
                   TO WRK-TE-PATRONAL (WRK-QTDE-ESTAB)
               MOVE ENC-ALIQ-RAT TO WRK-TE-RAT (WRK-QTDE-ESTAB)
               MOVE ENC-FAP TO WRK-TE-FAP (WRK-QTDE-ESTAB)
               MOVE ENC-ALIQ-TERCEIROS
                   TO WRK-TE-TERCEIROS (WRK-QTDE-ESTAB)
           ELSE
               DISPLAY 'AVISO: TABELA DE ENCARGOS CHEIA - '
                       'ESTABELECIMENTO ' ENC-CODIGO ' DESCARTADO'
           END-IF.
       1100-LE-PROXIMA.
           READ RATE-TABLE
               AT END SET WRK-FIM-SW TO TRUE
           END-READ.
       1100-EXIT.
           EXIT.
       2000-PROCURA-ESTAB.
           IF WRK-TE-CODIGO (WRK-IDX) = WRK-CODIGO-PEDIDO
               MOVE WRK-TE-PATRONAL (WRK-IDX) TO WRK-ALIQ-PATRONAL
               MOVE WRK-TE-RAT (WRK-IDX) TO WRK-ALIQ-RAT
               MOVE WRK-TE-FAP (WRK-IDX) TO WRK-FAP
               MOVE WRK-TE-TERCEIROS (WRK-IDX) TO WRK-ALIQ-TERCEIROS
               MOVE 'S' TO WRK-ACHADO-LK
               SET WRK-ESTAB-ACHADO-SW TO TRUE
           END-IF.
       2000-EXIT.
           EXIT.
       END PROGRAM ENCCALC.
