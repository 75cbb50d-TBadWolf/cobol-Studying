       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROVCALC.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE CONTABILIDADE
      * Date:
      * Purpose: CALCULA AS PROVISOES MENSAIS DE UM FUNCIONARIO SOBRE
      *          A BASE DO MES E DEVOLVE AO CHAMADOR:
      *            - 13O: BASE / 12;
      *            - FERIAS: BASE / 12 MAIS O TERCO SOBRE ESSE AVO;
      *            - ENCARGOS: FGTS (FGTSCALC) SOBRE AS DUAS PROVISOES.
      *          E A REGRA QUE O PROVMENS LANCA NA CONTABILIDADE, FORA
      *          DELE PARA QUE O ORCREAL APURE O CUSTO CARREGADO DO
      *          REALIZADO COM AS MESMAS PROVISOES, SEM UMA SEGUNDA
      *          COPIA DA CONTA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77 WRK-AVO-BASE             PIC 9(06)V99 VALUE ZEROS.
       77 WRK-BASE-ENCARGOS        PIC 9(06)V99 VALUE ZEROS.
       LINKAGE SECTION.
       01 WRK-BASE-LK              PIC 9(06)V99.
       01 WRK-DECIMO-LK            PIC 9(06)V99.
       01 WRK-FERIAS-LK            PIC 9(06)V99.
       01 WRK-ENCARGOS-LK          PIC 9(06)V99.
       PROCEDURE DIVISION USING WRK-BASE-LK WRK-DECIMO-LK
               WRK-FERIAS-LK WRK-ENCARGOS-LK.
       0000-MAINLINE.
           COMPUTE WRK-AVO-BASE ROUNDED = WRK-BASE-LK / 12.
           MOVE WRK-AVO-BASE TO WRK-DECIMO-LK.
           COMPUTE WRK-FERIAS-LK ROUNDED =
               WRK-AVO-BASE + (WRK-AVO-BASE / 3).
           COMPUTE WRK-BASE-ENCARGOS =
               WRK-DECIMO-LK + WRK-FERIAS-LK.
           CALL "FGTSCALC" USING WRK-BASE-ENCARGOS WRK-ENCARGOS-LK.
           GOBACK.
       END PROGRAM PROVCALC.
