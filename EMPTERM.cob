      *     GRAVAR NO EMPJRNL (VIA EMPJORN) AS IMAGENS ANTES/DEPOIS DO
      *     REGISTRO, PARA O EMPRECOV PODER DESFAZER UM DESLIGAMENTO
      *     APLICADO POR ENGANO.
      *   - MOTIVO DO DESLIGAMENTO: UMA QUARTA LINHA DO CONSOLE TRAZ O
      *     MOTIVO PELA TABELA DO ESOCIAL (01, 02, 03, 04, 05, 06, 07,
      *     10 OU 33), GRAVADO COM A DATA E O OPERADOR NO NOVO ARQUIVO
      *     DESLIG - O MESTRE NAO TEM ONDE GUARDA-LO. MOTIVO FORA DA
      *     TABELA CANCELA COM RC=8.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT TERMINATION-FILE ASSIGN TO "DESLIG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DSL-CPF
               FILE STATUS IS WRK-FS-DESLIG.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  TERMINATION-FILE.
       COPY "DESLIG.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-CPF                  PIC X(11) VALUE SPACES.
       77 WRK-DATA-DESLIGAMENTO    PIC 9(08) VALUE ZEROS.
       77 WRK-FS-DESLIG            PIC X(02) VALUE SPACES.
           88 WRK-FS-DESLIG-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-MOTIVO               PIC X(02) VALUE SPACES.
           88 WRK-MOTIVO-VALIDO             VALUE '01' '02' '03'
                                                  '04' '05' '06'
                                                  '07' '10' '33'.
       77 WRK-ACHOU-REGISTRO       PIC X(01) VALUE 'N'.
           88 WRK-ACHOU-SW                  VALUE 'S'.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "EMPTERM".
       01 WRK-RESULT-DESLIGADO.
           02 FILLER                PIC X(14) VALUE "DESLIGADO EM ".
           02 WRK-RD-DATA           PIC 9(08).
           02 FILLER                PIC X(05) VALUE " MOT ".
           02 WRK-RD-MOTIVO         PIC X(02).
           02 FILLER                PIC X(01) VALUE SPACES.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-OPERADOR-RUN FROM CONSOLE.
                       'CANCELADA'
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-MOTIVO FROM CONSOLE.
           IF NOT WRK-MOTIVO-VALIDO
               DISPLAY 'MOTIVO DE DESLIGAMENTO ' WRK-MOTIVO
                       ' FORA DA TABELA DO ESOCIAL - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-ABRE-MESTRE THRU 1000-EXIT.
           IF WRK-FS-MASTER-NAO-ENCONTRADO
               DISPLAY 'EMPLOYEE-MASTER NAO ENCONTRADO - EXECUCAO '
           PERFORM 2000-MARCA-DESLIGADO THRU 2000-EXIT.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-ACHOU-SW
               PERFORM 2500-GRAVA-MOTIVO THRU 2500-EXIT
               PERFORM 3000-GRAVA-AUDITORIA THRU 3000-EXIT
           END-IF.
       0000-FIM.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O MOTIVO, A DATA E O OPERADOR NO DESLIG (CRIADO NA
      * PRIMEIRA VEZ). CPF JA PRESENTE - DESLIGAMENTO ANTERIOR DESFEITO
      * PELO EMPRECOV - TEM O REGISTRO REGRAVADO.
      *****************************************************************
       2500-GRAVA-MOTIVO.
           OPEN I-O TERMINATION-FILE.
           IF WRK-FS-DESLIG-NAO-ENCONTRADO
               OPEN OUTPUT TERMINATION-FILE
               CLOSE TERMINATION-FILE
               OPEN I-O TERMINATION-FILE
           END-IF.
           MOVE WRK-CPF TO DSL-CPF.
           MOVE WRK-DATA-DESLIGAMENTO TO DSL-DATA-DESLIGAMENTO.
           MOVE WRK-MOTIVO TO DSL-MOTIVO.
           MOVE WRK-OPERADOR-RUN TO DSL-OPERADOR.
           MOVE WRK-DATA-HOJE TO DSL-DATA-REGISTRO.
           WRITE DESLIGAMENTO-REC
               INVALID KEY
                   REWRITE DESLIGAMENTO-REC
           END-WRITE.
           CLOSE TERMINATION-FILE.
       2500-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA O DESLIGAMENTO NA TRILHA DE AUDITORIA COMPARTILHADA.
      *****************************************************************
       3000-GRAVA-AUDITORIA.
           MOVE WRK-CPF TO WRK-AUD-ENTRADA.
           MOVE WRK-DATA-DESLIGAMENTO TO WRK-RD-DATA.
           MOVE WRK-MOTIVO TO WRK-RD-MOTIVO.
           MOVE WRK-RESULT-DESLIGADO TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
