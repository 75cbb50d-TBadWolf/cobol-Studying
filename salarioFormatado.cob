      *     EMPJORN) AS IMAGENS ANTES/DEPOIS COM A ACAO 'I' OU 'A' -
      *     E DESSE DIARIO QUE O EMPRECOV DESFAZ OU REAPLICA O PASSO
      *     SALFMT.
      *   - O CONSOLE PASSOU A PEDIR TAMBEM O CODIGO DO CARGO (DEPOIS
      *     DO ESTABELECIMENTO), VALIDADO CONTRA O MESTRE DE CARGOS
      *     (CARGOMST, VIA CARGLOOK) COMO O DEPARTAMENTO - CARGO SEM
      *     CADASTRO CANCELA SEM MEXER NO MESTRE. O CARGO ACEITO E
      *     GRAVADO NO CARGOFUN JUNTO COM O MESTRE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO-FUNC.
           SELECT EXTRACT-FILE ASSIGN TO "EXTRATO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-EXTRATO.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  EXTRACT-FILE.
       COPY "EXTRATO.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-MOEDA-ENTRADA PIC X(03) VALUE "BRL".
       77 WRK-DEPTO-ENTRADA PIC X(04) VALUE SPACES.
       77 WRK-ESTAB-ENTRADA PIC X(01) VALUE SPACE.
       77 WRK-CARGO-ENTRADA PIC X(05) VALUE SPACES.
       77 WRK-TITULO-CARGO PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SIM           VALUE 'S'.
       77 WRK-DATA-CARGO PIC 9(08) VALUE ZEROS.
       77 WRK-FS-CARGO-FUNC PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO VALUE "23" "35".
           88 WRK-FS-CARGO-DUPLICADO     VALUE "22".
       77 WRK-OPERADOR-RUN PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM             VALUE 'S'.
           ACCEPT WRK-MOEDA-ENTRADA FROM CONSOLE.
           ACCEPT WRK-DEPTO-ENTRADA FROM CONSOLE.
           ACCEPT WRK-ESTAB-ENTRADA FROM CONSOLE.
           ACCEPT WRK-CARGO-ENTRADA FROM CONSOLE.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING WRK-DEPTO-ENTRADA
               WRK-DESCRICAO-DEPTO WRK-DEPTO-ACHADO.
                       'CADASTRADO - EXECUCAO CANCELADA'
               GO TO 0000-FIM
           END-IF.
           MOVE 'N' TO WRK-CARGO-ACHADO.
           CALL "CARGLOOK" USING WRK-CARGO-ENTRADA WRK-TITULO-CARGO
               WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
               WRK-CARGO-ACHADO.
           IF NOT WRK-CARGO-ACHADO-SIM
               DISPLAY 'CARGO ' WRK-CARGO-ENTRADA ' NAO CADASTRADO - '
                       'EXECUCAO CANCELADA'
               GO TO 0000-FIM
           END-IF.
           CALL "MOEDAFMT" USING WRK-SALARIO WRK-MOEDA-ENTRADA
               WRK-SALARIO-MULTI-ED.
           DISPLAY WRK-NOME 'GANHA' WRK-SALARIO-MULTI-ED.
           PERFORM 1000-ABRE-MESTRE THRU 1000-EXIT.
           PERFORM 2000-GRAVA-MESTRE THRU 2000-EXIT.
           CLOSE EMPLOYEE-MASTER.
           PERFORM 2100-GRAVA-CARGO THRU 2100-EXIT.
           MOVE WRK-CPF TO WRK-AUD-ENTRADA.
           MOVE WRK-LIQUIDO-ED TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-IMAGEM-ANTES WRK-IMAGEM-DEPOIS.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA) O CARGO DO CPF NO CARGOFUN, CRIANDO O
      * ARQUIVO NA PRIMEIRA EXECUCAO.
      *****************************************************************
       2100-GRAVA-CARGO.
           OPEN I-O POSITION-FILE.
           IF WRK-FS-CARGO-NAO-ENCONTRADO
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
           ACCEPT WRK-DATA-CARGO FROM DATE YYYYMMDD.
           MOVE SPACES TO CARGO-FUNCIONARIO-REC.
           MOVE WRK-CPF TO CFU-CPF.
           MOVE WRK-CARGO-ENTRADA TO CFU-CARGO.
           MOVE WRK-DATA-CARGO TO CFU-DATA-ATUALIZACAO.
           WRITE CARGO-FUNCIONARIO-REC.
           IF WRK-FS-CARGO-DUPLICADO
               REWRITE CARGO-FUNCIONARIO-REC
           END-IF.
           CLOSE POSITION-FILE.
       2100-EXIT.
           EXIT.
       END PROGRAM YOUR-PROGRAM-NAME.
