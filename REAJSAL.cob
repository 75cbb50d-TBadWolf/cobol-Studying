      *     GRAVAR NO EMPJRNL (VIA EMPJORN) AS IMAGENS ANTES/DEPOIS DO
      *     REGISTRO, PARA O EMPRECOV PODER DESFAZER UM REAJUSTE EM
      *     MASSA APLICADO COM A INSTRUCAO ERRADA.
      *   - ALVO 'O' CARGO: A INSTRUCAO PODE TRAZER UM CODIGO DE CARGO
      *     (OS 5 PRIMEIROS CARACTERES DE INS-CHAVE, CONFERIDO NO
      *     CARGOMST VIA CARGLOOK) E REAJUSTA TODOS OS ATIVOS COM ESSE
      *     CARGO NO CARGOFUN - E ASSIM QUE VEM O REAJUSTE DE PISO DA
      *     CONVENCAO. SEM CARGOFUN A INSTRUCAO E IGNORADA COM AVISO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT POSITION-FILE ASSIGN TO "CARGOFUN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CFU-CPF
               FILE STATUS IS WRK-FS-CARGO-FUNC.
           SELECT INSTRUCTION-FILE ASSIGN TO "REAJINST"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ADJUSTMENT-REPORT ASSIGN TO "REAJSARP"
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  INSTRUCTION-FILE.
       01  INSTRUCTION-REC.
           02 INS-TIPO-ALVO           PIC X(01).
               88 INS-ALVO-DEPTO                VALUE 'D'.
               88 INS-ALVO-CPF                  VALUE 'C'.
               88 INS-ALVO-CARGO                VALUE 'O'.
           02 INS-CHAVE               PIC X(11).
           02 INS-MODO                PIC X(01).
               88 INS-MODO-PERCENTUAL           VALUE 'P'.
           88 WRK-FS-CTL-NAO-ABERTO          VALUE "35".
       77 WRK-FS-RETRO             PIC X(02) VALUE SPACES.
           88 WRK-FS-RETRO-NAO-ABERTO        VALUE "35".
       77 WRK-FS-CARGO-FUNC        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO    VALUE "23" "35".
       77 WRK-CARGOS-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-CARGOS-ABERTO-SW          VALUE 'S'.
       77 WRK-TITULO-CARGO         PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SW           VALUE 'S'.
       77 WRK-FIM-CONTROLE         PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTROLE-SW           VALUE 'S'.
       77 WRK-HISTORICO-ABERTO     PIC X(01) VALUE 'N'.
           ELSE
               SET WRK-HISTORICO-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT POSITION-FILE.
           IF NOT WRK-FS-CARGO-NAO-ENCONTRADO
               SET WRK-CARGOS-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT INSTRUCTION-FILE.
           OPEN OUTPUT ADJUSTMENT-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           EXIT.
      *****************************************************************
      * APLICA A INSTRUCAO CORRENTE: VIGENCIA FUTURA FICA PENDENTE;
      * ALVO CPF LOCALIZA UM REGISTRO, ALVO DEPARTAMENTO OU CARGO
      * VARRE O MESTRE INTEIRO APLICANDO AOS ATIVOS DO DEPARTAMENTO OU
      * DO CARGO.
      *****************************************************************
       2000-PROCESSA-INSTRUCAO.
           ADD 1 TO WRK-QTDE-INSTRUCOES.
               IF INS-ALVO-DEPTO
                   PERFORM 2200-VARRE-DEPARTAMENTO THRU 2200-EXIT
               ELSE
                   IF INS-ALVO-CARGO
                       PERFORM 2600-VARRE-CARGO THRU 2600-EXIT
                   ELSE
                       DISPLAY 'INSTRUCAO COM ALVO INVALIDO: '
                               INS-TIPO-ALVO ' - IGNORADA'
                   END-IF
               END-IF
           END-IF.
       2000-LE-PROXIMA.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * VARRE O MESTRE DO INICIO APLICANDO O REAJUSTE A CADA ATIVO CUJO
      * CARGO NO CARGOFUN E O CARGO ALVO (OS 5 PRIMEIROS CARACTERES DE
      * INS-CHAVE). CARGO SEM CADASTRO NO CARGOMST NAO E APLICADO.
      *****************************************************************
       2600-VARRE-CARGO.
           IF NOT WRK-CARGOS-ABERTO-SW
               DISPLAY 'CARGOFUN NAO ENCONTRADO - INSTRUCAO DO CARGO '
                       INS-CHAVE(1:5) ' IGNORADA'
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WRK-CARGO-ACHADO.
           CALL "CARGLOOK" USING INS-CHAVE(1:5) WRK-TITULO-CARGO
               WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
               WRK-CARGO-ACHADO.
           IF NOT WRK-CARGO-ACHADO-SW
               DISPLAY 'CARGO ' INS-CHAVE(1:5) ' NAO CADASTRADO - '
                       'INSTRUCAO IGNORADA'
               GO TO 2600-EXIT
           END-IF.
           MOVE 'N' TO WRK-FIM-VARREDURA.
           MOVE LOW-VALUES TO EMP-CPF.
           START EMPLOYEE-MASTER KEY NOT < EMP-CPF
               INVALID KEY SET WRK-FIM-VARRE-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-VARRE-SW
               READ EMPLOYEE-MASTER NEXT RECORD
                   AT END SET WRK-FIM-VARRE-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2610-CONFERE-CARGO THRU 2610-EXIT
               UNTIL WRK-FIM-VARRE-SW.
       2600-EXIT.
           EXIT.
       2610-CONFERE-CARGO.
           IF NOT EMP-DESLIGADO
               MOVE EMP-CPF TO CFU-CPF
               READ POSITION-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CFU-CARGO = INS-CHAVE(1:5)
                           PERFORM 2300-APLICA-REAJUSTE THRU 2300-EXIT
                       END-IF
               END-READ
           END-IF.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-VARRE-SW TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.
      *****************************************************************
      * APLICA O REAJUSTE AO REGISTRO CORRENTE, REGRAVA O MESTRE,
      * IMPRIME A LINHA ANTES/DEPOIS, ACUMULA O TOTAL DO DEPARTAMENTO
      * E GRAVA A ALTERACAO NO AUDITLOG. REAJUSTE QUE ESTOURA A
           CLOSE EMPLOYEE-MASTER.
           CLOSE INSTRUCTION-FILE.
           CLOSE ADJUSTMENT-REPORT.
           IF WRK-CARGOS-ABERTO-SW
               CLOSE POSITION-FILE
           END-IF.
           IF WRK-HISTORICO-ABERTO-SW
               CLOSE HISTORY-FILE
           END-IF.
