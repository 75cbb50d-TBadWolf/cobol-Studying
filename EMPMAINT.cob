      *     DEPTLOOK) - UM 'FIN ' DIGITADO NO LUGAR DE 'FINA' DEIXA DE
      *     CRIAR UM CENTRO DE CUSTO NOVO EM SILENCIO NO DEPTROLL E NO
      *     GLPOST.
      *   - CARGO DO FUNCIONARIO: A TRANSACAO GANHOU O CODIGO DO CARGO
      *     (LOGO DEPOIS DO ESTABELECIMENTO, TIRADO DO FILLER),
      *     VALIDADO NAS INCLUSOES/ALTERACOES CONTRA O MESTRE DE CARGOS
      *     (CARGOMST, VIA CARGLOOK) COMO O DEPARTAMENTO E GRAVADO NO
      *     CARGOFUN (O EMPLOYEE-RECORD NAO TEM ESPACO); A EXCLUSAO DO
      *     FUNCIONARIO APAGA TAMBEM O CARGO DELE.
      *   - TRANSFERENCIA: NOVA ACAO 'T' COM DATA EFETIVA (TIRADA DO
      *     FILLER), NOVO DEPARTAMENTO (VALIDADO NO DEPTMSTR) E NOVO
      *     ESTABELECIMENTO. GRAVA NO HISTORICO TRANSF O LOCAL DE
      *     ANTES E O DE DEPOIS E ATUALIZA O MESTRE (COM DIARIO E
      *     AUDITLOG) - E DESSE HISTORICO QUE O TRFCALC DIVIDE O MES
      *     POR DIAS NO GLPOST/FGTSGUIA/ESOCIAL/PAYREG, EM VEZ DO MES
      *     INTEIRO IR PARA O LOCAL NOVO. TRANSFERENCIA SEM MUDANCA,
      *     DE DESLIGADO, COM DATA ATE A ADMISSAO OU NAO POSTERIOR A
      *     ULTIMA JA REGISTRADA E REJEITADA. A ALTERACAO 'A' CONTINUA
      *     SOBREPONDO O DEPARTAMENTO, PARA CORRECAO DE CADASTRO.
      *   - DUPLO CONTROLE: ALTERACAO QUE MUDA O SALARIO ACIMA DO
      *     LIMITE (% SOBRE O SALARIO ATUAL, SEGUNDA LINHA DO SYSIN,
      *     10% QUANDO EM BRANCO), REVERTE O STATUS (DESLIGADO <->
      *     ATIVO) OU MUDA O ESTABELECIMENTO - E TRANSFERENCIA QUE MUDA
      *     O ESTABELECIMENTO - DEIXA DE SER APLICADA: VAI PARA O
      *     ARQUIVO DE PENDENTES EMPPEND COM O OPERADOR SOLICITANTE E
      *     SAI COMO 'PENDENTE' NO REGISTRO. QUEM APROVA E APLICA E O
      *     EMPAPROV, COM OUTRO OPERADOR. CPF COM PEDIDO PENDENTE TEM
      *     QUALQUER OUTRA TRANSACAO REJEITADA ATE A DECISAO.
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
           SELECT TRANSFER-FILE ASSIGN TO "TRANSF"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TRF-CHAVE
               FILE STATUS IS WRK-FS-TRANSF.
           SELECT PENDING-FILE ASSIGN TO "EMPPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PEND.
           SELECT TRANSACTION-FILE ASSIGN TO "EMPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAINTENANCE-REPORT ASSIGN TO "EMPMNTRP"
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  POSITION-FILE.
       COPY "CARGOFUN.CPY".
       FD  TRANSFER-FILE.
       COPY "TRANSF.CPY".
       FD  PENDING-FILE.
       COPY "EMPPEND.CPY".
       FD  TRANSACTION-FILE.
       01  TRANSACTION-REC.
           02 TRN-ACAO                PIC X(01).
               88 TRN-INCLUSAO                  VALUE 'I'.
               88 TRN-ALTERACAO                 VALUE 'A'.
               88 TRN-EXCLUSAO                  VALUE 'E'.
               88 TRN-TRANSFERENCIA             VALUE 'T'.
           02 TRN-CPF                 PIC X(11).
           02 TRN-NOME                PIC X(20).
           02 TRN-SALARIO             PIC 9(06)V99.
           02 TRN-STATUS              PIC X(01).
           02 TRN-DATA-DESLIGAMENTO   PIC 9(08).
           02 TRN-ESTABELECIMENTO     PIC X(01).
           02 TRN-CARGO               PIC X(05).
           02 TRN-DATA-TRANSFERENCIA  PIC 9(08).
           02 TRN-DATA-TRANSF-R REDEFINES TRN-DATA-TRANSFERENCIA.
               03 TRN-TRF-ANO          PIC 9(04).
               03 TRN-TRF-MES          PIC 9(02).
               03 TRN-TRF-DIA          PIC 9(02).
           02 FILLER                  PIC X(02).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-FS-CARGO-FUNC        PIC X(02) VALUE SPACES.
           88 WRK-FS-CARGO-NAO-ENCONTRADO    VALUE "23" "35".
           88 WRK-FS-CARGO-DUPLICADO         VALUE "22".
       77 WRK-FS-TRANSF            PIC X(02) VALUE SPACES.
           88 WRK-FS-TRANSF-NAO-ENCONTRADO   VALUE "23" "35".
           88 WRK-FS-TRANSF-DUPLICADO        VALUE "22".
       77 WRK-FS-PEND              PIC X(02) VALUE SPACES.
           88 WRK-FS-PEND-NAO-ENCONTRADO     VALUE "23" "35".
           88 WRK-FS-PEND-DUPLICADO          VALUE "22".
       77 WRK-FIM-PEND             PIC X(01) VALUE 'N'.
           88 WRK-FIM-PEND-SW               VALUE 'S'.
       77 WRK-PEND-ABERTO          PIC X(01) VALUE 'N'.
           88 WRK-PEND-ABERTO-SW            VALUE 'S'.
       77 WRK-TRANS-PENDENTE       PIC X(01) VALUE 'N'.
           88 WRK-PENDENTE-SW               VALUE 'S'.
       77 WRK-SENSIVEL             PIC X(01) VALUE 'N'.
           88 WRK-SENSIVEL-SW               VALUE 'S'.
       77 WRK-MUDA-SALARIO         PIC X(01) VALUE 'N'.
       77 WRK-MUDA-STATUS          PIC X(01) VALUE 'N'.
       77 WRK-MUDA-ESTAB           PIC X(01) VALUE 'N'.
       77 WRK-LIMITE-SALARIO       PIC 9(03) VALUE ZEROS.
       77 WRK-VARIACAO-SALARIO     PIC 9(06)V99 VALUE ZEROS.
       77 WRK-QTDE-PENDENTES       PIC 9(05) COMP VALUE ZEROS.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-AGORA        PIC 9(06).
           02 FILLER                PIC 9(02).
       01 WRK-MOTIVO-PENDENTE.
           02 FILLER                PIC X(09) VALUE "AGUARDA: ".
           02 WRK-MP-SALARIO        PIC X(08).
           02 WRK-MP-STATUS         PIC X(07).
           02 WRK-MP-ESTAB          PIC X(06).
       77 WRK-ESTAB-ATUAL          PIC X(01) VALUE SPACE.
       77 WRK-ESTAB-NOVO           PIC X(01) VALUE SPACE.
       77 WRK-TRANSF-POSTERIOR     PIC X(01) VALUE 'N'.
           88 WRK-TRANSF-POSTERIOR-SW       VALUE 'S'.
       77 WRK-FIM-TRANSACOES       PIC X(01) VALUE 'N'.
           88 WRK-FIM-TRANS-SW              VALUE 'S'.
       77 WRK-CPF-VALIDO           PIC X(01) VALUE 'N'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-DEPTO-ACHADO-SW           VALUE 'S'.
       77 WRK-TITULO-CARGO         PIC X(30) VALUE SPACES.
       77 WRK-CARGO-MINIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-MAXIMA         PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-PISO           PIC 9(06)V99 VALUE ZEROS.
       77 WRK-CARGO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-CARGO-ACHADO-SW           VALUE 'S'.
       77 WRK-JRN-ACAO             PIC X(01) VALUE SPACE.
       77 WRK-IMAGEM-ANTES         PIC X(64) VALUE SPACES.
       77 WRK-IMAGEM-DEPOIS        PIC X(64) VALUE SPACES.
           02 WRK-TOT-APLIC-ED      PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " APLICADAS, ".
           02 WRK-TOT-REJEIT-ED     PIC ZZZZ9.
           02 FILLER                PIC X(13) VALUE " REJEITADAS, ".
           02 WRK-TOT-PEND-ED       PIC ZZZZ9.
           02 FILLER                PIC X(10) VALUE " PENDENTES".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-OPERADOR-RUN FROM CONSOLE.
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-LIMITE-SALARIO FROM CONSOLE.
           IF WRK-LIMITE-SALARIO NOT NUMERIC
               OR WRK-LIMITE-SALARIO = ZEROS
               MOVE 10 TO WRK-LIMITE-SALARIO
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               CLOSE EMPLOYEE-MASTER
               OPEN I-O EMPLOYEE-MASTER
           END-IF.
           OPEN I-O POSITION-FILE.
           IF WRK-FS-CARGO-NAO-ENCONTRADO
               OPEN OUTPUT POSITION-FILE
               CLOSE POSITION-FILE
               OPEN I-O POSITION-FILE
           END-IF.
           OPEN I-O TRANSFER-FILE.
           IF WRK-FS-TRANSF-NAO-ENCONTRADO
               OPEN OUTPUT TRANSFER-FILE
               CLOSE TRANSFER-FILE
               OPEN I-O TRANSFER-FILE
           END-IF.
           OPEN I-O PENDING-FILE.
           IF WRK-FS-PEND-NAO-ENCONTRADO
               OPEN OUTPUT PENDING-FILE
               CLOSE PENDING-FILE
               OPEN I-O PENDING-FILE
           END-IF.
           OPEN INPUT TRANSACTION-FILE.
           OPEN OUTPUT MAINTENANCE-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-TRANS-REJEITADA.
           MOVE 'N' TO WRK-TRANS-PENDENTE.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2100-VALIDA-TRANSACAO THRU 2100-EXIT.
           IF NOT WRK-REJEITADA-SW
      * VALIDACOES QUE NAO DEPENDEM DO MESTRE: CODIGO DE ACAO
      * RECONHECIDO, DIGITO VERIFICADOR DO CPF NAS INCLUSOES E
      * SALARIO NUMERICO E MAIOR QUE ZERO QUANDO A TRANSACAO GRAVA
      * SALARIO (INCLUSAO/ALTERACAO), DEPARTAMENTO E CARGO
      * CADASTRADOS. A TRANSFERENCIA SO EXIGE DATA EFETIVA VALIDA E O
      * NOVO DEPARTAMENTO CADASTRADO.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
               AND NOT TRN-EXCLUSAO AND NOT TRN-TRANSFERENCIA
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CODIGO DE ACAO INVALIDO" TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF TRN-TRANSFERENCIA
               PERFORM 2110-VALIDA-TRANSFERENCIA THRU 2110-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF TRN-INCLUSAO
               MOVE 'N' TO WRK-CPF-VALIDO
               CALL "CPFVALID" USING TRN-CPF WRK-CPF-VALIDO
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "DEPARTAMENTO NAO CADASTRADO"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
               MOVE 'N' TO WRK-CARGO-ACHADO
               CALL "CARGLOOK" USING TRN-CARGO WRK-TITULO-CARGO
                   WRK-CARGO-MINIMA WRK-CARGO-MAXIMA WRK-CARGO-PISO
                   WRK-CARGO-ACHADO
               IF NOT WRK-CARGO-ACHADO-SW
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CARGO NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
       2100-EXIT.
           EXIT.
       2110-VALIDA-TRANSFERENCIA.
           IF TRN-DATA-TRANSFERENCIA NOT NUMERIC
               OR TRN-TRF-ANO = ZEROS
               OR TRN-TRF-MES < 1 OR TRN-TRF-MES > 12
               OR TRN-TRF-DIA < 1 OR TRN-TRF-DIA > 31
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA DE TRANSFERENCIA INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2110-EXIT
           END-IF.
           MOVE 'N' TO WRK-DEPTO-ACHADO.
           CALL "DEPTLOOK" USING TRN-DEPTO WRK-DESCRICAO-DEPTO
               WRK-DEPTO-ACHADO.
           IF NOT WRK-DEPTO-ACHADO-SW
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DEPARTAMENTO NAO CADASTRADO"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA REGISTRO NOVO
      * (CPF JA CADASTRADO REJEITA), ALTERACAO/EXCLUSAO LOCALIZAM O
      * CPF PELO MESTRE (NAO CADASTRADO REJEITA). CPF COM ALTERACAO
      * SENSIVEL AGUARDANDO APROVACAO NO EMPPEND REJEITA.
      *****************************************************************
       2200-APLICA-TRANSACAO.
           MOVE TRN-CPF TO EMP-CPF.
               PERFORM 2210-INCLUI THRU 2210-EXIT
               GO TO 2200-EXIT
           END-IF.
           PERFORM 2400-PROCURA-PENDENTE THRU 2400-EXIT.
           IF WRK-PEND-ABERTO-SW
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CPF COM ALTERACAO PENDENTE" TO WRK-MOTIVO-REJEICAO
               GO TO 2200-EXIT
           END-IF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "CPF NAO CADASTRADO" TO WRK-MOTIVO-REJEICAO
               NOT INVALID KEY
                   MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-ANTES
                   EVALUATE TRUE
                       WHEN TRN-ALTERACAO
                           PERFORM 2220-ALTERA THRU 2220-EXIT
                       WHEN TRN-TRANSFERENCIA
                           PERFORM 2280-TRANSFERE THRU 2280-EXIT
                       WHEN OTHER
                           PERFORM 2230-EXCLUI THRU 2230-EXIT
                   END-EVALUATE
           END-READ.
       2200-EXIT.
           EXIT.
               MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS
               MOVE 'I' TO WRK-JRN-ACAO
               PERFORM 2260-GRAVA-DIARIO THRU 2260-EXIT
               PERFORM 2270-GRAVA-CARGO THRU 2270-EXIT
           END-IF.
       2210-EXIT.
           EXIT.
       2220-ALTERA.
           PERFORM 2420-CONFERE-ALTERACAO THRU 2420-EXIT.
           IF WRK-SENSIVEL-SW
               PERFORM 2450-GRAVA-PENDENTE THRU 2450-EXIT
               GO TO 2220-EXIT
           END-IF.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE EMPLOYEE-RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO WRK-JRN-ACAO.
           PERFORM 2260-GRAVA-DIARIO THRU 2260-EXIT.
           PERFORM 2270-GRAVA-CARGO THRU 2270-EXIT.
       2220-EXIT.
           EXIT.
       2230-EXCLUI.
           MOVE SPACES TO WRK-IMAGEM-DEPOIS.
           MOVE 'E' TO WRK-JRN-ACAO.
           PERFORM 2260-GRAVA-DIARIO THRU 2260-EXIT.
           MOVE TRN-CPF TO CFU-CPF.
           DELETE POSITION-FILE RECORD
               INVALID KEY
                   CONTINUE
           END-DELETE.
       2230-EXIT.
           EXIT.
      *****************************************************************
       2260-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA (OU REGRAVA) O CARGO DO FUNCIONARIO NO CARGOFUN, COM A
      * DATA DO LOTE.
      *****************************************************************
       2270-GRAVA-CARGO.
           MOVE SPACES TO CARGO-FUNCIONARIO-REC.
           MOVE TRN-CPF TO CFU-CPF.
           MOVE TRN-CARGO TO CFU-CARGO.
           MOVE WRK-DATA-HOJE TO CFU-DATA-ATUALIZACAO.
           WRITE CARGO-FUNCIONARIO-REC.
           IF WRK-FS-CARGO-DUPLICADO
               REWRITE CARGO-FUNCIONARIO-REC
           END-IF.
       2270-EXIT.
           EXIT.
      *****************************************************************
      * TRANSFERENCIA: GRAVA NO TRANSF O LOCAL ATUAL DO MESTRE COMO
      * 'ANTERIOR' E O DA TRANSACAO COMO 'NOVO', E SO ENTAO REGRAVA O
      * MESTRE NO LOCAL NOVO. SO ACEITA DATA POSTERIOR A TODAS AS
      * TRANSFERENCIAS JA REGISTRADAS DO CPF, PARA O 'ANTERIOR' DE
      * CADA UMA SER SEMPRE O 'NOVO' DA PRECEDENTE.
      *****************************************************************
       2280-TRANSFERE.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-ATUAL
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-ATUAL
           END-IF.
           IF TRN-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-NOVO
           ELSE
               MOVE TRN-ESTABELECIMENTO TO WRK-ESTAB-NOVO
           END-IF.
           IF EMP-DESLIGADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "FUNCIONARIO DESLIGADO" TO WRK-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           IF TRN-DEPTO = EMP-DEPTO AND WRK-ESTAB-NOVO = WRK-ESTAB-ATUAL
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "TRANSFERENCIA SEM MUDANCA" TO WRK-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           IF EMP-DATA-ADMISSAO NUMERIC
               AND TRN-DATA-TRANSFERENCIA NOT > EMP-DATA-ADMISSAO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "TRANSFERENCIA ATE A ADMISSAO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           PERFORM 2290-PROCURA-POSTERIOR THRU 2290-EXIT.
           IF WRK-TRANSF-POSTERIOR-SW
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "HA TRANSFERENCIA NA DATA OU APOS"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           IF WRK-ESTAB-NOVO NOT = WRK-ESTAB-ATUAL
               MOVE 'N' TO WRK-MUDA-SALARIO
               MOVE 'N' TO WRK-MUDA-STATUS
               MOVE 'S' TO WRK-MUDA-ESTAB
               PERFORM 2450-GRAVA-PENDENTE THRU 2450-EXIT
               GO TO 2280-EXIT
           END-IF.
           MOVE SPACES TO TRANSFERENCIA-REC.
           MOVE TRN-CPF TO TRF-CPF.
           MOVE TRN-DATA-TRANSFERENCIA TO TRF-DATA-EFETIVA.
           MOVE EMP-DEPTO TO TRF-DEPTO-ANTERIOR.
           MOVE WRK-ESTAB-ATUAL TO TRF-ESTAB-ANTERIOR.
           MOVE TRN-DEPTO TO TRF-DEPTO-NOVO.
           MOVE WRK-ESTAB-NOVO TO TRF-ESTAB-NOVO.
           MOVE WRK-OPERADOR-RUN TO TRF-OPERADOR.
           MOVE WRK-DATA-HOJE TO TRF-DATA-REGISTRO.
           WRITE TRANSFERENCIA-REC.
           IF WRK-FS-TRANSF-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "HA TRANSFERENCIA NA DATA OU APOS"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2280-EXIT
           END-IF.
           MOVE TRN-DEPTO TO EMP-DEPTO.
           MOVE WRK-ESTAB-NOVO TO EMP-ESTABELECIMENTO.
           REWRITE EMPLOYEE-RECORD.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE "TRANSFERE" TO WRK-EA-ACAO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
           MOVE EMPLOYEE-RECORD TO WRK-IMAGEM-DEPOIS.
           MOVE 'A' TO WRK-JRN-ACAO.
           PERFORM 2260-GRAVA-DIARIO THRU 2260-EXIT.
       2280-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA TRANSFERENCIA DO CPF NA DATA EFETIVA DA TRANSACAO OU
      * DEPOIS DELA.
      *****************************************************************
       2290-PROCURA-POSTERIOR.
           MOVE 'N' TO WRK-TRANSF-POSTERIOR.
           MOVE TRN-CPF TO TRF-CPF.
           MOVE TRN-DATA-TRANSFERENCIA TO TRF-DATA-EFETIVA.
           START TRANSFER-FILE KEY IS NOT LESS THAN TRF-CHAVE
               INVALID KEY
                   GO TO 2290-EXIT
           END-START.
           READ TRANSFER-FILE NEXT RECORD
               AT END
                   GO TO 2290-EXIT
           END-READ.
           IF TRF-CPF = TRN-CPF
               SET WRK-TRANSF-POSTERIOR-SW TO TRUE
           END-IF.
       2290-EXIT.
           EXIT.
      *****************************************************************
      * PROCURA NO EMPPEND UM PEDIDO DO CPF AINDA PENDENTE DE DECISAO
      * - SO PODE HAVER UM POR CPF, E ENQUANTO ELE EXISTE O MESTRE DO
      * CPF NAO PODE MUDAR POR OUTRO CAMINHO.
      *****************************************************************
       2400-PROCURA-PENDENTE.
           MOVE 'N' TO WRK-PEND-ABERTO.
           MOVE 'N' TO WRK-FIM-PEND.
           MOVE TRN-CPF TO PND-CPF.
           MOVE ZEROS TO PND-DATA-PEDIDO.
           MOVE ZEROS TO PND-HORA-PEDIDO.
           START PENDING-FILE KEY IS NOT LESS THAN PND-CHAVE
               INVALID KEY
                   GO TO 2400-EXIT
           END-START.
           PERFORM 2410-LE-PENDENTE THRU 2410-EXIT
               UNTIL WRK-FIM-PEND-SW OR WRK-PEND-ABERTO-SW.
       2400-EXIT.
           EXIT.
       2410-LE-PENDENTE.
           READ PENDING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-PEND-SW TO TRUE
                   GO TO 2410-EXIT
           END-READ.
           IF PND-CPF NOT = TRN-CPF
               SET WRK-FIM-PEND-SW TO TRUE
               GO TO 2410-EXIT
           END-IF.
           IF PND-PENDENTE
               SET WRK-PEND-ABERTO-SW TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.
      *****************************************************************
      * ALTERACAO SENSIVEL: SALARIO QUE VARIA (PARA MAIS OU PARA MENOS)
      * ACIMA DO LIMITE PERCENTUAL DO LOTE, STATUS QUE PASSA DE
      * DESLIGADO PARA ATIVO OU AO CONTRARIO, OU ESTABELECIMENTO
      * DIFERENTE (BRANCO VALE '1').
      *****************************************************************
       2420-CONFERE-ALTERACAO.
           MOVE 'N' TO WRK-SENSIVEL.
           MOVE 'N' TO WRK-MUDA-SALARIO.
           MOVE 'N' TO WRK-MUDA-STATUS.
           MOVE 'N' TO WRK-MUDA-ESTAB.
           IF TRN-SALARIO > EMP-SALARIO
               COMPUTE WRK-VARIACAO-SALARIO = TRN-SALARIO - EMP-SALARIO
           ELSE
               COMPUTE WRK-VARIACAO-SALARIO = EMP-SALARIO - TRN-SALARIO
           END-IF.
           IF WRK-VARIACAO-SALARIO * 100 >
               EMP-SALARIO * WRK-LIMITE-SALARIO
               MOVE 'S' TO WRK-MUDA-SALARIO
           END-IF.
           IF EMP-DESLIGADO AND TRN-STATUS NOT = 'D'
               MOVE 'S' TO WRK-MUDA-STATUS
           END-IF.
           IF NOT EMP-DESLIGADO AND TRN-STATUS = 'D'
               MOVE 'S' TO WRK-MUDA-STATUS
           END-IF.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-ATUAL
           ELSE
               MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-ATUAL
           END-IF.
           IF TRN-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-ESTAB-NOVO
           ELSE
               MOVE TRN-ESTABELECIMENTO TO WRK-ESTAB-NOVO
           END-IF.
           IF WRK-ESTAB-NOVO NOT = WRK-ESTAB-ATUAL
               MOVE 'S' TO WRK-MUDA-ESTAB
           END-IF.
           IF WRK-MUDA-SALARIO = 'S' OR WRK-MUDA-STATUS = 'S'
               OR WRK-MUDA-ESTAB = 'S'
               SET WRK-SENSIVEL-SW TO TRUE
           END-IF.
       2420-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA A TRANSACAO SENSIVEL NO EMPPEND EM VEZ DE APLICA-LA, COM
      * O OPERADOR SOLICITANTE E A IMAGEM DO MESTRE NO MOMENTO DO
      * PEDIDO - O EMPAPROV SO APLICA SE O MESTRE AINDA ESTIVER IGUAL.
      *****************************************************************
       2450-GRAVA-PENDENTE.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           MOVE SPACES TO PENDING-CHANGE-REC.
           MOVE TRN-CPF TO PND-CPF.
           MOVE WRK-DATA-HOJE TO PND-DATA-PEDIDO.
           MOVE WRK-HORA-AGORA TO PND-HORA-PEDIDO.
           MOVE 'P' TO PND-SITUACAO.
           MOVE WRK-MUDA-SALARIO TO PND-MUDA-SALARIO.
           MOVE WRK-MUDA-STATUS TO PND-MUDA-STATUS.
           MOVE WRK-MUDA-ESTAB TO PND-MUDA-ESTAB.
           MOVE WRK-OPERADOR-RUN TO PND-SOLICITANTE.
           MOVE ZEROS TO PND-DATA-DECISAO.
           MOVE ZEROS TO PND-HORA-DECISAO.
           MOVE TRANSACTION-REC TO PND-TRANSACAO.
           MOVE WRK-IMAGEM-ANTES TO PND-IMAGEM-ANTES.
           WRITE PENDING-CHANGE-REC.
           IF WRK-FS-PEND-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "PEDIDO DUPLICADO NO HORARIO" TO WRK-MOTIVO-REJEICAO
               GO TO 2450-EXIT
           END-IF.
           SET WRK-PENDENTE-SW TO TRUE.
           ADD 1 TO WRK-QTDE-PENDENTES.
           MOVE SPACES TO WRK-MP-SALARIO.
           MOVE SPACES TO WRK-MP-STATUS.
           MOVE SPACES TO WRK-MP-ESTAB.
           IF WRK-MUDA-SALARIO = 'S'
               MOVE "SALARIO" TO WRK-MP-SALARIO
           END-IF.
           IF WRK-MUDA-STATUS = 'S'
               MOVE "STATUS" TO WRK-MP-STATUS
           END-IF.
           IF WRK-MUDA-ESTAB = 'S'
               MOVE "ESTAB." TO WRK-MP-ESTAB
           END-IF.
           MOVE "PEDIDO" TO WRK-EA-ACAO.
           MOVE "AGUARDA APROVACAO" TO WRK-AUD-RESULTADO.
           PERFORM 2250-GRAVA-AUDITORIA THRU 2250-EXIT.
           MOVE "APLICADA" TO WRK-AUD-RESULTADO.
       2450-EXIT.
           EXIT.
      *****************************************************************
      * CARREGA NO REGISTRO DO MESTRE TODOS OS CAMPOS VINDOS DA
      * TRANSACAO - O LAYOUT DE EMPTRANS ESPELHA O EMPMSTR, ENTAO
      * INCLUSAO E ALTERACAO GRAVAM O REGISTRO COMPLETO.
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
           ELSE
               IF WRK-PENDENTE-SW
                   MOVE "PENDENTE" TO WRK-D-SITUACAO
                   MOVE WRK-MOTIVO-PENDENTE TO WRK-D-MOTIVO
               ELSE
                   MOVE "APLICADA" TO WRK-D-SITUACAO
               END-IF
           END-IF.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-DETALHE.
       2300-EXIT.
           MOVE WRK-QTDE-LIDAS TO WRK-TOT-LIDAS-ED.
           MOVE WRK-QTDE-APLICADAS TO WRK-TOT-APLIC-ED.
           MOVE WRK-QTDE-REJEITADAS TO WRK-TOT-REJEIT-ED.
           MOVE WRK-QTDE-PENDENTES TO WRK-TOT-PEND-ED.
           WRITE MAINTENANCE-REPORT-REC FROM WRK-LINHA-TOTAL.
           CLOSE EMPLOYEE-MASTER.
           CLOSE POSITION-FILE.
           CLOSE TRANSFER-FILE.
           CLOSE PENDING-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE MAINTENANCE-REPORT.
       3000-EXIT.
