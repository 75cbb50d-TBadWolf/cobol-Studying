       IDENTIFICATION DIVISION.
       PROGRAM-ID. BHMOVTO.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: GRAVA UM MOVIMENTO NO BANCO DE HORAS (BANCOHR) E FAZ
      *          A COMPENSACAO. RECEBE CPF, DATA DO MOVIMENTO, TIPO
      *          ('C' CREDITO / 'D' DEBITO), ORIGEM ('P' FECHAMENTO DE
      *          PONTO, 'F' FOLGA APROVADA, 'V' CREDITO VENCIDO PAGO),
      *          MINUTOS E OPERADOR, E DEVOLVE O RESULTADO: 'S'
      *          GRAVADO, 'D' MOVIMENTO DE PONTO DA COMPETENCIA JA
      *          LANCADO (REPROCESSAMENTO DO HORAEXT NAO DUPLICA O
      *          CREDITO), 'E' CADASTRO INDISPONIVEL OU SEM SEQUENCIA
      *          LIVRE NA DATA. ANTES DE GRAVAR, ABATE OS MINUTOS DO
      *          MOVIMENTO NOVO DOS MOVIMENTOS EM ABERTO DO TIPO
      *          CONTRARIO DO MESMO CPF, DO MAIS ANTIGO PARA O MAIS
      *          NOVO - FOLGA CONSOME PRIMEIRO O CREDITO MAIS PERTO DE
      *          VENCER, E HORA EXTRA NOVA QUITA PRIMEIRO A FALTA MAIS
      *          ANTIGA. O QUE SOBRA FICA EM ABERTO NO PROPRIO
      *          MOVIMENTO. O CADASTRO E ABERTO NA PRIMEIRA CHAMADA DO
      *          RUN, CRIADO VAZIO QUANDO AINDA NAO EXISTE.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUR-BANK-FILE ASSIGN TO "BANCOHR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BHR-CHAVE
               FILE STATUS IS WRK-FS-BANCO.
       DATA DIVISION.
       FILE SECTION.
       FD  HOUR-BANK-FILE.
       COPY "BANCOHR.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-BANCO             PIC X(02) VALUE SPACES.
           88 WRK-FS-BANCO-OK               VALUE "00".
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-CADASTRO-ABERTO      PIC X(01) VALUE 'N'.
           88 WRK-CADASTRO-ABERTO-SW        VALUE 'S'.
       77 WRK-PRIMEIRA-CHAMADA     PIC X(01) VALUE 'S'.
           88 WRK-PRIMEIRA-CHAMADA-SW       VALUE 'S'.
       77 WRK-FIM-MOVIMENTOS       PIC X(01) VALUE 'N'.
           88 WRK-FIM-MOVTOS-SW             VALUE 'S'.
       77 WRK-SEQ-LIVRE            PIC 9(03) COMP VALUE ZEROS.
       77 WRK-MINUTOS-RESTANTES    PIC 9(05) VALUE ZEROS.
       77 WRK-MINUTOS-ABATIDOS     PIC 9(05) VALUE ZEROS.
       77 WRK-TIPO-CONTRARIO       PIC X(01) VALUE SPACE.
       LINKAGE SECTION.
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-DATA-LK              PIC 9(08).
       01 WRK-TIPO-LK              PIC X(01).
           88 WRK-TIPO-CREDITO-LK          VALUE 'C'.
       01 WRK-ORIGEM-LK            PIC X(01).
           88 WRK-ORIGEM-PONTO-LK          VALUE 'P'.
       01 WRK-MINUTOS-LK           PIC 9(05).
       01 WRK-OPERADOR-LK          PIC X(08).
       01 WRK-RESULTADO-LK         PIC X(01).
       PROCEDURE DIVISION USING WRK-CPF-LK WRK-DATA-LK WRK-TIPO-LK
               WRK-ORIGEM-LK WRK-MINUTOS-LK WRK-OPERADOR-LK
               WRK-RESULTADO-LK.
       0000-MAINLINE.
           IF WRK-PRIMEIRA-CHAMADA-SW
               PERFORM 1000-ABRE-CADASTRO THRU 1000-EXIT
           END-IF.
           IF NOT WRK-CADASTRO-ABERTO-SW
               MOVE 'E' TO WRK-RESULTADO-LK
               GOBACK
           END-IF.
           MOVE 'S' TO WRK-RESULTADO-LK.
           PERFORM 2000-DEFINE-SEQUENCIA THRU 2000-EXIT.
           IF WRK-RESULTADO-LK NOT = 'S'
               GOBACK
           END-IF.
           PERFORM 3000-COMPENSA THRU 3000-EXIT.
           PERFORM 4000-GRAVA-MOVIMENTO THRU 4000-EXIT.
           GOBACK.
      *****************************************************************
      * ABRE O CADASTRO NA PRIMEIRA CHAMADA DO RUN, CRIANDO-O QUANDO
      * AINDA NAO EXISTE (PRIMEIRO FECHAMENTO COM BANCO DE HORAS).
      *****************************************************************
       1000-ABRE-CADASTRO.
           MOVE 'N' TO WRK-PRIMEIRA-CHAMADA.
           OPEN I-O HOUR-BANK-FILE.
           IF WRK-FS-NAO-ENCONTRADO
               OPEN OUTPUT HOUR-BANK-FILE
               CLOSE HOUR-BANK-FILE
               OPEN I-O HOUR-BANK-FILE
           END-IF.
           IF WRK-FS-BANCO-OK
               SET WRK-CADASTRO-ABERTO-SW TO TRUE
           ELSE
               DISPLAY 'BHMOVTO: BANCOHR NAO PODE SER ABERTO - STATUS '
                       WRK-FS-BANCO ' - MOVIMENTOS NAO GRAVADOS'
           END-IF.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * MOVIMENTO DO FECHAMENTO DE PONTO USA SEMPRE A SEQUENCIA 00 DA
      * COMPETENCIA - SE JA EXISTE, O MES JA FOI LANCADO E O
      * MOVIMENTO E RECUSADO. OS DEMAIS PEGAM A PRIMEIRA SEQUENCIA
      * LIVRE DA DATA, A PARTIR DE 01.
      *****************************************************************
       2000-DEFINE-SEQUENCIA.
           MOVE WRK-CPF-LK TO BHR-CPF.
           MOVE WRK-DATA-LK TO BHR-DATA.
           MOVE ZEROS TO BHR-SEQ.
           IF WRK-ORIGEM-PONTO-LK
               READ HOUR-BANK-FILE
                   INVALID KEY
                       MOVE ZEROS TO WRK-SEQ-LIVRE
                   NOT INVALID KEY
                       MOVE 'D' TO WRK-RESULTADO-LK
               END-READ
               GO TO 2000-EXIT
           END-IF.
           MOVE 1 TO WRK-SEQ-LIVRE.
           MOVE 'N' TO WRK-FIM-MOVIMENTOS.
           START HOUR-BANK-FILE KEY IS NOT LESS THAN BHR-CHAVE
               INVALID KEY
                   SET WRK-FIM-MOVTOS-SW TO TRUE
           END-START.
           PERFORM 2100-PROCURA-SEQUENCIA THRU 2100-EXIT
               UNTIL WRK-FIM-MOVTOS-SW.
           IF WRK-SEQ-LIVRE > 99
               DISPLAY 'BHMOVTO: ' WRK-CPF-LK ' SEM SEQUENCIA LIVRE '
                       'EM ' WRK-DATA-LK ' - MOVIMENTO NAO GRAVADO'
               MOVE 'E' TO WRK-RESULTADO-LK
           END-IF.
       2000-EXIT.
           EXIT.
       2100-PROCURA-SEQUENCIA.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-MOVTOS-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF BHR-CPF NOT = WRK-CPF-LK
               OR BHR-DATA NOT = WRK-DATA-LK
               SET WRK-FIM-MOVTOS-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF BHR-SEQ NOT < WRK-SEQ-LIVRE
               COMPUTE WRK-SEQ-LIVRE = BHR-SEQ + 1
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * ABATE O MOVIMENTO NOVO DOS MOVIMENTOS EM ABERTO DO TIPO
      * CONTRARIO DO CPF, NA ORDEM DA CHAVE (MAIS ANTIGO PRIMEIRO),
      * ATE ACABAREM OS MINUTOS OU OS MOVIMENTOS DO CPF.
      *****************************************************************
       3000-COMPENSA.
           MOVE WRK-MINUTOS-LK TO WRK-MINUTOS-RESTANTES.
           IF WRK-TIPO-CREDITO-LK
               MOVE 'D' TO WRK-TIPO-CONTRARIO
           ELSE
               MOVE 'C' TO WRK-TIPO-CONTRARIO
           END-IF.
           MOVE WRK-CPF-LK TO BHR-CPF.
           MOVE ZEROS TO BHR-DATA.
           MOVE ZEROS TO BHR-SEQ.
           MOVE 'N' TO WRK-FIM-MOVIMENTOS.
           START HOUR-BANK-FILE KEY IS NOT LESS THAN BHR-CHAVE
               INVALID KEY
                   SET WRK-FIM-MOVTOS-SW TO TRUE
           END-START.
           PERFORM 3100-ABATE-MOVIMENTO THRU 3100-EXIT
               UNTIL WRK-FIM-MOVTOS-SW
                   OR WRK-MINUTOS-RESTANTES = ZEROS.
       3000-EXIT.
           EXIT.
       3100-ABATE-MOVIMENTO.
           READ HOUR-BANK-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-MOVTOS-SW TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF BHR-CPF NOT = WRK-CPF-LK
               SET WRK-FIM-MOVTOS-SW TO TRUE
               GO TO 3100-EXIT
           END-IF.
           IF BHR-TIPO NOT = WRK-TIPO-CONTRARIO
               OR NOT BHR-EM-ABERTO
               OR BHR-SALDO-MINUTOS = ZEROS
               GO TO 3100-EXIT
           END-IF.
           IF BHR-SALDO-MINUTOS > WRK-MINUTOS-RESTANTES
               MOVE WRK-MINUTOS-RESTANTES TO WRK-MINUTOS-ABATIDOS
           ELSE
               MOVE BHR-SALDO-MINUTOS TO WRK-MINUTOS-ABATIDOS
           END-IF.
           SUBTRACT WRK-MINUTOS-ABATIDOS FROM BHR-SALDO-MINUTOS.
           SUBTRACT WRK-MINUTOS-ABATIDOS FROM WRK-MINUTOS-RESTANTES.
           IF BHR-SALDO-MINUTOS = ZEROS
               SET BHR-COMPENSADO TO TRUE
               MOVE WRK-DATA-LK TO BHR-DATA-BAIXA
           END-IF.
           REWRITE BANCO-HORAS-REC.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O MOVIMENTO NOVO COM O QUE SOBROU DA COMPENSACAO - SE
      * NAO SOBROU NADA ELE JA NASCE COMPENSADO.
      *****************************************************************
       4000-GRAVA-MOVIMENTO.
           MOVE SPACES TO BANCO-HORAS-REC.
           MOVE WRK-CPF-LK TO BHR-CPF.
           MOVE WRK-DATA-LK TO BHR-DATA.
           MOVE WRK-SEQ-LIVRE TO BHR-SEQ.
           MOVE WRK-TIPO-LK TO BHR-TIPO.
           MOVE WRK-ORIGEM-LK TO BHR-ORIGEM.
           MOVE WRK-MINUTOS-LK TO BHR-MINUTOS.
           MOVE WRK-MINUTOS-RESTANTES TO BHR-SALDO-MINUTOS.
           IF WRK-MINUTOS-RESTANTES > ZEROS
               SET BHR-EM-ABERTO TO TRUE
               MOVE ZEROS TO BHR-DATA-BAIXA
           ELSE
               SET BHR-COMPENSADO TO TRUE
               MOVE WRK-DATA-LK TO BHR-DATA-BAIXA
           END-IF.
           MOVE WRK-OPERADOR-LK TO BHR-OPERADOR.
           WRITE BANCO-HORAS-REC.
           IF WRK-FS-DUPLICADO
               MOVE 'D' TO WRK-RESULTADO-LK
           END-IF.
       4000-EXIT.
           EXIT.
       END PROGRAM BHMOVTO.
