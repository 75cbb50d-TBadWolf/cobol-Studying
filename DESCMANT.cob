      *          REGISTRO DE APLICADAS/REJEITADAS E AUDITLOG. E DESTE
      *          CADASTRO QUE O DESCMES GERA OS DESCONTOS DE CADA
      *          COMPETENCIA.
      * Mod Log:
      *   - MARGEM CONSIGNAVEL: INCLUSAO OU ALTERACAO DE CONTRATO COM
      *     CODIGO CONSIGNAVEL NO MARGPARM (CONSIGNADO OU CARTAO
      *     BENEFICIO) SO E ACEITA SE A SOMA DAS PARCELAS VIVAS DA
      *     MESMA NATUREZA DO CPF, COM A NOVA, CABE NO LIMITE APURADO
      *     PELO MARGCALC (35% / 5% DA BASE DA ULTIMA FOLHA); SEM
      *     FOLHA CALCULADA DO CPF O CONTRATO TAMBEM E REJEITADO. O
      *     CADASTRO PASSOU A ACESSO DINAMICO PARA SOMAR OS CONTRATOS.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT RECURRING-FILE ASSIGN TO "DESCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRC-CHAVE
               FILE STATUS IS WRK-FS-DESCONTOS.
           SELECT TRANSACTION-FILE ASSIGN TO "DESCTRAN"
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "MARGEM.CPY".
       77 WRK-FS-DESCONTOS         PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ENCONTRADO         VALUE "23" "35".
           88 WRK-FS-DUPLICADO              VALUE "22".
       77 WRK-QTDE-LIDAS           PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-APLICADAS       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-NATUREZA             PIC X(01) VALUE SPACE.
       77 WRK-NATUREZA-CONTRATO    PIC X(01) VALUE SPACE.
       77 WRK-FIM-CONTRATOS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTRATOS-SW          VALUE 'S'.
       77 WRK-COMPROMETIDO         PIC 9(07)V99 VALUE ZEROS.
       77 WRK-LIMITE-MARGEM        PIC 9(06)V99 VALUE ZEROS.
       77 WRK-COMPROMETIDO-ED      PIC Z.ZZZ.ZZ9,99.
       77 WRK-LIMITE-ED            PIC ZZZ.ZZ9,99.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "DESCMANT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE "APLICADA".
      * VALIDACOES: ACAO RECONHECIDA, CPF VALIDO E CADASTRADO NO
      * MESTRE, CODIGO PREENCHIDO E, QUANDO A TRANSACAO GRAVA O
      * CONTRATO, VALOR MAIOR QUE ZERO E PRAZO COERENTE (PARCELAS
      * MAIOR QUE ZERO OU MARCA DE SEM PRAZO 'S') E, SE O CODIGO E
      * CONSIGNAVEL, MARGEM PARA A PARCELA.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "PRAZO DO CONTRATO INVALIDO"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
               PERFORM 2150-VERIFICA-MARGEM THRU 2150-EXIT
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * MARGEM CONSIGNAVEL: SOMA A PARCELA DA TRANSACAO AS PARCELAS
      * DOS OUTROS CONTRATOS VIVOS DO CPF COM A MESMA NATUREZA (O
      * PROPRIO CONTRATO, NA ALTERACAO, ENTRA SO COM O VALOR NOVO) E
      * COMPARA COM O LIMITE DA NATUREZA DEVOLVIDO PELO MARGCALC
      * PARA O MES CORRENTE.
      *****************************************************************
       2150-VERIFICA-MARGEM.
           CALL "MARGNATU" USING TRN-CODIGO WRK-NATUREZA.
           IF WRK-NATUREZA = SPACE
               GO TO 2150-EXIT
           END-IF.
           CALL "MARGCALC" USING TRN-CPF WRK-ANO WRK-MES MRG-MARGEM.
           IF NOT MRG-ACHADO-SIM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "SEM FOLHA PARA A MARGEM" TO WRK-MOTIVO-REJEICAO
               GO TO 2150-EXIT
           END-IF.
           MOVE TRN-VALOR TO WRK-COMPROMETIDO.
           MOVE TRN-CPF TO DRC-CPF.
           MOVE LOW-VALUES TO DRC-CODIGO.
           MOVE 'N' TO WRK-FIM-CONTRATOS.
           START RECURRING-FILE KEY IS NOT < DRC-CHAVE
               INVALID KEY
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
           END-START.
           PERFORM 2160-SOMA-CONTRATO THRU 2160-EXIT
               UNTIL WRK-FIM-CONTRATOS-SW.
           IF WRK-NATUREZA = 'C'
               MOVE MRG-LIMITE-CARTAO TO WRK-LIMITE-MARGEM
           ELSE
               MOVE MRG-LIMITE-EMPRESTIMO TO WRK-LIMITE-MARGEM
           END-IF.
           IF WRK-COMPROMETIDO > WRK-LIMITE-MARGEM
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "MARGEM INSUFICIENTE" TO WRK-MOTIVO-REJEICAO
               MOVE WRK-COMPROMETIDO TO WRK-COMPROMETIDO-ED
               MOVE WRK-LIMITE-MARGEM TO WRK-LIMITE-ED
               DISPLAY 'DESCMANT: ' TRN-CPF '/' TRN-CODIGO
                       ' PARCELAS ' WRK-COMPROMETIDO-ED
                       ' LIMITE ' WRK-LIMITE-ED
                       ' (FOLHA ' MRG-MES '/' MRG-ANO ')'
           END-IF.
       2150-EXIT.
           EXIT.
       2160-SOMA-CONTRATO.
           READ RECURRING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
                   GO TO 2160-EXIT
           END-READ.
           IF DRC-CPF NOT = TRN-CPF
               SET WRK-FIM-CONTRATOS-SW TO TRUE
               GO TO 2160-EXIT
           END-IF.
           IF DRC-CODIGO = TRN-CODIGO
               GO TO 2160-EXIT
           END-IF.
           IF NOT DRC-SEM-PRAZO AND DRC-PARCELAS = ZEROS
               GO TO 2160-EXIT
           END-IF.
           CALL "MARGNATU" USING DRC-CODIGO WRK-NATUREZA-CONTRATO.
           IF WRK-NATUREZA-CONTRATO = WRK-NATUREZA
               ADD DRC-VALOR TO WRK-COMPROMETIDO
           END-IF.
       2160-EXIT.
           EXIT.
      *****************************************************************
      * APLICA A TRANSACAO JA VALIDADA: INCLUSAO GRAVA CONTRATO NOVO
      * (CHAVE JA EXISTENTE REJEITA), ALTERACAO/EXCLUSAO LOCALIZAM A
      * CHAVE (INEXISTENTE REJEITA).
