      *          TRANSACAO APLICADA NO AUDITLOG. E DA CONTAGEM DESTE
      *          CADASTRO (VIA DEPLOOK) QUE O DEDCALC ABATE A DEDUCAO
      *          LEGAL POR DEPENDENTE DA BASE DO IRRF.
      * Mod Log:
      *   - PLANO DE SAUDE: A TRANSACAO TRAZ A MARCA DE INSCRICAO DO
      *     DEPENDENTE NO PLANO DE SAUDE ('S' OU 'N'; BRANCO, COMO NOS
      *     ARQUIVOS ANTIGOS, GRAVA 'N'), CONFERIDA PELO PLANOREC
      *     CONTRA A FATURA DA OPERADORA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TRN-NOME                PIC X(20).
           02 TRN-NASCIMENTO          PIC 9(08).
           02 TRN-IRRF                PIC X(01).
           02 TRN-PLANO               PIC X(01).
           02 FILLER                  PIC X(06).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
      *****************************************************************
      * VALIDACOES: CODIGO DE ACAO, DIGITO VERIFICADOR DO CPF DO
      * TITULAR, CADASTRO DO TITULAR NO MESTRE, SEQUENCIA E DATA DE
      * NASCIMENTO NUMERICAS, MARCA DE IRRF 'S' OU 'N' E MARCA DE
      * PLANO DE SAUDE 'S', 'N' OU BRANCO.
      *****************************************************************
       2100-VALIDA-TRANSACAO.
           IF NOT TRN-INCLUSAO AND NOT TRN-ALTERACAO
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "MARCA DE IRRF INVALIDA"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
               IF TRN-PLANO NOT = 'S' AND TRN-PLANO NOT = 'N'
                   AND TRN-PLANO NOT = SPACE
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "MARCA DE PLANO INVALIDA"
                       TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
       2100-EXIT.
           MOVE TRN-NOME TO DEP-NOME.
           MOVE TRN-NASCIMENTO TO DEP-NASCIMENTO.
           MOVE TRN-IRRF TO DEP-IRRF.
           IF TRN-PLANO = 'S'
               MOVE 'S' TO DEP-PLANO-SAUDE
           ELSE
               MOVE 'N' TO DEP-PLANO-SAUDE
           END-IF.
       2240-EXIT.
           EXIT.
      *****************************************************************
