      *          ERA DO EMP-DEPTO LIVRE EM QUE UM 'FIN ' DIGITADO NO
      *          LUGAR DE 'FINA' CRIAVA UM CENTRO DE CUSTO NOVO EM
      *          SILENCIO.
      * Mod Log:
      *   - REGIME DE HORA EXTRA DO DEPARTAMENTO: A TRANSACAO PASSOU A
      *     TRAZER O DPT-REGIME-HORA-EXTRA ('P' PAGA, 'B' BANCO DE
      *     HORAS, BRANCO VALE 'P'), VALIDADO NA INCLUSAO/ALTERACAO -
      *     E ELE QUE DIZ AO HORAEXT SE O EXCEDENTE DO MES VIRA VERBA
      *     'HEX' OU CREDITO NO BANCOHR.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 TRN-DESCRICAO           PIC X(20).
           02 TRN-CONTA-CUSTO         PIC X(06).
           02 TRN-GESTOR              PIC X(20).
           02 TRN-REGIME-HORA-EXTRA   PIC X(01).
           02 FILLER                  PIC X(08).
       FD  MAINTENANCE-REPORT.
       01  MAINTENANCE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
               IF TRN-DESCRICAO = SPACES
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "DESCRICAO EM BRANCO" TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
               END-IF
               IF TRN-REGIME-HORA-EXTRA NOT = 'P'
                   AND TRN-REGIME-HORA-EXTRA NOT = 'B'
                   AND TRN-REGIME-HORA-EXTRA NOT = SPACE
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "REGIME DE HORA EXTRA INVALIDO"
                       TO WRK-MOTIVO-REJEICAO
               END-IF
           END-IF.
       2100-EXIT.
           MOVE TRN-DESCRICAO TO DPT-DESCRICAO.
           MOVE TRN-CONTA-CUSTO TO DPT-CONTA-CUSTO.
           MOVE TRN-GESTOR TO DPT-GESTOR.
           IF TRN-REGIME-HORA-EXTRA = 'B'
               MOVE 'B' TO DPT-REGIME-HORA-EXTRA
           ELSE
               MOVE 'P' TO DPT-REGIME-HORA-EXTRA
           END-IF.
       2240-EXIT.
           EXIT.
       2250-GRAVA-AUDITORIA.
