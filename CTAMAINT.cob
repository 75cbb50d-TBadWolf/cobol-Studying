      *          COMPLETA O SEGMENTO DE DETALHE DA REMESSA - ANTES, O
      *          BANCO/AGENCIA/CONTA ERA COMPLETADO NA MAO FORA DO
      *          SISTEMA.
      * Mod Log:
      *   - QUARENTENA DE CONTA ALTERADA: A PRIMEIRA LINHA DO SYSIN
      *     PASSOU A TRAZER A IDENTIFICACAO DO OPERADOR, CONFERIDA NO
      *     OPERAUT VIA OPERCHK (NAO AUTORIZADO = EXECUCAO CANCELADA COM
      *     RC=8). TODA INCLUSAO/ALTERACAO GRAVA NA CONTA A DATA, A HORA
      *     E O OPERADOR, E A ALTERACAO QUE MUDA BANCO, AGENCIA, CONTA,
      *     DIGITO OU TIPO GUARDA A CONTA QUE VALIA ANTES EM
      *     CTA-CONTA-ANTERIOR - O BANKPAY RETEM O CREDITO DE CONTA
      *     MUDADA DENTRO DA QUARENTENA OU PELO PROPRIO OPERADOR DA
      *     REMESSA, E A TESOURARIA PODE PAGA-LO NA CONTA ANTERIOR
      *     (BANKLIB). O OPERADOR SAI TAMBEM NO AUDITLOG.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-QTDE-REJEITADAS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "CTAMAINT".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       77 WRK-OPERADOR-RUN         PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-AGORA        PIC 9(06).
           02 FILLER                PIC 9(02).
       01 WRK-RESULT-AUDIT.
           02 FILLER                PIC X(14) VALUE "APLICADA OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
           02 FILLER                PIC X(08) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 WRK-EA-ACAO           PIC X(09).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 FILLER                PIC X(12) VALUE " REJEITADAS".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-OPERADOR-RUN FROM CONSOLE.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR-RUN
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR-RUN ' NAO AUTORIZADO '
                       'PARA O CTAMAINT - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           MOVE WRK-OPERADOR-RUN TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-TRANS-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO O CADASTRO NA PRIMEIRA CARGA, COMO
           EXIT.
       2210-INCLUI.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           MOVE ZEROS TO CTA-ANT-BANCO.
           MOVE ZEROS TO CTA-ANT-AGENCIA.
           MOVE ZEROS TO CTA-ANT-CONTA.
           MOVE SPACE TO CTA-ANT-DIGITO.
           MOVE SPACE TO CTA-ANT-TIPO.
           PERFORM 2245-MARCA-ALTERACAO THRU 2245-EXIT.
           WRITE CONTA-BANCARIA-REC.
           IF WRK-FS-DUPLICADO
               SET WRK-REJEITADA-SW TO TRUE
           END-IF.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * ALTERACAO: SE A CONTA DE FATO MUDA, A QUE VALIA ATE AGORA VAI
      * PARA CTA-CONTA-ANTERIOR E A CONTA GANHA A DATA/HORA E O
      * OPERADOR DA MUDANCA (QUE ABREM A QUARENTENA NO BANKPAY).
      * TRANSACAO QUE REPETE A MESMA CONTA NAO MEXE EM NENHUM DOS DOIS.
      *****************************************************************
       2220-ALTERA.
           IF TRN-BANCO NOT = CTA-BANCO
               OR TRN-AGENCIA NOT = CTA-AGENCIA
               OR TRN-CONTA NOT = CTA-CONTA
               OR TRN-DIGITO NOT = CTA-DIGITO
               OR TRN-TIPO NOT = CTA-TIPO
               MOVE CTA-BANCO TO CTA-ANT-BANCO
               MOVE CTA-AGENCIA TO CTA-ANT-AGENCIA
               MOVE CTA-CONTA TO CTA-ANT-CONTA
               MOVE CTA-DIGITO TO CTA-ANT-DIGITO
               MOVE CTA-TIPO TO CTA-ANT-TIPO
               PERFORM 2245-MARCA-ALTERACAO THRU 2245-EXIT
           END-IF.
           PERFORM 2240-MOVE-CAMPOS THRU 2240-EXIT.
           REWRITE CONTA-BANCARIA-REC.
           ADD 1 TO WRK-QTDE-APLICADAS.
           MOVE TRN-TIPO TO CTA-TIPO.
       2240-EXIT.
           EXIT.
       2245-MARCA-ALTERACAO.
           MOVE WRK-DATA-HOJE TO CTA-DATA-ALTERACAO.
           MOVE WRK-HORA-AGORA TO CTA-HORA-ALTERACAO.
           MOVE WRK-OPERADOR-RUN TO CTA-OPERADOR.
       2245-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA A TRANSACAO APLICADA NA TRILHA DE AUDITORIA
      * COMPARTILHADA - ACAO E CPF NA ENTRADA, COMO NO EMPMAINT.
