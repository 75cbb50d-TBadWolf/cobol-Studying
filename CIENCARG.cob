       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIENCARG.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: CARGA DO RETORNO DE CIENCIA DO PORTAL DE RH - LE O
      *          ARQUIVO CIENRET DEVOLVIDO PELO FORNECEDOR DO PORTAL
      *          (LAYOUT FIXO DE 80 POSICOES: HEADER '0', UMA CIENCIA
      *          '1' POR HOLERITE - CPF, COMPETENCIA, TIPO DE FOLHA,
      *          SEQUENCIA, DATA E HORA EM QUE O FUNCIONARIO DEU
      *          CIENCIA - E TRAILER '9') E REGISTRA CADA CIENCIA NO
      *          ACOMPANHAMENTO (CIENCIA), PELA MESMA CHAVE DO HOLEREPO
      *          GRAVADA NO ENVIO PELO HOLEPORT. E A PROVA DE ENTREGA
      *          QUE A RECLAMACAO TRABALHISTA PEDE - O HOLECONS A MOSTRA
      *          NA REIMPRESSAO. REJEITA (E LISTA NO CIENCGRP) A CIENCIA
      *          DE HOLERITE NAO ENVIADO AO PORTAL, DE HOLERITE ENTREGUE
      *          IMPRESSO, COM DATA INVALIDA OU ANTERIOR AO ENVIO; A
      *          CIENCIA REPETIDA DE UM HOLERITE JA CIENTE E SO
      *          LISTADA - VALE A PRIMEIRA. TERMINA COM RC=4 QUANDO HA
      *          REJEICAO E COM RC=8 SE O ARQUIVO DE RETORNO OU O
      *          ACOMPANHAMENTO NAO EXISTIREM.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "CIENRET"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RETORNO.
           SELECT TRACKING-FILE ASSIGN TO "CIENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIE-CHAVE
               FILE STATUS IS WRK-FS-CIENCIA.
           SELECT LOAD-REPORT ASSIGN TO "CIENCGRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  RETURN-FILE.
       01  RETURN-REC.
           02 RET-TIPO                PIC X(01).
               88 RET-DETALHE                   VALUE '1'.
           02 RET-CHAVE.
               03 RET-CPF              PIC X(11).
               03 RET-ANO              PIC 9(04).
               03 RET-MES              PIC 9(02).
               03 RET-FOLHA            PIC X(01).
               03 RET-SEQ              PIC 9(02).
           02 RET-DATA-CIENCIA        PIC 9(08).
           02 RET-HORA-CIENCIA        PIC 9(06).
           02 FILLER                  PIC X(45).
       FD  TRACKING-FILE.
       COPY "CIENCIA.CPY".
       FD  LOAD-REPORT.
       01  LOAD-REPORT-REC            PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-RETORNO           PIC X(02) VALUE SPACES.
           88 WRK-FS-RET-NAO-ENCONTRADO      VALUE "35".
       77 WRK-FS-CIENCIA           PIC X(02) VALUE SPACES.
           88 WRK-FS-CIE-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FIM-RETORNO          PIC X(01) VALUE 'N'.
           88 WRK-FIM-RETORNO-SW            VALUE 'S'.
       77 WRK-CIENCIA-REJEITADA    PIC X(01) VALUE 'N'.
           88 WRK-REJEITADA-SW              VALUE 'S'.
       77 WRK-CIENCIA-REPETIDA     PIC X(01) VALUE 'N'.
           88 WRK-REPETIDA-SW               VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(36) VALUE SPACES.
       77 WRK-QTDE-LIDAS           PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REGISTRADAS     PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REPETIDAS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADAS      PIC 9(06) VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(100) VALUE SPACES.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       01 WRK-DATA-VALIDA.
           02 WRK-DV-ANO            PIC 9(04).
           02 WRK-DV-MES            PIC 9(02).
           02 WRK-DV-DIA            PIC 9(02).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(39) VALUE
               "CARGA DA CIENCIA DO HOLERITE - EMITIDO ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(08) VALUE "COMPET.".
           02 FILLER                PIC X(06) VALUE "FOLHA".
           02 FILLER                PIC X(20) VALUE "CIENCIA".
           02 FILLER                PIC X(11) VALUE "SITUACAO".
           02 FILLER                PIC X(36) VALUE "MOTIVO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-MES             PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-D-ANO             PIC 9(04).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-FOLHA           PIC X(01).
           02 WRK-D-SEQ             PIC 9(02).
           02 FILLER                PIC X(03) VALUE SPACES.
           02 WRK-D-DATA            PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-D-HORA            PIC 9(06).
           02 FILLER                PIC X(05) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(36).
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(18) VALUE
               "CIENCIAS LIDAS: ".
           02 WRK-T-LIDAS           PIC ZZZ.ZZ9.
           02 FILLER                PIC X(15) VALUE "  REGISTRADAS: ".
           02 WRK-T-REGISTRADAS     PIC ZZZ.ZZ9.
           02 FILLER                PIC X(13) VALUE "  REPETIDAS: ".
           02 WRK-T-REPETIDAS       PIC ZZZ.ZZ9.
           02 FILLER                PIC X(14) VALUE "  REJEITADAS: ".
           02 WRK-T-REJEITADAS      PIC ZZZ.ZZ9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-RET-NAO-ENCONTRADO
               OR WRK-FS-CIE-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-RETORNO-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS E LE A PRIMEIRA CIENCIA DO RETORNO. SEM O
      * ACOMPANHAMENTO, O HOLEPORT AINDA NAO ENVIOU NADA AO PORTAL.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT RETURN-FILE.
           IF WRK-FS-RET-NAO-ENCONTRADO
               DISPLAY 'CIENRET NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN I-O TRACKING-FILE.
           IF WRK-FS-CIE-NAO-ENCONTRADO
               DISPLAY 'CIENCIA NAO ENCONTRADO - NENHUM HOLERITE '
                       'ENVIADO AO PORTAL AINDA'
               CLOSE RETURN-FILE
               GO TO 1000-EXIT
           END-IF.
           OPEN OUTPUT LOAD-REPORT.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           PERFORM 2900-LE-RETORNO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDA A CIENCIA CORRENTE, REGISTRA NO ACOMPANHAMENTO QUANDO
      * ACEITA E LISTA A REJEITADA OU REPETIDA.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDAS.
           MOVE 'N' TO WRK-CIENCIA-REJEITADA.
           MOVE 'N' TO WRK-CIENCIA-REPETIDA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2100-VALIDA-CIENCIA THRU 2100-EXIT.
           IF WRK-REJEITADA-SW
               ADD 1 TO WRK-QTDE-REJEITADAS
               MOVE "REJEITADA" TO WRK-D-SITUACAO
               PERFORM 2300-LISTA-CIENCIA THRU 2300-EXIT
               GO TO 2000-LE-PROXIMA
           END-IF.
           IF WRK-REPETIDA-SW
               ADD 1 TO WRK-QTDE-REPETIDAS
               MOVE "REPETIDA" TO WRK-D-SITUACAO
               PERFORM 2300-LISTA-CIENCIA THRU 2300-EXIT
               GO TO 2000-LE-PROXIMA
           END-IF.
           PERFORM 2200-REGISTRA-CIENCIA THRU 2200-EXIT.
       2000-LE-PROXIMA.
           PERFORM 2900-LE-RETORNO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * VALIDACOES: DATA E HORA DA CIENCIA NUMERICAS E COERENTES,
      * HOLERITE PRESENTE NO ACOMPANHAMENTO, ENVIADO AO PORTAL (NAO
      * IMPRESSO) E CIENCIA NAO ANTERIOR AO ENVIO. HOLERITE JA CIENTE
      * MARCA A CIENCIA COMO REPETIDA, COM A DATA REGISTRADA NO MOTIVO.
      *****************************************************************
       2100-VALIDA-CIENCIA.
           IF RET-DATA-CIENCIA NOT NUMERIC
               OR RET-HORA-CIENCIA NOT NUMERIC
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA/HORA DA CIENCIA INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE RET-DATA-CIENCIA TO WRK-DATA-VALIDA.
           IF WRK-DV-ANO = ZEROS
               OR WRK-DV-MES < 1 OR WRK-DV-MES > 12
               OR WRK-DV-DIA < 1 OR WRK-DV-DIA > 31
               OR RET-HORA-CIENCIA > 235959
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "DATA/HORA DA CIENCIA INVALIDA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF RET-DATA-CIENCIA > WRK-DATA-HOJE
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CIENCIA COM DATA FUTURA"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE RET-CHAVE TO CIE-CHAVE.
           READ TRACKING-FILE
               INVALID KEY
                   SET WRK-REJEITADA-SW TO TRUE
                   MOVE "HOLERITE NAO ENVIADO AO PORTAL"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
           END-READ.
           IF CIE-IMPRESSO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "HOLERITE ENTREGUE IMPRESSO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           IF CIE-CIENTE
               SET WRK-REPETIDA-SW TO TRUE
               MOVE "CIENCIA JA REGISTRADA EM" TO WRK-MOTIVO-REJEICAO
               MOVE CIE-DATA-CIENCIA TO WRK-MOTIVO-REJEICAO (26:8)
               GO TO 2100-EXIT
           END-IF.
           IF RET-DATA-CIENCIA < CIE-DATA-ENVIO
               SET WRK-REJEITADA-SW TO TRUE
               MOVE "CIENCIA ANTERIOR AO ENVIO"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA A CIENCIA NO ACOMPANHAMENTO (O REGISTRO JA FOI LIDO NA
      * VALIDACAO).
      *****************************************************************
       2200-REGISTRA-CIENCIA.
           MOVE 'C' TO CIE-SITUACAO.
           MOVE RET-DATA-CIENCIA TO CIE-DATA-CIENCIA.
           MOVE RET-HORA-CIENCIA TO CIE-HORA-CIENCIA.
           REWRITE CIENCIA-REC.
           ADD 1 TO WRK-QTDE-REGISTRADAS.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * LISTA A CIENCIA REJEITADA OU REPETIDA NO CIENCGRP.
      *****************************************************************
       2300-LISTA-CIENCIA.
           MOVE RET-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE RET-MES TO WRK-D-MES.
           MOVE RET-ANO TO WRK-D-ANO.
           MOVE RET-FOLHA TO WRK-D-FOLHA.
           MOVE RET-SEQ TO WRK-D-SEQ.
           MOVE RET-DATA-CIENCIA TO WRK-D-DATA.
           MOVE RET-HORA-CIENCIA TO WRK-D-HORA.
           MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * LE A PROXIMA CIENCIA DO RETORNO, PULANDO HEADER E TRAILER.
      *****************************************************************
       2900-LE-RETORNO.
           READ RETURN-FILE
               AT END
                   SET WRK-FIM-RETORNO-SW TO TRUE
                   GO TO 2900-EXIT
           END-READ.
           IF NOT RET-DETALHE
               GO TO 2900-LE-RETORNO
           END-IF.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS DA CARGA E FECHA OS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-QTDE-LIDAS TO WRK-T-LIDAS.
           MOVE WRK-QTDE-REGISTRADAS TO WRK-T-REGISTRADAS.
           MOVE WRK-QTDE-REPETIDAS TO WRK-T-REPETIDAS.
           MOVE WRK-QTDE-REJEITADAS TO WRK-T-REJEITADAS.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-REJEITADAS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-REJEITADAS ' CIENCIAS '
                       'REJEITADAS - VER O CIENCGRP'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE RETURN-FILE.
           CLOSE TRACKING-FILE.
           CLOSE LOAD-REPORT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE LOAD-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE LOAD-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE LOAD-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE LOAD-REPORT-REC FROM WRK-LINHA-TITULO.
           MOVE 3 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM CIENCARG.
