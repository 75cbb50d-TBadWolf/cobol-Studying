      *          CONTESTACAO DE PAGAMENTO E PARA O PEDIDO DA JUSTICA
      *          QUE HOJE MANDAVAM O RH CAVAR SPOOL ARQUIVADO - NO
      *          MESMO ESPIRITO DA CONSULTA DO SALCONS.
      * Mod Log:
      *   - FOLHA COMPLEMENTAR: DEPOIS DO HOLERITE DA FOLHA MENSAL, A
      *     REIMPRESSAO TRAZ OS HOLERITES COMPLEMENTARES DA MESMA
      *     COMPETENCIA GUARDADOS PELO FOLHACOM (SO AS DIFERENCAS),
      *     CADA UM COM A SUA SEQUENCIA.
      *   - PLR: OS HOLERITES DA PARTICIPACAO NOS LUCROS PAGOS NA
      *     COMPETENCIA (PLRPAGTO, FOLHA 'P') SAEM DEPOIS DOS
      *     COMPLEMENTARES, CADA UM COM O NUMERO DA PARCELA. SEM
      *     HOLERITE MENSAL NA COMPETENCIA (PLR PAGA EM MES SEM FOLHA),
      *     A REIMPRESSAO SAI SO COM OS DEMAIS.
      *   - HOLERITE ELETRONICO: CADA HOLERITE REIMPRESSO TRAZ A
      *     SITUACAO DA ENTREGA NO ACOMPANHAMENTO CIENCIA - DATA E HORA
      *     DA CIENCIA DO FUNCIONARIO NO PORTAL DE RH (CIENCARG), ENVIO
      *     AINDA SEM CIENCIA (HOLEPORT), ENTREGA IMPRESSA POR OPCAO DO
      *     FUNCIONARIO OU NENHUM REGISTRO DE ENTREGA ELETRONICA.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT INQUIRY-REPORT ASSIGN TO "HOLECORP"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TRACKING-FILE ASSIGN TO "CIENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIE-CHAVE
               FILE STATUS IS WRK-FS-CIENCIA.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  INQUIRY-REPORT.
       01  INQUIRY-REPORT-REC         PIC X(90).
       FD  TRACKING-FILE.
       COPY "CIENCIA.CPY".
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
       77 WRK-IDX-VERBA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-PEDIDO-REJEITADO     PIC X(01) VALUE 'N'.
           88 WRK-REJEITADO-SW              VALUE 'S'.
       77 WRK-FIM-COMPLEMENTARES   PIC X(01) VALUE 'N'.
           88 WRK-FIM-COMPL-SW              VALUE 'S'.
       77 WRK-FS-CIENCIA           PIC X(02) VALUE SPACES.
           88 WRK-FS-CIE-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-CIENCIA-ABERTO       PIC X(01) VALUE 'N'.
           88 WRK-CIENCIA-ABERTO-SW         VALUE 'S'.
       01 WRK-DATA-AUX.
           02 WRK-DX-ANO            PIC 9(04).
           02 WRK-DX-MES            PIC 9(02).
           02 WRK-DX-DIA            PIC 9(02).
       01 WRK-HORA-AUX.
           02 WRK-HX-HORA           PIC 9(02).
           02 WRK-HX-MINUTO         PIC 9(02).
           02 WRK-HX-SEGUNDO        PIC 9(02).
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(21) VALUE
               "REIMPRESSAO HOLERITE ".
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(09) VALUE "LIQUIDO: ".
           02 WRK-V-LIQUIDO         PIC $ZZZ.ZZ9,99.
       01 WRK-LINHA-COMPLEMENTAR.
           02 FILLER                PIC X(27) VALUE
               "FOLHA COMPLEMENTAR - SEQ. ".
           02 WRK-LC-SEQ            PIC 9(02).
           02 FILLER                PIC X(21) VALUE
               " (SO AS DIFERENCAS)".
       01 WRK-LINHA-PLR.
           02 FILLER                PIC X(40) VALUE
               "PARTICIPACAO NOS LUCROS (PLR) - PARCELA ".
           02 WRK-LR-SEQ            PIC 9(02).
       01 WRK-LINHA-CIENTE.
           02 FILLER                PIC X(22) VALUE
               "CIENCIA ELETRONICA EM ".
           02 WRK-LK-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LK-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LK-ANO            PIC 9(04).
           02 FILLER                PIC X(04) VALUE " AS ".
           02 WRK-LK-HORA           PIC 9(02).
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-LK-MINUTO         PIC 9(02).
           02 FILLER                PIC X(01) VALUE ":".
           02 WRK-LK-SEGUNDO        PIC 9(02).
           02 FILLER                PIC X(13) VALUE " - ENVIADO EM".
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LK-DIA-ENVIO      PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LK-MES-ENVIO      PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LK-ANO-ENVIO      PIC 9(04).
       01 WRK-LINHA-SEM-CIENCIA.
           02 FILLER                PIC X(21) VALUE
               "ENVIADO AO PORTAL EM ".
           02 WRK-LS-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LS-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LS-ANO            PIC 9(04).
           02 FILLER                PIC X(31) VALUE
               " - SEM CIENCIA DO FUNCIONARIO".
       01 WRK-LINHA-IMPRESSO.
           02 FILLER                PIC X(48) VALUE
               "ENTREGUE IMPRESSO - FUNCIONARIO OPTOU PELO PAPEL".
       01 WRK-LINHA-NAO-ENVIADO.
           02 FILLER                PIC X(34) VALUE
               "SEM REGISTRO DE ENTREGA ELETRONICA".
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(50) VALUE ALL "-".
       PROCEDURE DIVISION.
           MOVE WRK-CPF-PEDIDO TO HOL-CPF.
           MOVE WRK-ANO-PEDIDO TO HOL-ANO.
           MOVE WRK-MES-PEDIDO TO HOL-MES.
           MOVE SPACE TO HOL-FOLHA.
           MOVE ZEROS TO HOL-SEQ.
           READ PAYSLIP-STORE
               INVALID KEY
                   PERFORM 1100-BUSCA-OUTRA-FOLHA THRU 1100-EXIT
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * SEM HOLERITE MENSAL: VALE O PRIMEIRO HOLERITE COMPLEMENTAR OU
      * DE PLR DA MESMA COMPETENCIA, SE HOUVER.
      *****************************************************************
       1100-BUSCA-OUTRA-FOLHA.
           START PAYSLIP-STORE KEY IS > HOL-CHAVE
               INVALID KEY
                   GO TO 1100-NAO-CONSTA
           END-START.
           READ PAYSLIP-STORE NEXT RECORD
               AT END
                   GO TO 1100-NAO-CONSTA
           END-READ.
           IF HOL-CPF = WRK-CPF-PEDIDO
               AND HOL-ANO = WRK-ANO-PEDIDO
               AND HOL-MES = WRK-MES-PEDIDO
               GO TO 1100-EXIT
           END-IF.
       1100-NAO-CONSTA.
           DISPLAY 'HOLERITE DE ' WRK-CPF-PEDIDO ' EM '
                   WRK-MES-PEDIDO '/' WRK-ANO-PEDIDO
                   ' NAO CONSTA NO REPOSITORIO'.
           SET WRK-REJEITADO-SW TO TRUE.
           CLOSE PAYSLIP-STORE.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * REIMPRIME O HOLERITE GUARDADO NO MESMO LAYOUT DO PAYSLIP E, EM
      * SEGUIDA, OS COMPLEMENTARES E AS PLR DA COMPETENCIA (CHAVES
      * SEGUINTES DO MESMO CPF/ANO/MES).
      *****************************************************************
       2000-REIMPRIME.
           OPEN OUTPUT INQUIRY-REPORT.
           OPEN INPUT TRACKING-FILE.
           IF NOT WRK-FS-CIE-NAO-ENCONTRADO
               SET WRK-CIENCIA-ABERTO-SW TO TRUE
           END-IF.
           MOVE HOL-MES TO WRK-CB-MES-COMP.
           MOVE HOL-ANO TO WRK-CB-ANO-COMP.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-CABECALHO.
           IF NOT HOL-FOLHA-MENSAL
               PERFORM 2250-IMPRIME-TITULO-FOLHA THRU 2250-EXIT
           END-IF.
           PERFORM 2050-IMPRIME-CORPO THRU 2050-EXIT.
           PERFORM 2200-LE-COMPLEMENTAR THRU 2200-EXIT.
           PERFORM 2300-IMPRIME-COMPLEMENTAR THRU 2300-EXIT
               UNTIL WRK-FIM-COMPL-SW.
           CLOSE INQUIRY-REPORT.
           IF WRK-CIENCIA-ABERTO-SW
               CLOSE TRACKING-FILE
           END-IF.
       2000-EXIT.
           EXIT.
       2050-IMPRIME-CORPO.
           MOVE HOL-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-F-CPF.
           MOVE HOL-NOME TO WRK-F-NOME.
           MOVE HOL-IRRF TO WRK-V-IRRF.
           MOVE HOL-LIQUIDO TO WRK-V-LIQUIDO.
           WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-VALORES.
           PERFORM 2060-IMPRIME-CIENCIA THRU 2060-EXIT.
           WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-SEPARADOR.
       2050-EXIT.
           EXIT.
      *****************************************************************
      * SITUACAO DA ENTREGA DO HOLERITE CORRENTE NO ACOMPANHAMENTO DE
      * CIENCIA (MESMA CHAVE DO HOLEREPO) - E A PROVA DE ENTREGA QUE A
      * RECLAMACAO TRABALHISTA PEDE.
      *****************************************************************
       2060-IMPRIME-CIENCIA.
           IF NOT WRK-CIENCIA-ABERTO-SW
               WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-NAO-ENVIADO
               GO TO 2060-EXIT
           END-IF.
           MOVE HOL-CHAVE TO CIE-CHAVE.
           READ TRACKING-FILE
               INVALID KEY
                   WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-NAO-ENVIADO
                   GO TO 2060-EXIT
           END-READ.
           IF CIE-IMPRESSO
               WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-IMPRESSO
               GO TO 2060-EXIT
           END-IF.
           MOVE CIE-DATA-ENVIO TO WRK-DATA-AUX.
           IF CIE-ENVIADO
               MOVE WRK-DX-DIA TO WRK-LS-DIA
               MOVE WRK-DX-MES TO WRK-LS-MES
               MOVE WRK-DX-ANO TO WRK-LS-ANO
               WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-SEM-CIENCIA
               GO TO 2060-EXIT
           END-IF.
           MOVE WRK-DX-DIA TO WRK-LK-DIA-ENVIO.
           MOVE WRK-DX-MES TO WRK-LK-MES-ENVIO.
           MOVE WRK-DX-ANO TO WRK-LK-ANO-ENVIO.
           MOVE CIE-DATA-CIENCIA TO WRK-DATA-AUX.
           MOVE WRK-DX-DIA TO WRK-LK-DIA.
           MOVE WRK-DX-MES TO WRK-LK-MES.
           MOVE WRK-DX-ANO TO WRK-LK-ANO.
           MOVE CIE-HORA-CIENCIA TO WRK-HORA-AUX.
           MOVE WRK-HX-HORA TO WRK-LK-HORA.
           MOVE WRK-HX-MINUTO TO WRK-LK-MINUTO.
           MOVE WRK-HX-SEGUNDO TO WRK-LK-SEGUNDO.
           WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-CIENTE.
       2060-EXIT.
           EXIT.
       2100-IMPRIME-VERBA.
           IF HOL-VB-TIPO (WRK-IDX-VERBA) = 'D'
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * LE A PROXIMA CHAVE DO REPOSITORIO - FORA DO CPF/COMPETENCIA
      * PEDIDO OU QUE NAO SEJA COMPLEMENTAR NEM PLR ENCERRA A LISTA.
      *****************************************************************
       2200-LE-COMPLEMENTAR.
           READ PAYSLIP-STORE NEXT RECORD
               AT END
                   SET WRK-FIM-COMPL-SW TO TRUE
                   GO TO 2200-EXIT
           END-READ.
           IF HOL-CPF NOT = WRK-CPF-PEDIDO
               OR HOL-ANO NOT = WRK-ANO-PEDIDO
               OR HOL-MES NOT = WRK-MES-PEDIDO
               OR NOT (HOL-FOLHA-COMPLEMENTAR OR HOL-FOLHA-PLR)
               SET WRK-FIM-COMPL-SW TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
       2250-IMPRIME-TITULO-FOLHA.
           IF HOL-FOLHA-PLR
               MOVE HOL-SEQ TO WRK-LR-SEQ
               WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-PLR
           ELSE
               MOVE HOL-SEQ TO WRK-LC-SEQ
               WRITE INQUIRY-REPORT-REC FROM WRK-LINHA-COMPLEMENTAR
           END-IF.
       2250-EXIT.
           EXIT.
       2300-IMPRIME-COMPLEMENTAR.
           PERFORM 2250-IMPRIME-TITULO-FOLHA THRU 2250-EXIT.
           PERFORM 2050-IMPRIME-CORPO THRU 2050-EXIT.
           PERFORM 2200-LE-COMPLEMENTAR THRU 2200-EXIT.
       2300-EXIT.
           EXIT.
       END PROGRAM HOLECONS.
