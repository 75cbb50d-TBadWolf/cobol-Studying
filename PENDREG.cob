       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDREG.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: REGISTRO NA LISTA DE PENDENCIAS CONSOLIDADA (PENDTRAB),
      *          CHAMADO PELOS PROGRAMAS DE VALIDACAO E DE RETORNO
      *          (VENCVAL, VARSAL, BANKRET, ESOCRET, CONCILIA,
      *          MSTAUDIT, DESCMES, HORAEXT, FERPLAN) A CADA EXCECAO
      *          QUE ELES JA IMPRIMEM NO PROPRIO RELATORIO:
      *          - OPERACAO 'A' (APONTA): PENDENCIA NOVA ENTRA ABERTA
      *            COM A DATA DE HOJE; JA EXISTENTE E EM ABERTO SO
      *            ATUALIZA A DESCRICAO, A ULTIMA OCORRENCIA E O
      *            CONTADOR (O SLA CONTINUA CONTANDO DA ABERTURA); JA
      *            RESOLVIDA E APONTADA DE NOVO, REABRE;
      *          - OPERACAO 'R' (RESOLVE): MARCA A PENDENCIA RESOLVIDA
      *            COM O OPERADOR E A DESCRICAO COMO OBSERVACAO (USADA
      *            PELO VAREXREV AO DECIDIR A EXCECAO DO VARSAL).
      *          ACHADA VOLTA 'N' QUANDO A PENDENCIA A RESOLVER NAO
      *          EXISTE. PENDTRAB AUSENTE E CRIADO NO PRIMEIRO
      *          APONTAMENTO; ERRO DE ABERTURA SO AVISA NO CONSOLE - A
      *          LISTA NUNCA DERRUBA O PROGRAMA DE ORIGEM, QUE CONTINUA
      *          COM O SEU PROPRIO RELATORIO E RC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WORKLIST-FILE ASSIGN TO "PENDTRAB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PND-CHAVE
               FILE STATUS IS WRK-FS-PENDENCIAS.
       DATA DIVISION.
       FILE SECTION.
       FD  WORKLIST-FILE.
       COPY "PENDTRAB.CPY".
       WORKING-STORAGE SECTION.
       77 WRK-FS-PENDENCIAS        PIC X(02) VALUE SPACES.
       77 WRK-PR-DATA              PIC 9(08) VALUE ZEROS.
       LINKAGE SECTION.
       01 WRK-OPERACAO-LK          PIC X(01).
           88 WRK-OPERACAO-APONTA          VALUE 'A'.
           88 WRK-OPERACAO-RESOLVE         VALUE 'R'.
       01 WRK-PROGRAMA-LK          PIC X(12).
       01 WRK-ANO-LK               PIC 9(04).
       01 WRK-MES-LK               PIC 9(02).
       01 WRK-CPF-LK               PIC X(11).
       01 WRK-TIPO-LK              PIC X(04).
       01 WRK-REFERENCIA-LK        PIC X(10).
       01 WRK-DESCRICAO-LK         PIC X(40).
       01 WRK-OPERADOR-LK          PIC X(08).
       01 WRK-ACHADA-LK            PIC X(01).
       PROCEDURE DIVISION USING WRK-OPERACAO-LK WRK-PROGRAMA-LK
               WRK-ANO-LK WRK-MES-LK WRK-CPF-LK WRK-TIPO-LK
               WRK-REFERENCIA-LK WRK-DESCRICAO-LK WRK-OPERADOR-LK
               WRK-ACHADA-LK.
       0000-MAINLINE.
           MOVE 'N' TO WRK-ACHADA-LK.
           ACCEPT WRK-PR-DATA FROM DATE YYYYMMDD.
           OPEN I-O WORKLIST-FILE.
           IF WRK-FS-PENDENCIAS = "35"
               OPEN OUTPUT WORKLIST-FILE
               CLOSE WORKLIST-FILE
               OPEN I-O WORKLIST-FILE
           END-IF.
           IF WRK-FS-PENDENCIAS NOT = "00"
               DISPLAY 'AVISO: PENDTRAB NAO PODE SER ABERTO - FILE '
                       'STATUS ' WRK-FS-PENDENCIAS ' - PENDENCIA DE '
                       WRK-PROGRAMA-LK ' NAO REGISTRADA'
               GOBACK
           END-IF.
           MOVE WRK-PROGRAMA-LK TO PND-ORIGEM.
           MOVE WRK-ANO-LK TO PND-ANO.
           MOVE WRK-MES-LK TO PND-MES.
           MOVE WRK-CPF-LK TO PND-CPF.
           MOVE WRK-TIPO-LK TO PND-TIPO.
           MOVE WRK-REFERENCIA-LK TO PND-REFERENCIA.
           IF WRK-OPERACAO-APONTA
               PERFORM 1000-APONTA THRU 1000-EXIT
           END-IF.
           IF WRK-OPERACAO-RESOLVE
               PERFORM 2000-RESOLVE THRU 2000-EXIT
           END-IF.
           CLOSE WORKLIST-FILE.
           GOBACK.
      *****************************************************************
      * APONTAMENTO: GRAVA A PENDENCIA NOVA OU ATUALIZA A EXISTENTE.
      *****************************************************************
       1000-APONTA.
           READ WORKLIST-FILE
               INVALID KEY
                   PERFORM 1100-MONTA-PENDENCIA THRU 1100-EXIT
                   WRITE PENDENCIA-REC
                   GO TO 1000-EXIT
           END-READ.
           MOVE 'S' TO WRK-ACHADA-LK.
           IF PND-RESOLVIDA
               MOVE 'A' TO PND-SITUACAO
               MOVE WRK-PR-DATA TO PND-DATA-ABERTURA
               MOVE SPACES TO PND-RESPONSAVEL
               MOVE ZEROS TO PND-DATA-ATRIBUICAO
               MOVE ZEROS TO PND-DATA-RESOLUCAO
               MOVE ZEROS TO PND-QTDE-OCORRENCIAS
               MOVE "REABERTA - APONTADA DE NOVO PELA ORIGEM"
                   TO PND-OBSERVACAO
           END-IF.
           MOVE WRK-DESCRICAO-LK TO PND-DESCRICAO.
           MOVE WRK-PR-DATA TO PND-DATA-OCORRENCIA.
           IF PND-QTDE-OCORRENCIAS < 999
               ADD 1 TO PND-QTDE-OCORRENCIAS
           END-IF.
           REWRITE PENDENCIA-REC.
       1000-EXIT.
           EXIT.
       1100-MONTA-PENDENCIA.
           MOVE SPACES TO PENDENCIA-REC.
           MOVE WRK-PROGRAMA-LK TO PND-ORIGEM.
           MOVE WRK-ANO-LK TO PND-ANO.
           MOVE WRK-MES-LK TO PND-MES.
           MOVE WRK-CPF-LK TO PND-CPF.
           MOVE WRK-TIPO-LK TO PND-TIPO.
           MOVE WRK-REFERENCIA-LK TO PND-REFERENCIA.
           MOVE WRK-DESCRICAO-LK TO PND-DESCRICAO.
           MOVE 'A' TO PND-SITUACAO.
           MOVE WRK-PR-DATA TO PND-DATA-ABERTURA.
           MOVE WRK-PR-DATA TO PND-DATA-OCORRENCIA.
           MOVE 1 TO PND-QTDE-OCORRENCIAS.
           MOVE ZEROS TO PND-DATA-ATRIBUICAO.
           MOVE ZEROS TO PND-DATA-RESOLUCAO.
       1100-EXIT.
           EXIT.
      *****************************************************************
      * RESOLUCAO PELA PROPRIA CADEIA (DECISAO REGISTRADA EM OUTRA
      * FILA): MARCA RESOLVIDA COM QUEM E QUANDO.
      *****************************************************************
       2000-RESOLVE.
           READ WORKLIST-FILE
               INVALID KEY
                   GO TO 2000-EXIT
           END-READ.
           MOVE 'S' TO WRK-ACHADA-LK.
           MOVE 'R' TO PND-SITUACAO.
           MOVE WRK-PR-DATA TO PND-DATA-RESOLUCAO.
           MOVE WRK-OPERADOR-LK TO PND-OPERADOR.
           MOVE WRK-DESCRICAO-LK TO PND-OBSERVACAO.
           REWRITE PENDENCIA-REC.
       2000-EXIT.
           EXIT.
       END PROGRAM PENDREG.
