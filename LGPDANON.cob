       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDANON.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: ANONIMIZACAO DE DESLIGADOS ANTIGOS (LGPD) - PERCORRE O
      *          MESTRE E, PARA CADA FUNCIONARIO DESLIGADO HA MAIS
      *          ANOS DO QUE O PRAZO DE GUARDA DE CADA CATEGORIA DE
      *          DADO, MASCARA O DADO PESSOAL DAQUELA CATEGORIA:
      *            - CONTA BANCARIA (CONTABCO, A ATUAL E A ANTERIOR):
      *              PADRAO 2 ANOS - PRAZO PARA RECLAMAR NA JUSTICA DO
      *              TRABALHO DEPOIS DA SAIDA (CF ART. 7, XXIX);
      *            - NOME DOS DEPENDENTES (DEPEND): PADRAO 5 ANOS -
      *              PRAZO DO FISCO PARA REVER A DEDUCAO DO IRRF;
      *            - NOME DO FUNCIONARIO (EMPMSTR E HOLERITES GUARDADOS
      *              NO HOLEREPO): PADRAO 5 ANOS - PRESCRICAO DOS
      *              CREDITOS TRABALHISTAS, FGTS E CONTRIBUICOES.
      *          O CPF, AS DATAS E TODO O HISTORICO FINANCEIRO (SALHIST,
      *          SALHARCH, VALORES E VERBAS DOS HOLERITES, DESCREC,
      *          ESOCPEND) FICAM COMO ESTAO - SAO A PROVA DA EMPRESA EM
      *          PROCESSO TRABALHISTA E FISCAL. O DADO MASCARADO RECEBE
      *          'ANONIMIZADO' (NOMES) OU ZEROS/BRANCOS (CONTA), O QUE
      *          TORNA O PROCESSAMENTO REPETIVEL: O QUE JA ESTA
      *          MASCARADO NAO E CONTADO DE NOVO. O MESTRE NAO PASSA
      *          PELO EMPJORN - A IMAGEM ANTES DEVOLVERIA O NOME AO
      *          DIARIO.
      *          ENTRADA (CONSOLE): MODO ('A' APLICA; QUALQUER OUTRO
      *          VALOR SO EMITE A PREVIA, SEM ALTERAR NADA), ANOS PARA
      *          CONTA BANCARIA, ANOS PARA DEPENDENTES, ANOS PARA NOME
      *          (BRANCO OU ZERO = PADRAO) E O OPERADOR, QUE TEM DE
      *          ESTAR AUTORIZADO NO OPERAUT (OPERCHK). CADA MASCARA
      *          APLICADA VAI PARA O AUDITLOG COM O CPF E O OPERADOR, E
      *          O RELATORIO LGPDANRP E O CERTIFICADO DE ANONIMIZACAO.
      *          OS ARQUIVOS SEQUENCIAIS (SIGNLOGF, EMPJRNL, AUDITLOG)
      *          SEGUEM A PROPRIA ROTACAO E NAO SAO TOCADOS AQUI.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MESTRE.
           SELECT ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CPF
               FILE STATUS IS WRK-FS-CONTA.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-DEPEND.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT CERTIFICATE-REPORT ASSIGN TO "LGPDANRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       FD  DEPENDENT-FILE.
       COPY "DEPEND.CPY".
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  CERTIFICATE-REPORT.
       01  CERTIFICATE-REPORT-REC     PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-MESTRE            PIC X(02) VALUE SPACES.
           88 WRK-FS-MESTRE-NAO-ABERTO      VALUE "35".
       77 WRK-FS-CONTA             PIC X(02) VALUE SPACES.
           88 WRK-FS-CONTA-NAO-ABERTO       VALUE "35".
       77 WRK-FS-DEPEND            PIC X(02) VALUE SPACES.
           88 WRK-FS-DEPEND-NAO-ABERTO      VALUE "35".
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPO-NAO-ABERTO        VALUE "35".
       77 WRK-CONTA-DISPONIVEL     PIC X(01) VALUE 'S'.
           88 WRK-CONTA-DISPONIVEL-SW       VALUE 'S'.
       77 WRK-DEPEND-DISPONIVEL    PIC X(01) VALUE 'S'.
           88 WRK-DEPEND-DISPONIVEL-SW      VALUE 'S'.
       77 WRK-REPO-DISPONIVEL      PIC X(01) VALUE 'S'.
           88 WRK-REPO-DISPONIVEL-SW        VALUE 'S'.
       77 WRK-MODO                 PIC X(01) VALUE SPACE.
           88 WRK-MODO-APLICA               VALUE 'A'.
       77 WRK-ANOS-X               PIC X(02) VALUE SPACES.
       77 WRK-ANOS-CONTA           PIC 9(02) VALUE 2.
       77 WRK-ANOS-DEPEND          PIC 9(02) VALUE 5.
       77 WRK-ANOS-NOME            PIC 9(02) VALUE 5.
       77 WRK-LIMITE-CONTA         PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-DEPEND        PIC 9(08) VALUE ZEROS.
       77 WRK-LIMITE-NOME          PIC 9(08) VALUE ZEROS.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-FIM-MESTRE           PIC X(01) VALUE 'N'.
           88 WRK-FIM-MESTRE-SW             VALUE 'S'.
       77 WRK-FIM-LEITURA          PIC X(01) VALUE 'N'.
           88 WRK-FIM-LEITURA-SW            VALUE 'S'.
       77 WRK-NOME-ANONIMO         PIC X(20) VALUE "ANONIMIZADO".
       77 WRK-SITUACAO-CONTA       PIC X(10) VALUE SPACES.
       77 WRK-SITUACAO-NOME        PIC X(10) VALUE SPACES.
       77 WRK-PALAVRA-MASCARA      PIC X(10) VALUE SPACES.
       77 WRK-MASCARAS-CPF         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-DEP-CPF         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-HOL-CPF         PIC 9(03) COMP VALUE ZEROS.
       77 WRK-QTDE-PRAZO-CPF       PIC 9(01) COMP VALUE ZEROS.
       77 WRK-QTDE-LIDOS           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-DESLIGADOS      PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-ANONIMIZADOS    PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-JA-ANONIMOS     PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-NO-PRAZO        PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-CONTAS          PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-DEPENDENTES     PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-NOMES           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-QTDE-HOLERITES       PIC 9(07) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "LGPDANON".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(07) VALUE "ANONIM ".
           02 WRK-EA-CATEGORIA      PIC X(07).
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(05) VALUE SPACES.
       01 WRK-RESULT-AUDIT.
           02 FILLER                PIC X(11) VALUE "MASCARADOS ".
           02 WRK-RA-QTDE           PIC 9(03).
           02 FILLER                PIC X(06) VALUE " OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
           02 FILLER                PIC X(02) VALUE SPACES.
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-CABECALHO.
           02 WRK-CB-TITULO         PIC X(45).
           02 FILLER                PIC X(13) VALUE "- EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(12) VALUE " - OPERADOR ".
           02 WRK-CB-OPERADOR       PIC X(08).
       01 WRK-LINHA-PRAZO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LP-CATEGORIA      PIC X(30).
           02 WRK-LP-ANOS           PIC Z9.
           02 FILLER                PIC X(40) VALUE
               " ANO(S) - DESLIGADOS ATE (AAAA/MM/DD) ".
           02 WRK-LP-LIMITE         PIC 9999/99/99.
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(18) VALUE "  CPF".
           02 FILLER                PIC X(20) VALUE "DESLIGAMENTO".
           02 FILLER                PIC X(19) VALUE "CONTA".
           02 FILLER                PIC X(18) VALUE "DEPENDENTES".
           02 FILLER                PIC X(18) VALUE "NOME".
           02 FILLER                PIC X(09) VALUE "HOLERITES".
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(102) VALUE ALL "-".
       01 WRK-LINHA-DETALHE.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-DESLIGAMENTO    PIC 9999/99/99.
           02 FILLER                PIC X(10) VALUE SPACES.
           02 WRK-D-CONTA           PIC X(10).
           02 FILLER                PIC X(17) VALUE SPACES.
           02 WRK-D-DEPENDENTES     PIC ZZ9.
           02 FILLER                PIC X(07) VALUE SPACES.
           02 WRK-D-NOME            PIC X(10).
           02 FILLER                PIC X(14) VALUE SPACES.
           02 WRK-D-HOLERITES       PIC ZZ9.
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LT-DESCRICAO      PIC X(45).
           02 WRK-LT-QTDE           PIC ZZZZZZ9.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-ASSINATURA.
           02 FILLER                PIC X(13) VALUE "RESPONSAVEL: ".
           02 FILLER                PIC X(30) VALUE ALL "_".
           02 FILLER                PIC X(09) VALUE "   DATA: ".
           02 FILLER                PIC X(10) VALUE "___/___/__".
           02 FILLER                PIC X(04) VALUE "____".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-LE-PARAMETROS THRU 0100-EXIT.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO AUTORIZADO '
                       'PARA O LGPDANON - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-MESTRE-NAO-ABERTO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-MESTRE-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
           IF NOT WRK-CONTA-DISPONIVEL-SW
               OR NOT WRK-DEPEND-DISPONIVEL-SW
               OR NOT WRK-REPO-DISPONIVEL-SW
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * MODO, PRAZOS POR CATEGORIA (BRANCO OU ZERO = PADRAO) E
      * OPERADOR. O LIMITE DE CADA CATEGORIA E A DATA DE HOJE MENOS O
      * PRAZO EM ANOS: DESLIGADO ATE ESSA DATA JA PASSOU DO PRAZO.
      *****************************************************************
       0100-LE-PARAMETROS.
           ACCEPT WRK-MODO FROM CONSOLE.
           ACCEPT WRK-ANOS-X FROM CONSOLE.
           IF WRK-ANOS-X NUMERIC AND WRK-ANOS-X NOT = "00"
               MOVE WRK-ANOS-X TO WRK-ANOS-CONTA
           END-IF.
           ACCEPT WRK-ANOS-X FROM CONSOLE.
           IF WRK-ANOS-X NUMERIC AND WRK-ANOS-X NOT = "00"
               MOVE WRK-ANOS-X TO WRK-ANOS-DEPEND
           END-IF.
           ACCEPT WRK-ANOS-X FROM CONSOLE.
           IF WRK-ANOS-X NUMERIC AND WRK-ANOS-X NOT = "00"
               MOVE WRK-ANOS-X TO WRK-ANOS-NOME
           END-IF.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           COMPUTE WRK-LIMITE-CONTA =
               (WRK-ANO - WRK-ANOS-CONTA) * 10000
               + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-LIMITE-DEPEND =
               (WRK-ANO - WRK-ANOS-DEPEND) * 10000
               + WRK-MES * 100 + WRK-DIA.
           COMPUTE WRK-LIMITE-NOME =
               (WRK-ANO - WRK-ANOS-NOME) * 10000
               + WRK-MES * 100 + WRK-DIA.
           IF WRK-MODO-APLICA
               MOVE "MASCARADO" TO WRK-PALAVRA-MASCARA
           ELSE
               MOVE "A MASCARAR" TO WRK-PALAVRA-MASCARA
           END-IF.
       0100-EXIT.
           EXIT.
      *****************************************************************
      * ABRE OS ARQUIVOS - SO PARA LEITURA NA PREVIA. SEM O MESTRE NAO
      * HA O QUE PROCESSAR; SEM UM DOS OUTROS, A CATEGORIA DELE FICA
      * DE FORA E A EXECUCAO TERMINA COM RC 4. GRAVA O CABECALHO DO
      * CERTIFICADO COM OS PRAZOS APLICADOS E LE O PRIMEIRO
      * FUNCIONARIO.
      *****************************************************************
       1000-INICIO.
           IF WRK-MODO-APLICA
               OPEN I-O EMPLOYEE-MASTER
           ELSE
               OPEN INPUT EMPLOYEE-MASTER
           END-IF.
           IF WRK-FS-MESTRE-NAO-ABERTO
               DISPLAY 'EMPMSTR NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           IF WRK-MODO-APLICA
               OPEN I-O ACCOUNT-FILE
               OPEN I-O DEPENDENT-FILE
               OPEN I-O PAYSLIP-STORE
           ELSE
               OPEN INPUT ACCOUNT-FILE
               OPEN INPUT DEPENDENT-FILE
               OPEN INPUT PAYSLIP-STORE
           END-IF.
           IF WRK-FS-CONTA-NAO-ABERTO
               MOVE 'N' TO WRK-CONTA-DISPONIVEL
               DISPLAY 'AVISO: CONTABCO NAO ENCONTRADO - CONTAS '
                       'BANCARIAS FORA DO PROCESSAMENTO'
           END-IF.
           IF WRK-FS-DEPEND-NAO-ABERTO
               MOVE 'N' TO WRK-DEPEND-DISPONIVEL
               DISPLAY 'AVISO: DEPEND NAO ENCONTRADO - DEPENDENTES '
                       'FORA DO PROCESSAMENTO'
           END-IF.
           IF WRK-FS-REPO-NAO-ABERTO
               MOVE 'N' TO WRK-REPO-DISPONIVEL
               DISPLAY 'AVISO: HOLEREPO NAO ENCONTRADO - HOLERITES '
                       'FORA DO PROCESSAMENTO'
           END-IF.
           OPEN OUTPUT CERTIFICATE-REPORT.
           IF WRK-MODO-APLICA
               MOVE "CERTIFICADO DE ANONIMIZACAO (LGPD) "
                   TO WRK-CB-TITULO
           ELSE
               MOVE "PREVIA DA ANONIMIZACAO (LGPD) - SEM ALTERACAO "
                   TO WRK-CB-TITULO
           END-IF.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-OPERADOR TO WRK-CB-OPERADOR.
           MOVE "PRAZOS DE GUARDA APLICADOS (CONTADOS DO DESLIGAMENTO)"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "CONTA BANCARIA (CONTABCO) ....." TO WRK-LP-CATEGORIA.
           MOVE WRK-ANOS-CONTA TO WRK-LP-ANOS.
           MOVE WRK-LIMITE-CONTA TO WRK-LP-LIMITE.
           MOVE WRK-LINHA-PRAZO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "NOME DOS DEPENDENTES (DEPEND) " TO WRK-LP-CATEGORIA.
           MOVE WRK-ANOS-DEPEND TO WRK-LP-ANOS.
           MOVE WRK-LIMITE-DEPEND TO WRK-LP-LIMITE.
           MOVE WRK-LINHA-PRAZO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "NOME (EMPMSTR E HOLEREPO) ...." TO WRK-LP-CATEGORIA.
           MOVE WRK-ANOS-NOME TO WRK-LP-ANOS.
           MOVE WRK-LIMITE-NOME TO WRK-LP-LIMITE.
           MOVE WRK-LINHA-PRAZO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TITULO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * UM FUNCIONARIO: SO O DESLIGADO COM DATA DE DESLIGAMENTO
      * VALIDA ENTRA. CADA CATEGORIA E CONFERIDA CONTRA O PROPRIO
      * PRAZO; SO SAI NO CERTIFICADO O CPF QUE TEVE ALGUMA MASCARA
      * NESTA EXECUCAO.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDOS.
           IF NOT EMP-DESLIGADO
               GO TO 2000-LE-PROXIMO
           END-IF.
           IF EMP-DATA-DESLIGAMENTO NOT NUMERIC
               OR EMP-DATA-DESLIGAMENTO = ZEROS
               GO TO 2000-LE-PROXIMO
           END-IF.
           ADD 1 TO WRK-QTDE-DESLIGADOS.
           MOVE ZEROS TO WRK-MASCARAS-CPF WRK-QTDE-DEP-CPF
                         WRK-QTDE-HOL-CPF WRK-QTDE-PRAZO-CPF.
           MOVE "NO PRAZO" TO WRK-SITUACAO-CONTA WRK-SITUACAO-NOME.
           IF EMP-DATA-DESLIGAMENTO > WRK-LIMITE-CONTA
               ADD 1 TO WRK-QTDE-PRAZO-CPF
           ELSE
               PERFORM 2100-CONTA THRU 2100-EXIT
           END-IF.
           IF EMP-DATA-DESLIGAMENTO > WRK-LIMITE-DEPEND
               ADD 1 TO WRK-QTDE-PRAZO-CPF
           ELSE
               PERFORM 2200-DEPENDENTES THRU 2200-EXIT
           END-IF.
           IF EMP-DATA-DESLIGAMENTO > WRK-LIMITE-NOME
               ADD 1 TO WRK-QTDE-PRAZO-CPF
           ELSE
               PERFORM 2300-NOME THRU 2300-EXIT
           END-IF.
           IF WRK-MASCARAS-CPF > ZEROS
               ADD 1 TO WRK-QTDE-ANONIMIZADOS
               PERFORM 2900-GRAVA-DETALHE THRU 2900-EXIT
           ELSE
               IF WRK-QTDE-PRAZO-CPF = 3
                   ADD 1 TO WRK-QTDE-NO-PRAZO
               ELSE
                   ADD 1 TO WRK-QTDE-JA-ANONIMOS
               END-IF
           END-IF.
       2000-LE-PROXIMO.
           READ EMPLOYEE-MASTER NEXT RECORD
               AT END SET WRK-FIM-MESTRE-SW TO TRUE
           END-READ.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * CONTA BANCARIA: ZERA A CONTA ATUAL E A ANTERIOR. A DATA E O
      * OPERADOR DA ULTIMA ALTERACAO FICAM - NAO IDENTIFICAM O TITULAR.
      *****************************************************************
       2100-CONTA.
           MOVE "SEM CONTA" TO WRK-SITUACAO-CONTA.
           IF NOT WRK-CONTA-DISPONIVEL-SW
               GO TO 2100-EXIT
           END-IF.
           MOVE EMP-CPF TO CTA-CPF.
           READ ACCOUNT-FILE
               INVALID KEY
                   GO TO 2100-EXIT
           END-READ.
           IF CTA-BANCO = ZEROS AND CTA-AGENCIA = ZEROS
               AND CTA-CONTA = ZEROS AND CTA-DIGITO = SPACE
               AND (CTA-CONTA-ANTERIOR = SPACES
                    OR (CTA-ANT-BANCO = ZEROS
                        AND CTA-ANT-AGENCIA = ZEROS
                        AND CTA-ANT-CONTA = ZEROS))
               MOVE "JA ANONIM." TO WRK-SITUACAO-CONTA
               GO TO 2100-EXIT
           END-IF.
           MOVE WRK-PALAVRA-MASCARA TO WRK-SITUACAO-CONTA.
           ADD 1 TO WRK-MASCARAS-CPF.
           ADD 1 TO WRK-QTDE-CONTAS.
           IF NOT WRK-MODO-APLICA
               GO TO 2100-EXIT
           END-IF.
           MOVE ZEROS TO CTA-BANCO CTA-AGENCIA CTA-CONTA.
           MOVE SPACE TO CTA-DIGITO CTA-TIPO.
           MOVE ZEROS TO CTA-ANT-BANCO CTA-ANT-AGENCIA CTA-ANT-CONTA.
           MOVE SPACE TO CTA-ANT-DIGITO CTA-ANT-TIPO.
           REWRITE CONTA-BANCARIA-REC
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR CONTABCO ' CTA-CPF
                           ' - FS ' WRK-FS-CONTA
                   MOVE 8 TO RETURN-CODE
                   GO TO 2100-EXIT
           END-REWRITE.
           MOVE "CONTA" TO WRK-EA-CATEGORIA.
           MOVE 1 TO WRK-RA-QTDE.
           PERFORM 2800-GRAVA-AUDITORIA THRU 2800-EXIT.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * DEPENDENTES: MASCARA O NOME DE CADA DEPENDENTE DO CPF. A DATA
      * DE NASCIMENTO E A MARCA DE IRRF FICAM - PROVAM A DEDUCAO.
      *****************************************************************
       2200-DEPENDENTES.
           IF NOT WRK-DEPEND-DISPONIVEL-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE EMP-CPF TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START DEPENDENT-FILE KEY IS NOT < DEP-CHAVE
               INVALID KEY
                   GO TO 2200-EXIT
           END-START.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 2210-MASCARA-DEPENDENTE THRU 2210-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
           IF WRK-QTDE-DEP-CPF > ZEROS
               ADD 1 TO WRK-MASCARAS-CPF
               IF WRK-MODO-APLICA
                   MOVE "DEPEND" TO WRK-EA-CATEGORIA
                   MOVE WRK-QTDE-DEP-CPF TO WRK-RA-QTDE
                   PERFORM 2800-GRAVA-AUDITORIA THRU 2800-EXIT
               END-IF
           END-IF.
       2200-EXIT.
           EXIT.
       2210-MASCARA-DEPENDENTE.
           IF DEP-CPF NOT = EMP-CPF
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 2210-EXIT
           END-IF.
           IF DEP-NOME NOT = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTDE-DEP-CPF
               ADD 1 TO WRK-QTDE-DEPENDENTES
               IF WRK-MODO-APLICA
                   MOVE WRK-NOME-ANONIMO TO DEP-NOME
                   REWRITE DEPENDENT-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR DEPEND '
                                   DEP-CPF ' - FS ' WRK-FS-DEPEND
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               END-IF
           END-IF.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * NOME: MASCARA O MESTRE E O NOME GUARDADO EM CADA HOLERITE DO
      * CPF NO HOLEREPO (OS VALORES DO HOLERITE FICAM). O HOLERITE
      * AINDA COM NOME E MASCARADO MESMO QUE O MESTRE JA ESTEJA.
      *****************************************************************
       2300-NOME.
           MOVE "JA ANONIM." TO WRK-SITUACAO-NOME.
           IF EMP-NOME NOT = WRK-NOME-ANONIMO
               MOVE WRK-PALAVRA-MASCARA TO WRK-SITUACAO-NOME
               ADD 1 TO WRK-QTDE-NOMES
               IF WRK-MODO-APLICA
                   MOVE WRK-NOME-ANONIMO TO EMP-NOME
                   REWRITE EMPLOYEE-RECORD
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR EMPMSTR '
                                   EMP-CPF ' - FS ' WRK-FS-MESTRE
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               END-IF
           END-IF.
           IF WRK-REPO-DISPONIVEL-SW
               PERFORM 2310-HOLERITES THRU 2310-EXIT
           END-IF.
           IF WRK-SITUACAO-NOME = WRK-PALAVRA-MASCARA
               OR WRK-QTDE-HOL-CPF > ZEROS
               ADD 1 TO WRK-MASCARAS-CPF
               IF WRK-MODO-APLICA
                   MOVE "NOME" TO WRK-EA-CATEGORIA
                   MOVE WRK-QTDE-HOL-CPF TO WRK-RA-QTDE
                   IF WRK-SITUACAO-NOME = WRK-PALAVRA-MASCARA
                       ADD 1 TO WRK-RA-QTDE
                   END-IF
                   PERFORM 2800-GRAVA-AUDITORIA THRU 2800-EXIT
               END-IF
           END-IF.
       2300-EXIT.
           EXIT.
       2310-HOLERITES.
           MOVE EMP-CPF TO HOL-CPF.
           MOVE ZEROS TO HOL-ANO HOL-MES HOL-SEQ.
           MOVE LOW-VALUES TO HOL-FOLHA.
           MOVE 'N' TO WRK-FIM-LEITURA.
           START PAYSLIP-STORE KEY IS NOT < HOL-CHAVE
               INVALID KEY
                   GO TO 2310-EXIT
           END-START.
           READ PAYSLIP-STORE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
           PERFORM 2320-MASCARA-HOLERITE THRU 2320-EXIT
               UNTIL WRK-FIM-LEITURA-SW.
       2310-EXIT.
           EXIT.
       2320-MASCARA-HOLERITE.
           IF HOL-CPF NOT = EMP-CPF
               SET WRK-FIM-LEITURA-SW TO TRUE
               GO TO 2320-EXIT
           END-IF.
           IF HOL-NOME NOT = WRK-NOME-ANONIMO
               ADD 1 TO WRK-QTDE-HOL-CPF
               ADD 1 TO WRK-QTDE-HOLERITES
               IF WRK-MODO-APLICA
                   MOVE WRK-NOME-ANONIMO TO HOL-NOME
                   REWRITE PAYSLIP-STORE-REC
                       INVALID KEY
                           DISPLAY 'ERRO AO REGRAVAR HOLEREPO '
                                   HOL-CPF ' - FS ' WRK-FS-REPOSITORIO
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
               END-IF
           END-IF.
           READ PAYSLIP-STORE NEXT RECORD
               AT END SET WRK-FIM-LEITURA-SW TO TRUE
           END-READ.
       2320-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA NA TRILHA DE AUDITORIA CADA CATEGORIA MASCARADA, COM O
      * CPF, A QUANTIDADE DE REGISTROS E O OPERADOR.
      *****************************************************************
       2800-GRAVA-AUDITORIA.
           MOVE EMP-CPF TO WRK-EA-CPF.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           MOVE WRK-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       2800-EXIT.
           EXIT.
       2900-GRAVA-DETALHE.
           MOVE EMP-CPF TO WRK-D-CPF.
           MOVE EMP-DATA-DESLIGAMENTO TO WRK-D-DESLIGAMENTO.
           MOVE WRK-SITUACAO-CONTA TO WRK-D-CONTA.
           MOVE WRK-QTDE-DEP-CPF TO WRK-D-DEPENDENTES.
           MOVE WRK-SITUACAO-NOME TO WRK-D-NOME.
           MOVE WRK-QTDE-HOL-CPF TO WRK-D-HOLERITES.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * TOTAIS, DECLARACAO DO QUE FOI MASCARADO E DO QUE FOI MANTIDO,
      * CAMPO DE ASSINATURA E FECHAMENTO DOS ARQUIVOS.
      *****************************************************************
       3000-FINALIZA.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "FUNCIONARIOS LIDOS NO MESTRE" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-LIDOS TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "DESLIGADOS COM DATA DE DESLIGAMENTO"
               TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-DESLIGADOS TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "CPFS ANONIMIZADOS NESTA EXECUCAO" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-ANONIMIZADOS TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "  CONTAS BANCARIAS" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-CONTAS TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "  NOMES DE DEPENDENTES" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-DEPENDENTES TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "  NOMES NO MESTRE" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-NOMES TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "  NOMES EM HOLERITES GUARDADOS" TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-HOLERITES TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "DESLIGADOS JA ANONIMIZADOS ANTES"
               TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-JA-ANONIMOS TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE "DESLIGADOS AINDA DENTRO DOS PRAZOS"
               TO WRK-LT-DESCRICAO.
           MOVE WRK-QTDE-NO-PRAZO TO WRK-LT-QTDE.
           PERFORM 3100-GRAVA-TOTAL THRU 3100-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "DADOS MASCARADOS: NOME DO FUNCIONARIO (EMPMSTR E"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "HOLERITES DO HOLEREPO), CONTA BANCARIA ATUAL E"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "ANTERIOR (CONTABCO) E NOME DOS DEPENDENTES (DEPEND)."
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "DADOS MANTIDOS PARA DEFESA EM PROCESSO TRABALHISTA"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "E FISCAL: CPF, DATAS, SALARIOS (SALHIST/SALHARCH),"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "VALORES E VERBAS DOS HOLERITES, DESCONTOS (DESCREC)"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "E EVENTOS DO ESOCIAL (ESOCPEND). SIGNLOGF, EMPJRNL E"
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "AUDITLOG SEGUEM A PROPRIA ROTACAO."
               TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF NOT WRK-CONTA-DISPONIVEL-SW
               MOVE "ATENCAO: CONTAS BANCARIAS NAO PROCESSADAS"
                   TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           IF NOT WRK-DEPEND-DISPONIVEL-SW
               MOVE "ATENCAO: DEPENDENTES NAO PROCESSADOS"
                   TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           IF NOT WRK-REPO-DISPONIVEL-SW
               MOVE "ATENCAO: HOLERITES NAO PROCESSADOS"
                   TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-ASSINATURA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE EMPLOYEE-MASTER.
           IF WRK-CONTA-DISPONIVEL-SW
               CLOSE ACCOUNT-FILE
           END-IF.
           IF WRK-DEPEND-DISPONIVEL-SW
               CLOSE DEPENDENT-FILE
           END-IF.
           IF WRK-REPO-DISPONIVEL-SW
               CLOSE PAYSLIP-STORE
           END-IF.
           CLOSE CERTIFICATE-REPORT.
       3000-EXIT.
           EXIT.
       3100-GRAVA-TOTAL.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3100-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO CERTIFICADO
      * SAI POR AQUI - PAGINA NOVA COM CABECALHO E NUMERO DA PAGINA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE CERTIFICATE-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE CERTIFICATE-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE CERTIFICATE-REPORT-REC FROM WRK-LINHA-PAGINA.
           MOVE 2 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM LGPDANON.
