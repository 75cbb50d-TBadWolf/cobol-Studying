       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDREL.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: RELATORIO DO TITULAR (LGPD) - RECEBE PELO CONSOLE O
      *          CPF DO TITULAR E O OPERADOR QUE ATENDE O PEDIDO E
      *          REUNE NUMA SO LISTAGEM TUDO O QUE A FOLHA GUARDA
      *          DAQUELE CPF: MESTRE (EMPMSTR), CONTA BANCARIA
      *          (CONTABCO), DEPENDENTES (DEPEND), DESCONTOS
      *          RECORRENTES (DESCREC), HISTORICO DE SALARIO CORRENTE
      *          (SALHIST) E ARQUIVADO (SALHARCH), HOLERITES GUARDADOS
      *          (HOLEREPO), EVENTOS DO ESOCIAL (ESOCPEND), MARCACOES
      *          DE PONTO (SIGNLOGF), DIARIO DO MESTRE (EMPJRNL - O
      *          CPF NA IMAGEM ANTES OU DEPOIS) E TRILHA DE AUDITORIA
      *          (AUDITLOG - O CPF DENTRO DE AUD-ENTRADA, COMO NO
      *          AUDINQ). CADA ARQUIVO SAI NUMA SECAO PROPRIA E O
      *          RESUMO FINAL DA A QUANTIDADE POR ARQUIVO. ARQUIVO
      *          AUSENTE NAO CANCELA O RELATORIO - A SECAO SAI MARCADA
      *          COMO NAO DISPONIVEL E A EXECUCAO TERMINA COM RC 4,
      *          PORQUE A RESPOSTA AO TITULAR FICOU INCOMPLETA. O
      *          OPERADOR TEM DE ESTAR AUTORIZADO NO OPERAUT (OPERCHK)
      *          E A EMISSAO VAI PARA O AUDITLOG - O PROPRIO RELATORIO
      *          E UM TRATAMENTO DE DADO PESSOAL.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ACCOUNT-FILE ASSIGN TO "CONTABCO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CTA-CPF
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT DEPENDENT-FILE ASSIGN TO "DEPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEP-CHAVE
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT RECURRING-FILE ASSIGN TO "DESCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRC-CHAVE
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT HISTORY-FILE ASSIGN TO "SALHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-CHAVE
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT ARCHIVE-FILE ASSIGN TO "SALHARCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT PENDING-FILE ASSIGN TO "ESOCPEND"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PEV-CHAVE
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT SIGNIN-LOG ASSIGN TO "SIGNLOGF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT JOURNAL-FILE ASSIGN TO "EMPJRNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT AUDIT-FILE ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQUIVO.
           SELECT SUBJECT-REPORT ASSIGN TO "LGPDRLRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  ACCOUNT-FILE.
       COPY "CONTABCO.CPY".
       FD  DEPENDENT-FILE.
       COPY "DEPEND.CPY".
       FD  RECURRING-FILE.
       COPY "DESCREC.CPY".
       FD  HISTORY-FILE.
       COPY "SALHIST.CPY".
       FD  ARCHIVE-FILE.
       01  ARCHIVE-REC.
           02 ARQ-CPF                 PIC X(11).
           02 ARQ-ANO                 PIC 9(04).
           02 ARQ-SALARIOS.
               03 ARQ-SAL             PIC 9(06)V99 OCCURS 12 TIMES.
           02 FILLER                  PIC X(10).
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  PENDING-FILE.
       COPY "ESOCPEND.CPY".
       FD  SIGNIN-LOG.
       01  SIGNIN-LOG-REC.
           02 LOG-CPF                 PIC X(11).
           02 FILLER                  PIC X(82).
       FD  JOURNAL-FILE.
       COPY "EMPJRNL.CPY".
       FD  AUDIT-FILE.
       01  AUDIT-REC.
           02 AUD-DATA                 PIC 9(08).
           02 FILLER                   PIC X(01).
           02 AUD-HORA                 PIC 9(06).
           02 FILLER                   PIC X(01).
           02 AUD-PROGRAMA             PIC X(12).
           02 FILLER                   PIC X(01).
           02 AUD-ENTRADA              PIC X(30).
           02 FILLER                   PIC X(01).
           02 AUD-RESULTADO            PIC X(30).
       FD  SUBJECT-REPORT.
       01  SUBJECT-REPORT-REC         PIC X(132).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-ARQUIVO           PIC X(02) VALUE SPACES.
           88 WRK-FS-NAO-ABERTO             VALUE "35".
       77 WRK-CPF-PEDIDO           PIC X(11) VALUE SPACES.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-FIM-SECAO            PIC X(01) VALUE 'N'.
           88 WRK-FIM-SECAO-SW              VALUE 'S'.
       77 WRK-SECAO                PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX                  PIC 9(02) COMP VALUE ZEROS.
       77 WRK-OCORRENCIAS          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-AUSENTES        PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-TOTAL           PIC 9(07) COMP VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "LGPDREL".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(18) VALUE
               "RELATORIO TITULAR ".
           02 WRK-EA-CPF            PIC X(11).
           02 FILLER                PIC X(01) VALUE SPACE.
       01 WRK-RESULT-AUDIT.
           02 FILLER                PIC X(08) VALUE "EMITIDO ".
           02 WRK-RA-QTDE           PIC 9(07).
           02 FILLER                PIC X(07) VALUE " OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
      *****************************************************************
      * ARQUIVOS PESQUISADOS, NA ORDEM DAS SECOES DO RELATORIO, E A
      * CONTAGEM DE REGISTROS DO TITULAR ACHADOS EM CADA UM.
      *****************************************************************
       01 WRK-NOMES-ARQUIVOS.
           02 FILLER                PIC X(40) VALUE
               "EMPMSTR  - CADASTRO DO FUNCIONARIO".
           02 FILLER                PIC X(40) VALUE
               "CONTABCO - CONTA BANCARIA".
           02 FILLER                PIC X(40) VALUE
               "DEPEND   - DEPENDENTES".
           02 FILLER                PIC X(40) VALUE
               "DESCREC  - DESCONTOS RECORRENTES".
           02 FILLER                PIC X(40) VALUE
               "SALHIST  - HISTORICO DE SALARIO".
           02 FILLER                PIC X(40) VALUE
               "SALHARCH - HISTORICO DE SALARIO ARQUIV.".
           02 FILLER                PIC X(40) VALUE
               "HOLEREPO - HOLERITES EMITIDOS".
           02 FILLER                PIC X(40) VALUE
               "ESOCPEND - EVENTOS DO ESOCIAL".
           02 FILLER                PIC X(40) VALUE
               "SIGNLOGF - MARCACOES DE PONTO".
           02 FILLER                PIC X(40) VALUE
               "EMPJRNL  - DIARIO DO CADASTRO".
           02 FILLER                PIC X(40) VALUE
               "AUDITLOG - TRILHA DE AUDITORIA".
       01 WRK-TABELA-ARQUIVOS REDEFINES WRK-NOMES-ARQUIVOS.
           02 WRK-TA-DESCRICAO      PIC X(40) OCCURS 11 TIMES.
       01 WRK-CONTAGEM-ARQUIVOS.
           02 WRK-CA-ITEM OCCURS 11 TIMES.
               03 WRK-CA-QTDE           PIC 9(05) COMP.
               03 WRK-CA-SITUACAO       PIC X(01).
                   88 WRK-CA-AUSENTE            VALUE 'A'.
       01 WRK-LINHA-IMPRESSAO      PIC X(132) VALUE SPACES.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(44) VALUE
               "RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD".
           02 FILLER                PIC X(08) VALUE ") - CPF ".
           02 WRK-CB-CPF            PIC 999.999.999/99.
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
           02 FILLER                PIC X(12) VALUE " - OPERADOR ".
           02 WRK-CB-OPERADOR       PIC X(08).
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SECAO.
           02 WRK-LS-NUMERO         PIC Z9.
           02 FILLER                PIC X(02) VALUE ". ".
           02 WRK-LS-DESCRICAO      PIC X(40).
       01 WRK-LINHA-SEPARADOR.
           02 FILLER                PIC X(60) VALUE ALL "-".
       01 WRK-LINHA-FIM-SECAO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LF-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " REGISTRO(S)".
       01 WRK-LINHA-NENHUM.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(30) VALUE
               "NENHUM REGISTRO PARA O CPF".
       01 WRK-LINHA-AUSENTE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(40) VALUE
               "ARQUIVO NAO DISPONIVEL NESTA EXECUCAO".
       01 WRK-LINHA-MESTRE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(06) VALUE "NOME: ".
           02 WRK-LM-NOME           PIC X(20).
           02 FILLER                PIC X(10) VALUE " SALARIO: ".
           02 WRK-LM-SALARIO        PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LM-MOEDA          PIC X(03).
           02 FILLER                PIC X(08) VALUE " DEPTO: ".
           02 WRK-LM-DEPTO          PIC X(04).
           02 FILLER                PIC X(08) VALUE " ESTAB: ".
           02 WRK-LM-ESTAB          PIC X(01).
           02 FILLER                PIC X(11) VALUE " ADMISSAO: ".
           02 WRK-LM-ADMISSAO       PIC 9999/99/99.
           02 FILLER                PIC X(09) VALUE " STATUS: ".
           02 WRK-LM-STATUS         PIC X(01).
           02 FILLER                PIC X(15) VALUE " DESLIGAMENTO: ".
           02 WRK-LM-DESLIG         PIC 9999/99/99.
       01 WRK-LINHA-CONTA.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE "BANCO: ".
           02 WRK-LT-BANCO          PIC 9(03).
           02 FILLER                PIC X(10) VALUE " AGENCIA: ".
           02 WRK-LT-AGENCIA        PIC 9(04).
           02 FILLER                PIC X(08) VALUE " CONTA: ".
           02 WRK-LT-CONTA          PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LT-DIGITO         PIC X(01).
           02 FILLER                PIC X(07) VALUE " TIPO: ".
           02 WRK-LT-TIPO           PIC X(01).
           02 FILLER                PIC X(14) VALUE " ALTERADA EM: ".
           02 WRK-LT-ALTERACAO      PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " POR: ".
           02 WRK-LT-OPERADOR       PIC X(08).
           02 FILLER                PIC X(11) VALUE " ANTERIOR: ".
           02 WRK-LT-ANT-BANCO      PIC 9(03).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LT-ANT-AGENCIA    PIC 9(04).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LT-ANT-CONTA      PIC 9(08).
           02 FILLER                PIC X(01) VALUE "-".
           02 WRK-LT-ANT-DIGITO     PIC X(01).
       01 WRK-LINHA-DEPENDENTE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(05) VALUE "SEQ: ".
           02 WRK-LD-SEQ            PIC 9(02).
           02 FILLER                PIC X(07) VALUE " NOME: ".
           02 WRK-LD-NOME           PIC X(20).
           02 FILLER                PIC X(13) VALUE " NASCIMENTO: ".
           02 WRK-LD-NASCIMENTO     PIC 9999/99/99.
           02 FILLER                PIC X(13) VALUE " DEDUZ IRRF: ".
           02 WRK-LD-IRRF           PIC X(01).
       01 WRK-LINHA-DESCONTO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(08) VALUE "CODIGO: ".
           02 WRK-LX-CODIGO         PIC X(03).
           02 FILLER                PIC X(12) VALUE " DESCRICAO: ".
           02 WRK-LX-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(08) VALUE " VALOR: ".
           02 WRK-LX-VALOR          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(11) VALUE " PARCELAS: ".
           02 WRK-LX-PARCELAS       PIC ZZ9.
           02 FILLER                PIC X(12) VALUE " SEM PRAZO: ".
           02 WRK-LX-ABERTO         PIC X(01).
       01 WRK-LINHA-TITULO-MESES.
           02 FILLER                PIC X(10) VALUE "  ANO".
           02 FILLER                PIC X(10) VALUE "       JAN".
           02 FILLER                PIC X(10) VALUE "       FEV".
           02 FILLER                PIC X(10) VALUE "       MAR".
           02 FILLER                PIC X(10) VALUE "       ABR".
           02 FILLER                PIC X(10) VALUE "       MAI".
           02 FILLER                PIC X(10) VALUE "       JUN".
           02 FILLER                PIC X(10) VALUE "       JUL".
           02 FILLER                PIC X(10) VALUE "       AGO".
           02 FILLER                PIC X(10) VALUE "       SET".
           02 FILLER                PIC X(10) VALUE "       OUT".
           02 FILLER                PIC X(10) VALUE "       NOV".
           02 FILLER                PIC X(10) VALUE "       DEZ".
       01 WRK-LINHA-SALARIOS.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LH-ANO            PIC 9(04).
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LH-MES OCCURS 12 TIMES.
               03 FILLER            PIC X(01).
               03 WRK-LH-VALOR      PIC ZZZZZ9,99.
       01 WRK-LINHA-HOLERITE.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(06) VALUE "COMP. ".
           02 WRK-LO-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LO-ANO            PIC 9(04).
           02 FILLER                PIC X(07) VALUE " FOLHA ".
           02 WRK-LO-FOLHA          PIC X(01).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LO-SEQ            PIC 9(02).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LO-NOME           PIC X(20).
           02 FILLER                PIC X(07) VALUE " BRUTO ".
           02 WRK-LO-BRUTO          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(06) VALUE " INSS ".
           02 WRK-LO-INSS           PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(06) VALUE " IRRF ".
           02 WRK-LO-IRRF           PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(09) VALUE " LIQUIDO ".
           02 WRK-LO-LIQUIDO        PIC ZZZ.ZZ9,99.
       01 WRK-LINHA-EVENTO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(07) VALUE "EVENTO ".
           02 WRK-LE-TIPO           PIC X(05).
           02 FILLER                PIC X(07) VALUE " COMP. ".
           02 WRK-LE-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LE-ANO            PIC 9(04).
           02 FILLER                PIC X(10) VALUE " SITUACAO ".
           02 WRK-LE-SITUACAO       PIC X(01).
           02 FILLER                PIC X(08) VALUE " RECIBO ".
           02 WRK-LE-RECIBO         PIC X(20).
           02 FILLER                PIC X(06) VALUE " DATA ".
           02 WRK-LE-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(06) VALUE " ERRO ".
           02 WRK-LE-ERRO           PIC X(30).
       01 WRK-LINHA-COPIA.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-REGISTRO       PIC X(130).
       01 WRK-LINHA-DIARIO.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LJ-DATA           PIC 9999/99/99.
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LJ-HORA           PIC 9(06).
           02 FILLER                PIC X(01) VALUE SPACE.
           02 WRK-LJ-PROGRAMA       PIC X(12).
           02 FILLER                PIC X(06) VALUE " ACAO ".
           02 WRK-LJ-ACAO           PIC X(01).
           02 FILLER                PIC X(08) VALUE " ANTES  ".
           02 WRK-LJ-ANTES          PIC X(64).
       01 WRK-LINHA-DIARIO-DEPOIS.
           02 FILLER                PIC X(39) VALUE SPACES.
           02 FILLER                PIC X(08) VALUE " DEPOIS ".
           02 WRK-LJ-DEPOIS         PIC X(64).
       01 WRK-LINHA-RESUMO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LR-DESCRICAO      PIC X(40).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LR-QTDE           PIC ZZZZ9.
           02 FILLER                PIC X(12) VALUE " REGISTRO(S)".
       01 WRK-LINHA-RESUMO-AUSENTE.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LA-DESCRICAO      PIC X(40).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 FILLER                PIC X(14) VALUE "NAO DISPONIVEL".
       01 WRK-LINHA-TOTAL.
           02 FILLER                PIC X(35) VALUE
               "TOTAL DE REGISTROS DO TITULAR:     ".
           02 WRK-LL-QTDE           PIC ZZZZZZ9.
           02 FILLER                PIC X(21) VALUE
               "  ARQUIVOS AUSENTES: ".
           02 WRK-LL-AUSENTES       PIC Z9.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-CPF-PEDIDO FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-CPF-PEDIDO = SPACES OR WRK-CPF-PEDIDO = ZEROS
               DISPLAY 'CPF DO TITULAR NAO INFORMADO - EXECUCAO '
                       'CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO AUTORIZADO '
                       'PARA O LGPDREL - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           PERFORM 2100-MESTRE THRU 2100-EXIT.
           PERFORM 2200-CONTA THRU 2200-EXIT.
           PERFORM 2300-DEPENDENTES THRU 2300-EXIT.
           PERFORM 2400-DESCONTOS THRU 2400-EXIT.
           PERFORM 2500-HISTORICO THRU 2500-EXIT.
           PERFORM 2600-HISTORICO-ARQUIVADO THRU 2600-EXIT.
           PERFORM 2700-HOLERITES THRU 2700-EXIT.
           PERFORM 2800-ESOCIAL THRU 2800-EXIT.
           PERFORM 2900-PONTO THRU 2900-EXIT.
           PERFORM 3000-DIARIO THRU 3000-EXIT.
           PERFORM 3100-AUDITORIA THRU 3100-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
           IF WRK-QTDE-AUSENTES > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE O RELATORIO E ZERA A CONTAGEM POR ARQUIVO.
      *****************************************************************
       1000-INICIO.
           OPEN OUTPUT SUBJECT-REPORT.
           MOVE WRK-CPF-PEDIDO TO WRK-CB-CPF.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           MOVE WRK-OPERADOR TO WRK-CB-OPERADOR.
           PERFORM 1100-ZERA-CONTAGEM THRU 1100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 11.
       1000-EXIT.
           EXIT.
       1100-ZERA-CONTAGEM.
           MOVE ZEROS TO WRK-CA-QTDE (WRK-IDX).
           MOVE SPACE TO WRK-CA-SITUACAO (WRK-IDX).
       1100-EXIT.
           EXIT.
      *****************************************************************
      * 1. MESTRE DE FUNCIONARIOS - LEITURA DIRETA PELO CPF.
      *****************************************************************
       2100-MESTRE.
           MOVE 1 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT EMPLOYEE-MASTER.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2100-FECHA-SECAO
           END-IF.
           MOVE WRK-CPF-PEDIDO TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2110-IMPRIME-MESTRE THRU 2110-EXIT
           END-READ.
           CLOSE EMPLOYEE-MASTER.
       2100-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2100-EXIT.
           EXIT.
       2110-IMPRIME-MESTRE.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE EMP-NOME TO WRK-LM-NOME.
           MOVE EMP-SALARIO TO WRK-LM-SALARIO.
           MOVE EMP-MOEDA TO WRK-LM-MOEDA.
           MOVE EMP-DEPTO TO WRK-LM-DEPTO.
           MOVE EMP-ESTABELECIMENTO TO WRK-LM-ESTAB.
           MOVE EMP-STATUS TO WRK-LM-STATUS.
           MOVE ZEROS TO WRK-LM-ADMISSAO.
           IF EMP-DATA-ADMISSAO NUMERIC
               MOVE EMP-DATA-ADMISSAO TO WRK-LM-ADMISSAO
           END-IF.
           MOVE ZEROS TO WRK-LM-DESLIG.
           IF EMP-DATA-DESLIGAMENTO NUMERIC
               MOVE EMP-DATA-DESLIGAMENTO TO WRK-LM-DESLIG
           END-IF.
           MOVE WRK-LINHA-MESTRE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2110-EXIT.
           EXIT.
      *****************************************************************
      * 2. CONTA BANCARIA - A ATUAL E A ANTERIOR A ULTIMA ALTERACAO.
      *****************************************************************
       2200-CONTA.
           MOVE 2 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT ACCOUNT-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2200-FECHA-SECAO
           END-IF.
           MOVE WRK-CPF-PEDIDO TO CTA-CPF.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM 2210-IMPRIME-CONTA THRU 2210-EXIT
           END-READ.
           CLOSE ACCOUNT-FILE.
       2200-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2200-EXIT.
           EXIT.
       2210-IMPRIME-CONTA.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE CTA-BANCO TO WRK-LT-BANCO.
           MOVE CTA-AGENCIA TO WRK-LT-AGENCIA.
           MOVE CTA-CONTA TO WRK-LT-CONTA.
           MOVE CTA-DIGITO TO WRK-LT-DIGITO.
           MOVE CTA-TIPO TO WRK-LT-TIPO.
           MOVE ZEROS TO WRK-LT-ALTERACAO.
           IF CTA-DATA-ALTERACAO NUMERIC
               MOVE CTA-DATA-ALTERACAO TO WRK-LT-ALTERACAO
           END-IF.
           MOVE CTA-OPERADOR TO WRK-LT-OPERADOR.
           MOVE ZEROS TO WRK-LT-ANT-BANCO WRK-LT-ANT-AGENCIA
                         WRK-LT-ANT-CONTA.
           IF CTA-CONTA-ANTERIOR NOT = SPACES
               MOVE CTA-ANT-BANCO TO WRK-LT-ANT-BANCO
               MOVE CTA-ANT-AGENCIA TO WRK-LT-ANT-AGENCIA
               MOVE CTA-ANT-CONTA TO WRK-LT-ANT-CONTA
           END-IF.
           MOVE CTA-ANT-DIGITO TO WRK-LT-ANT-DIGITO.
           MOVE WRK-LINHA-CONTA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2210-EXIT.
           EXIT.
      *****************************************************************
      * 3. DEPENDENTES - CHAVES CPF + SEQUENCIA, LIDAS A PARTIR DA
      *    SEQUENCIA ZERO ATE MUDAR O CPF.
      *****************************************************************
       2300-DEPENDENTES.
           MOVE 3 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT DEPENDENT-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2300-FECHA-SECAO
           END-IF.
           MOVE WRK-CPF-PEDIDO TO DEP-CPF.
           MOVE ZEROS TO DEP-SEQ.
           MOVE 'N' TO WRK-FIM-SECAO.
           START DEPENDENT-FILE KEY IS NOT < DEP-CHAVE
               INVALID KEY
                   SET WRK-FIM-SECAO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-SECAO-SW
               READ DEPENDENT-FILE NEXT RECORD
                   AT END SET WRK-FIM-SECAO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2310-IMPRIME-DEPENDENTE THRU 2310-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE DEPENDENT-FILE.
       2300-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2300-EXIT.
           EXIT.
       2310-IMPRIME-DEPENDENTE.
           IF DEP-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-SECAO-SW TO TRUE
               GO TO 2310-EXIT
           END-IF.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE DEP-SEQ TO WRK-LD-SEQ.
           MOVE DEP-NOME TO WRK-LD-NOME.
           MOVE ZEROS TO WRK-LD-NASCIMENTO.
           IF DEP-NASCIMENTO NUMERIC
               MOVE DEP-NASCIMENTO TO WRK-LD-NASCIMENTO
           END-IF.
           MOVE DEP-IRRF TO WRK-LD-IRRF.
           MOVE WRK-LINHA-DEPENDENTE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ DEPENDENT-FILE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2310-EXIT.
           EXIT.
      *****************************************************************
      * 4. DESCONTOS RECORRENTES - CHAVES CPF + CODIGO.
      *****************************************************************
       2400-DESCONTOS.
           MOVE 4 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT RECURRING-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2400-FECHA-SECAO
           END-IF.
           MOVE WRK-CPF-PEDIDO TO DRC-CPF.
           MOVE LOW-VALUES TO DRC-CODIGO.
           MOVE 'N' TO WRK-FIM-SECAO.
           START RECURRING-FILE KEY IS NOT < DRC-CHAVE
               INVALID KEY
                   SET WRK-FIM-SECAO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-SECAO-SW
               READ RECURRING-FILE NEXT RECORD
                   AT END SET WRK-FIM-SECAO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2410-IMPRIME-DESCONTO THRU 2410-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE RECURRING-FILE.
       2400-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2400-EXIT.
           EXIT.
       2410-IMPRIME-DESCONTO.
           IF DRC-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-SECAO-SW TO TRUE
               GO TO 2410-EXIT
           END-IF.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE DRC-CODIGO TO WRK-LX-CODIGO.
           MOVE DRC-DESCRICAO TO WRK-LX-DESCRICAO.
           MOVE DRC-VALOR TO WRK-LX-VALOR.
           MOVE DRC-PARCELAS TO WRK-LX-PARCELAS.
           MOVE DRC-ABERTO TO WRK-LX-ABERTO.
           MOVE WRK-LINHA-DESCONTO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ RECURRING-FILE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2410-EXIT.
           EXIT.
      *****************************************************************
      * 5. HISTORICO DE SALARIO CORRENTE - UM REGISTRO POR ANO.
      *****************************************************************
       2500-HISTORICO.
           MOVE 5 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT HISTORY-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2500-FECHA-SECAO
           END-IF.
           MOVE WRK-LINHA-TITULO-MESES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-CPF-PEDIDO TO HIST-CPF.
           MOVE ZEROS TO HIST-ANO.
           MOVE 'N' TO WRK-FIM-SECAO.
           START HISTORY-FILE KEY IS NOT < HIST-CHAVE
               INVALID KEY
                   SET WRK-FIM-SECAO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-SECAO-SW
               READ HISTORY-FILE NEXT RECORD
                   AT END SET WRK-FIM-SECAO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2510-IMPRIME-HISTORICO THRU 2510-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE HISTORY-FILE.
       2500-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2500-EXIT.
           EXIT.
       2510-IMPRIME-HISTORICO.
           IF HIST-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-SECAO-SW TO TRUE
               GO TO 2510-EXIT
           END-IF.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE SPACES TO WRK-LINHA-SALARIOS.
           MOVE HIST-ANO TO WRK-LH-ANO.
           PERFORM 2520-MOVE-MES-HISTORICO THRU 2520-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 12.
           MOVE WRK-LINHA-SALARIOS TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2510-EXIT.
           EXIT.
       2520-MOVE-MES-HISTORICO.
           MOVE HIST-SAL (WRK-IDX) TO WRK-LH-VALOR (WRK-IDX).
       2520-EXIT.
           EXIT.
      *****************************************************************
      * 6. HISTORICO ARQUIVADO PELO HISTARCH - ARQUIVO SEQUENCIAL,
      *    LIDO INTEIRO.
      *****************************************************************
       2600-HISTORICO-ARQUIVADO.
           MOVE 6 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT ARCHIVE-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2600-FECHA-SECAO
           END-IF.
           MOVE WRK-LINHA-TITULO-MESES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE 'N' TO WRK-FIM-SECAO.
           READ ARCHIVE-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
           PERFORM 2610-IMPRIME-ARQUIVADO THRU 2610-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE ARCHIVE-FILE.
       2600-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2600-EXIT.
           EXIT.
       2610-IMPRIME-ARQUIVADO.
           IF ARQ-CPF = WRK-CPF-PEDIDO
               ADD 1 TO WRK-CA-QTDE (WRK-SECAO)
               MOVE SPACES TO WRK-LINHA-SALARIOS
               MOVE ARQ-ANO TO WRK-LH-ANO
               PERFORM 2620-MOVE-MES-ARQUIVADO THRU 2620-EXIT
                   VARYING WRK-IDX FROM 1 BY 1
                   UNTIL WRK-IDX > 12
               MOVE WRK-LINHA-SALARIOS TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           READ ARCHIVE-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2610-EXIT.
           EXIT.
       2620-MOVE-MES-ARQUIVADO.
           MOVE ARQ-SAL (WRK-IDX) TO WRK-LH-VALOR (WRK-IDX).
       2620-EXIT.
           EXIT.
      *****************************************************************
      * 7. HOLERITES GUARDADOS - CHAVES CPF + COMPETENCIA + FOLHA +
      *    SEQUENCIA, LIDAS A PARTIR DA MENOR COMPETENCIA DO CPF.
      *****************************************************************
       2700-HOLERITES.
           MOVE 7 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT PAYSLIP-STORE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2700-FECHA-SECAO
           END-IF.
           MOVE WRK-CPF-PEDIDO TO HOL-CPF.
           MOVE ZEROS TO HOL-ANO HOL-MES HOL-SEQ.
           MOVE LOW-VALUES TO HOL-FOLHA.
           MOVE 'N' TO WRK-FIM-SECAO.
           START PAYSLIP-STORE KEY IS NOT < HOL-CHAVE
               INVALID KEY
                   SET WRK-FIM-SECAO-SW TO TRUE
           END-START.
           IF NOT WRK-FIM-SECAO-SW
               READ PAYSLIP-STORE NEXT RECORD
                   AT END SET WRK-FIM-SECAO-SW TO TRUE
               END-READ
           END-IF.
           PERFORM 2710-IMPRIME-HOLERITE THRU 2710-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE PAYSLIP-STORE.
       2700-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2700-EXIT.
           EXIT.
       2710-IMPRIME-HOLERITE.
           IF HOL-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-SECAO-SW TO TRUE
               GO TO 2710-EXIT
           END-IF.
           ADD 1 TO WRK-CA-QTDE (WRK-SECAO).
           MOVE HOL-MES TO WRK-LO-MES.
           MOVE HOL-ANO TO WRK-LO-ANO.
           MOVE HOL-FOLHA TO WRK-LO-FOLHA.
           MOVE HOL-SEQ TO WRK-LO-SEQ.
           MOVE HOL-NOME TO WRK-LO-NOME.
           MOVE HOL-BRUTO TO WRK-LO-BRUTO.
           MOVE HOL-INSS TO WRK-LO-INSS.
           MOVE HOL-IRRF TO WRK-LO-IRRF.
           MOVE HOL-LIQUIDO TO WRK-LO-LIQUIDO.
           MOVE WRK-LINHA-HOLERITE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           READ PAYSLIP-STORE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2710-EXIT.
           EXIT.
      *****************************************************************
      * 8. EVENTOS DO ESOCIAL - A CHAVE COMECA PELO TIPO DO EVENTO,
      *    ENTAO O ARQUIVO E LIDO INTEIRO FILTRANDO PELO CPF.
      *****************************************************************
       2800-ESOCIAL.
           MOVE 8 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT PENDING-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2800-FECHA-SECAO
           END-IF.
           MOVE 'N' TO WRK-FIM-SECAO.
           READ PENDING-FILE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
           PERFORM 2810-IMPRIME-EVENTO THRU 2810-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE PENDING-FILE.
       2800-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2800-EXIT.
           EXIT.
       2810-IMPRIME-EVENTO.
           IF PEV-CPF = WRK-CPF-PEDIDO
               ADD 1 TO WRK-CA-QTDE (WRK-SECAO)
               MOVE PEV-TIPO TO WRK-LE-TIPO
               MOVE PEV-COMP-MES TO WRK-LE-MES
               MOVE PEV-COMP-ANO TO WRK-LE-ANO
               MOVE PEV-SITUACAO TO WRK-LE-SITUACAO
               MOVE PEV-RECIBO TO WRK-LE-RECIBO
               MOVE ZEROS TO WRK-LE-DATA
               IF PEV-DATA-EVENTO NUMERIC
                   MOVE PEV-DATA-EVENTO TO WRK-LE-DATA
               END-IF
               MOVE PEV-ERRO TO WRK-LE-ERRO
               MOVE WRK-LINHA-EVENTO TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           READ PENDING-FILE NEXT RECORD
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2810-EXIT.
           EXIT.
      *****************************************************************
      * 9. MARCACOES DE PONTO - A LINHA DO SIGNLOGF SAI COMO ESTA.
      *****************************************************************
       2900-PONTO.
           MOVE 9 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT SIGNIN-LOG.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 2900-FECHA-SECAO
           END-IF.
           MOVE 'N' TO WRK-FIM-SECAO.
           READ SIGNIN-LOG
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
           PERFORM 2910-IMPRIME-PONTO THRU 2910-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE SIGNIN-LOG.
       2900-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       2900-EXIT.
           EXIT.
       2910-IMPRIME-PONTO.
           IF LOG-CPF = WRK-CPF-PEDIDO
               ADD 1 TO WRK-CA-QTDE (WRK-SECAO)
               MOVE SIGNIN-LOG-REC TO WRK-LC-REGISTRO
               MOVE WRK-LINHA-COPIA TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           READ SIGNIN-LOG
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       2910-EXIT.
           EXIT.
      *****************************************************************
      * 10. DIARIO DO MESTRE - O CPF E A POSICAO 1-11 DAS IMAGENS ANTES
      *     E DEPOIS; AS DUAS IMAGENS SAEM COMPLETAS.
      *****************************************************************
       3000-DIARIO.
           MOVE 10 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT JOURNAL-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 3000-FECHA-SECAO
           END-IF.
           MOVE 'N' TO WRK-FIM-SECAO.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
           PERFORM 3010-IMPRIME-DIARIO THRU 3010-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE JOURNAL-FILE.
       3000-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       3000-EXIT.
           EXIT.
       3010-IMPRIME-DIARIO.
           IF JRN-ANTES (1:11) = WRK-CPF-PEDIDO
               OR JRN-DEPOIS (1:11) = WRK-CPF-PEDIDO
               ADD 1 TO WRK-CA-QTDE (WRK-SECAO)
               MOVE ZEROS TO WRK-LJ-DATA
               IF JRN-DATA NUMERIC
                   MOVE JRN-DATA TO WRK-LJ-DATA
               END-IF
               MOVE JRN-HORA TO WRK-LJ-HORA
               MOVE JRN-PROGRAMA TO WRK-LJ-PROGRAMA
               MOVE JRN-ACAO TO WRK-LJ-ACAO
               MOVE JRN-ANTES TO WRK-LJ-ANTES
               MOVE JRN-DEPOIS TO WRK-LJ-DEPOIS
               MOVE WRK-LINHA-DIARIO TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
               MOVE WRK-LINHA-DIARIO-DEPOIS TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           READ JOURNAL-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       3010-EXIT.
           EXIT.
      *****************************************************************
      * 11. TRILHA DE AUDITORIA - O CPF PROCURADO DENTRO DE
      *     AUD-ENTRADA, MESMO CRITERIO DO AUDINQ.
      *****************************************************************
       3100-AUDITORIA.
           MOVE 11 TO WRK-SECAO.
           PERFORM 8200-ABRE-SECAO THRU 8200-EXIT.
           OPEN INPUT AUDIT-FILE.
           IF WRK-FS-NAO-ABERTO
               SET WRK-CA-AUSENTE (WRK-SECAO) TO TRUE
               GO TO 3100-FECHA-SECAO
           END-IF.
           MOVE 'N' TO WRK-FIM-SECAO.
           READ AUDIT-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
           PERFORM 3110-IMPRIME-AUDITORIA THRU 3110-EXIT
               UNTIL WRK-FIM-SECAO-SW.
           CLOSE AUDIT-FILE.
       3100-FECHA-SECAO.
           PERFORM 8300-FECHA-SECAO THRU 8300-EXIT.
       3100-EXIT.
           EXIT.
       3110-IMPRIME-AUDITORIA.
           MOVE ZEROS TO WRK-OCORRENCIAS.
           INSPECT AUD-ENTRADA TALLYING WRK-OCORRENCIAS
               FOR ALL WRK-CPF-PEDIDO.
           IF WRK-OCORRENCIAS > ZEROS
               ADD 1 TO WRK-CA-QTDE (WRK-SECAO)
               MOVE AUDIT-REC TO WRK-LC-REGISTRO
               MOVE WRK-LINHA-COPIA TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           END-IF.
           READ AUDIT-FILE
               AT END SET WRK-FIM-SECAO-SW TO TRUE
           END-READ.
       3110-EXIT.
           EXIT.
      *****************************************************************
      * RESUMO POR ARQUIVO, REGISTRO DA EMISSAO NA TRILHA DE AUDITORIA
      * (DEPOIS DE LIDA A TRILHA, PARA A PROPRIA EMISSAO NAO SAIR NO
      * RELATORIO) E FECHAMENTO.
      *****************************************************************
       4000-FINALIZA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "RESUMO POR ARQUIVO" TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           PERFORM 4100-RESUMO-ARQUIVO THRU 4100-EXIT
               VARYING WRK-IDX FROM 1 BY 1
               UNTIL WRK-IDX > 11.
           MOVE WRK-QTDE-TOTAL TO WRK-LL-QTDE.
           MOVE WRK-QTDE-AUSENTES TO WRK-LL-AUSENTES.
           MOVE WRK-LINHA-TOTAL TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           CLOSE SUBJECT-REPORT.
           MOVE WRK-CPF-PEDIDO TO WRK-EA-CPF.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           MOVE WRK-QTDE-TOTAL TO WRK-RA-QTDE.
           MOVE WRK-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
       4000-EXIT.
           EXIT.
       4100-RESUMO-ARQUIVO.
           IF WRK-CA-AUSENTE (WRK-IDX)
               ADD 1 TO WRK-QTDE-AUSENTES
               MOVE WRK-TA-DESCRICAO (WRK-IDX) TO WRK-LA-DESCRICAO
               MOVE WRK-LINHA-RESUMO-AUSENTE TO WRK-LINHA-IMPRESSAO
           ELSE
               ADD WRK-CA-QTDE (WRK-IDX) TO WRK-QTDE-TOTAL
               MOVE WRK-TA-DESCRICAO (WRK-IDX) TO WRK-LR-DESCRICAO
               MOVE WRK-CA-QTDE (WRK-IDX) TO WRK-LR-QTDE
               MOVE WRK-LINHA-RESUMO TO WRK-LINHA-IMPRESSAO
           END-IF.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       4100-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE): TODA LINHA DO RELATORIO SAI
      * POR AQUI - QUANDO A PAGINA ENCHE, IMPRIME O CABECALHO DA
      * PAGINA NOVA COM O CPF DO TITULAR E O NUMERO DA PAGINA.
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE SUBJECT-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE SUBJECT-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE SUBJECT-REPORT-REC FROM WRK-LINHA-PAGINA.
           MOVE 2 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
      *****************************************************************
      * TITULO E RODAPE DE CADA SECAO (UMA POR ARQUIVO PESQUISADO).
      *****************************************************************
       8200-ABRE-SECAO.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-SECAO TO WRK-LS-NUMERO.
           MOVE WRK-TA-DESCRICAO (WRK-SECAO) TO WRK-LS-DESCRICAO.
           MOVE WRK-LINHA-SECAO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8200-EXIT.
           EXIT.
       8300-FECHA-SECAO.
           IF WRK-CA-AUSENTE (WRK-SECAO)
               MOVE WRK-LINHA-AUSENTE TO WRK-LINHA-IMPRESSAO
           ELSE
               IF WRK-CA-QTDE (WRK-SECAO) = ZEROS
                   MOVE WRK-LINHA-NENHUM TO WRK-LINHA-IMPRESSAO
               ELSE
                   MOVE WRK-CA-QTDE (WRK-SECAO) TO WRK-LF-QTDE
                   MOVE WRK-LINHA-FIM-SECAO TO WRK-LINHA-IMPRESSAO
               END-IF
           END-IF.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       8300-EXIT.
           EXIT.
       END PROGRAM LGPDREL.
