       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGDECL.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE FOLHA DE PAGAMENTO
      * Date:
      * Purpose: DECLARACAO DE MARGEM CONSIGNAVEL (LEI 10.820/2003)
      *          DE UM FUNCIONARIO, PARA O BANCO QUE VAI CONCEDER O
      *          EMPRESTIMO. A PRIMEIRA LINHA DO CONSOLE TRAZ O CPF E
      *          A SEGUNDA O OPERADOR, QUE PRECISA ESTAR AUTORIZADO
      *          PARA O MARGDECL NO OPERCHK. A MARGEM VEM DO MARGCALC
      *          (FOLHA CALCULADA MAIS RECENTE ATE O MES CORRENTE) E O
      *          COMPROMETIDO DOS CONTRATOS EM VIGOR NO DESCREC,
      *          SEPARADOS POR NATUREZA (MARGNATU): EMPRESTIMO CONTRA
      *          OS 35% E CARTAO BENEFICIO CONTRA OS 5%. A DECLARACAO
      *          SAI NO MARGDCRP COM O EMPREGADOR (EMPRLOOK), OS
      *          CONTRATOS, O DISPONIVEL E O CAMPO DE ASSINATURA, E A
      *          EMISSAO FICA NO AUDITLOG. CPF NAO INFORMADO, OPERADOR
      *          NAO AUTORIZADO, FUNCIONARIO NAO CADASTRADO OU
      *          DESLIGADO E CPF SEM FOLHA CALCULADA NOS ULTIMOS 12
      *          MESES TERMINAM COM RC 8, SEM DECLARACAO.
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
               FILE STATUS IS WRK-FS-MASTER.
           SELECT RECURRING-FILE ASSIGN TO "DESCREC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DRC-CHAVE
               FILE STATUS IS WRK-FS-DESCONTOS.
           SELECT CERTIFICATE-REPORT ASSIGN TO "MARGDCRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  RECURRING-FILE.
       COPY "DESCREC.CPY".
       FD  CERTIFICATE-REPORT.
       01  CERTIFICATE-REPORT-REC     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "MARGEM.CPY".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
       77 WRK-FS-DESCONTOS         PIC X(02) VALUE SPACES.
           88 WRK-FS-DESC-NAO-ABERTO        VALUE "35".
       77 WRK-DESCONTOS-DISPONIVEL PIC X(01) VALUE 'N'.
           88 WRK-DESCONTOS-DISPONIVEL-SW   VALUE 'S'.
       77 WRK-FIM-CONTRATOS        PIC X(01) VALUE 'N'.
           88 WRK-FIM-CONTRATOS-SW          VALUE 'S'.
       77 WRK-CPF-PEDIDO           PIC X(11) VALUE SPACES.
       77 WRK-OPERADOR             PIC X(08) VALUE SPACES.
       77 WRK-AUTORIZADO           PIC X(01) VALUE 'N'.
           88 WRK-AUTORIZADO-SIM            VALUE 'S'.
       77 WRK-ESTAB-FUNCIONARIO    PIC X(01) VALUE SPACE.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SIM        VALUE 'S'.
       77 WRK-NATUREZA-CONTRATO    PIC X(01) VALUE SPACE.
       77 WRK-QTDE-CONTRATOS       PIC 9(03) COMP VALUE ZEROS.
       77 WRK-COMPROMETIDO-EMPREST PIC 9(07)V99 VALUE ZEROS.
       77 WRK-COMPROMETIDO-CARTAO  PIC 9(07)V99 VALUE ZEROS.
       77 WRK-DISPONIVEL           PIC S9(07)V99 VALUE ZEROS.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "MARGDECL".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(12) VALUE "DECL MARGEM ".
           02 WRK-EA-CPF            PIC X(11).
       01 WRK-RESULT-AUDIT.
           02 FILLER                PIC X(06) VALUE "FOLHA ".
           02 WRK-RA-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-RA-ANO            PIC 9(04).
           02 FILLER                PIC X(06) VALUE " OPER ".
           02 WRK-RA-OPERADOR       PIC X(08).
      *****************************************************************
      * LINHAS DA DECLARACAO.
      *****************************************************************
       01 WRK-LINHA-IMPRESSAO      PIC X(80) VALUE SPACES.
       01 WRK-LINHA-BRANCO         PIC X(01) VALUE SPACE.
       01 WRK-LINHA-SEPARADOR      PIC X(80) VALUE ALL "-".
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE SPACES.
           02 FILLER                PIC X(34) VALUE
               "DECLARACAO DE MARGEM CONSIGNAVEL".
           02 FILLER                PIC X(11) VALUE "EMITIDA EM ".
           02 WRK-TT-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-TT-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-TT-ANO            PIC 9(04).
       01 WRK-LINHA-EMPREGADOR.
           02 FILLER                PIC X(12) VALUE "EMPREGADOR: ".
           02 WRK-LE-RAZAO          PIC X(30).
           02 FILLER                PIC X(08) VALUE "  CNPJ: ".
           02 WRK-LE-CNPJ           PIC X(14).
       01 WRK-LINHA-EMPREGADO.
           02 FILLER                PIC X(12) VALUE "EMPREGADO:  ".
           02 WRK-LF-NOME           PIC X(20).
           02 FILLER                PIC X(07) VALUE "  CPF: ".
           02 WRK-LF-CPF            PIC X(11).
           02 FILLER                PIC X(13) VALUE "  ADMISSAO: ".
           02 WRK-LF-ADMISSAO       PIC 9999/99/99.
       01 WRK-LINHA-TEXTO-1.
           02 FILLER                PIC X(48) VALUE
               "DECLARAMOS, PARA FINS DE EMPRESTIMO CONSIGNADO ".
           02 FILLER                PIC X(30) VALUE
               "EM FOLHA DE PAGAMENTO".
       01 WRK-LINHA-TEXTO-2.
           02 FILLER                PIC X(48) VALUE
               "(LEI 10.820/2003), QUE A MARGEM DO EMPREGADO ".
           02 FILLER                PIC X(24) VALUE
               "ACIMA, APURADA SOBRE A ".
       01 WRK-LINHA-TEXTO-3.
           02 FILLER                PIC X(17) VALUE "FOLHA CALCULADA ".
           02 FILLER                PIC X(05) VALUE "DE   ".
           02 WRK-LX-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-LX-ANO            PIC 9(04).
           02 FILLER                PIC X(23) VALUE
               ", E A SEGUINTE:".
       01 WRK-LINHA-VALOR.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LV-DESCRICAO      PIC X(40).
           02 WRK-LV-VALOR          PIC Z.ZZZ.ZZ9,99.
       01 WRK-LINHA-CAB-MARGEM.
           02 FILLER                PIC X(32) VALUE
               "    MODALIDADE".
           02 FILLER                PIC X(16) VALUE
               "          LIMITE".
           02 FILLER                PIC X(16) VALUE
               "    COMPROMETIDO".
           02 FILLER                PIC X(16) VALUE
               "      DISPONIVEL".
       01 WRK-LINHA-MARGEM.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LM-MODALIDADE     PIC X(28).
           02 WRK-LM-LIMITE         PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LM-COMPROMETIDO   PIC ZZZ.ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LM-DISPONIVEL     PIC -ZZ.ZZZ.ZZ9,99.
       01 WRK-LINHA-CAB-CONTRATOS.
           02 FILLER                PIC X(40) VALUE
               "CONTRATOS CONSIGNADOS EM VIGOR:".
       01 WRK-LINHA-CONTRATO.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 WRK-LC-CODIGO         PIC X(03).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-DESCRICAO      PIC X(20).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-NATUREZA       PIC X(16).
           02 WRK-LC-VALOR          PIC ZZZ.ZZ9,99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-LC-PARCELAS       PIC X(14).
       01 WRK-LINHA-RESTAM.
           02 WRK-LR-PARCELAS       PIC ZZ9.
           02 FILLER                PIC X(11) VALUE " PARCELA(S)".
       01 WRK-LINHA-NENHUM.
           02 FILLER                PIC X(04) VALUE SPACES.
           02 FILLER                PIC X(30) VALUE
               "NENHUM CONTRATO EM VIGOR".
       01 WRK-LINHA-VALIDADE.
           02 FILLER                PIC X(48) VALUE
               "ESTA DECLARACAO REFLETE A SITUACAO NA DATA DA ".
           02 FILLER                PIC X(30) VALUE
               "EMISSAO E NAO RESERVA MARGEM.".
       01 WRK-LINHA-ASSINATURA.
           02 FILLER                PIC X(13) VALUE "RESPONSAVEL: ".
           02 FILLER                PIC X(30) VALUE ALL "_".
           02 FILLER                PIC X(09) VALUE "   DATA: ".
           02 FILLER                PIC X(10) VALUE "___/___/__".
           02 FILLER                PIC X(04) VALUE "____".
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-CPF-PEDIDO FROM CONSOLE.
           ACCEPT WRK-OPERADOR FROM CONSOLE.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           IF WRK-CPF-PEDIDO = SPACES OR WRK-CPF-PEDIDO = ZEROS
               DISPLAY 'CPF NAO INFORMADO - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           CALL "OPERCHK" USING WRK-AUD-PROGRAMA WRK-OPERADOR
               WRK-AUTORIZADO.
           IF NOT WRK-AUTORIZADO-SIM
               DISPLAY 'OPERADOR ' WRK-OPERADOR ' NAO AUTORIZADO '
                       'PARA O MARGDECL - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF RETURN-CODE NOT = ZEROS
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-CONTRATOS THRU 2000-EXIT.
           PERFORM 3000-IMPRIME-DECLARACAO THRU 3000-EXIT.
           PERFORM 4000-FINALIZA THRU 4000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * LOCALIZA O FUNCIONARIO E APURA A MARGEM. NADA E IMPRESSO SE O
      * FUNCIONARIO NAO PUDER RECEBER A DECLARACAO.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT EMPLOYEE-MASTER.
           MOVE WRK-CPF-PEDIDO TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   DISPLAY 'CPF ' WRK-CPF-PEDIDO ' NAO CADASTRADO - '
                           'DECLARACAO NAO EMITIDA'
                   MOVE 8 TO RETURN-CODE
           END-READ.
           CLOSE EMPLOYEE-MASTER.
           IF RETURN-CODE NOT = ZEROS
               GO TO 1000-EXIT
           END-IF.
           IF EMP-DESLIGADO
               DISPLAY 'CPF ' WRK-CPF-PEDIDO ' DESLIGADO - '
                       'DECLARACAO NAO EMITIDA'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           CALL "MARGCALC" USING WRK-CPF-PEDIDO WRK-ANO WRK-MES
               MRG-MARGEM.
           IF NOT MRG-ACHADO-SIM
               DISPLAY 'CPF ' WRK-CPF-PEDIDO ' SEM FOLHA CALCULADA '
                       'NOS ULTIMOS 12 MESES - DECLARACAO NAO EMITIDA'
               MOVE 8 TO RETURN-CODE
               GO TO 1000-EXIT
           END-IF.
           MOVE EMP-ESTABELECIMENTO TO WRK-ESTAB-FUNCIONARIO.
           IF WRK-ESTAB-FUNCIONARIO = SPACE
               MOVE '1' TO WRK-ESTAB-FUNCIONARIO
           END-IF.
           CALL "EMPRLOOK" USING WRK-ESTAB-FUNCIONARIO WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SIM
               MOVE "ESTABELECIMENTO NAO CADASTRADO" TO WRK-RAZAO
           END-IF.
           OPEN OUTPUT CERTIFICATE-REPORT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * SOMA POR NATUREZA OS CONTRATOS CONSIGNAVEIS EM VIGOR DO CPF E
      * IMPRIME A LISTA. SEM DESCREC NAO HA CONTRATO A DECLARAR.
      *****************************************************************
       2000-CONTRATOS.
           OPEN INPUT RECURRING-FILE.
           IF WRK-FS-DESC-NAO-ABERTO
               GO TO 2000-EXIT
           END-IF.
           SET WRK-DESCONTOS-DISPONIVEL-SW TO TRUE.
           MOVE WRK-CPF-PEDIDO TO DRC-CPF.
           MOVE LOW-VALUES TO DRC-CODIGO.
           START RECURRING-FILE KEY IS NOT < DRC-CHAVE
               INVALID KEY
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
           END-START.
           PERFORM 2100-LE-CONTRATO THRU 2100-EXIT
               UNTIL WRK-FIM-CONTRATOS-SW.
       2000-EXIT.
           EXIT.
       2100-LE-CONTRATO.
           READ RECURRING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
                   GO TO 2100-EXIT
           END-READ.
           IF DRC-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-CONTRATOS-SW TO TRUE
               GO TO 2100-EXIT
           END-IF.
           IF NOT DRC-SEM-PRAZO AND DRC-PARCELAS = ZEROS
               GO TO 2100-EXIT
           END-IF.
           CALL "MARGNATU" USING DRC-CODIGO WRK-NATUREZA-CONTRATO.
           IF WRK-NATUREZA-CONTRATO = 'E'
               ADD DRC-VALOR TO WRK-COMPROMETIDO-EMPREST
           ELSE
               IF WRK-NATUREZA-CONTRATO = 'C'
                   ADD DRC-VALOR TO WRK-COMPROMETIDO-CARTAO
               ELSE
                   GO TO 2100-EXIT
               END-IF
           END-IF.
           ADD 1 TO WRK-QTDE-CONTRATOS.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * CORPO DA DECLARACAO: EMPREGADOR, EMPREGADO, BASE DA MARGEM,
      * LIMITES POR MODALIDADE E CONTRATOS EM VIGOR.
      *****************************************************************
       3000-IMPRIME-DECLARACAO.
           MOVE WRK-DIA TO WRK-TT-DIA.
           MOVE WRK-MES TO WRK-TT-MES.
           MOVE WRK-ANO TO WRK-TT-ANO.
           MOVE WRK-LINHA-TITULO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-SEPARADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-RAZAO TO WRK-LE-RAZAO.
           MOVE WRK-CNPJ TO WRK-LE-CNPJ.
           MOVE WRK-LINHA-EMPREGADOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE EMP-NOME TO WRK-LF-NOME.
           MOVE EMP-CPF TO WRK-LF-CPF.
           MOVE EMP-DATA-ADMISSAO TO WRK-LF-ADMISSAO.
           MOVE WRK-LINHA-EMPREGADO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TEXTO-1 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TEXTO-2 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE MRG-MES TO WRK-LX-MES.
           MOVE MRG-ANO TO WRK-LX-ANO.
           MOVE WRK-LINHA-TEXTO-3 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "REMUNERACAO LIQUIDA DA FOLHA" TO WRK-LV-DESCRICAO.
           MOVE MRG-LIQUIDO TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "(+) CONSIGNADOS DESCONTADOS NA FOLHA"
               TO WRK-LV-DESCRICAO.
           MOVE MRG-CONSIGNADOS-FOLHA TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "BASE DA MARGEM CONSIGNAVEL" TO WRK-LV-DESCRICAO.
           MOVE MRG-BASE TO WRK-LV-VALOR.
           MOVE WRK-LINHA-VALOR TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-CAB-MARGEM TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "EMPRESTIMOS (35%)" TO WRK-LM-MODALIDADE.
           MOVE MRG-LIMITE-EMPRESTIMO TO WRK-LM-LIMITE.
           MOVE WRK-COMPROMETIDO-EMPREST TO WRK-LM-COMPROMETIDO.
           COMPUTE WRK-DISPONIVEL = MRG-LIMITE-EMPRESTIMO
                                  - WRK-COMPROMETIDO-EMPREST.
           MOVE WRK-DISPONIVEL TO WRK-LM-DISPONIVEL.
           MOVE WRK-LINHA-MARGEM TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE "CARTAO BENEFICIO (5%)" TO WRK-LM-MODALIDADE.
           MOVE MRG-LIMITE-CARTAO TO WRK-LM-LIMITE.
           MOVE WRK-COMPROMETIDO-CARTAO TO WRK-LM-COMPROMETIDO.
           COMPUTE WRK-DISPONIVEL = MRG-LIMITE-CARTAO
                                  - WRK-COMPROMETIDO-CARTAO.
           MOVE WRK-DISPONIVEL TO WRK-LM-DISPONIVEL.
           MOVE WRK-LINHA-MARGEM TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-CAB-CONTRATOS TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-CONTRATOS = ZEROS
               MOVE WRK-LINHA-NENHUM TO WRK-LINHA-IMPRESSAO
               PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT
           ELSE
               PERFORM 3100-LISTA-CONTRATOS THRU 3100-EXIT
           END-IF.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * RELE OS CONTRATOS DO CPF PARA A LISTA DA DECLARACAO.
      *****************************************************************
       3100-LISTA-CONTRATOS.
           MOVE WRK-CPF-PEDIDO TO DRC-CPF.
           MOVE LOW-VALUES TO DRC-CODIGO.
           MOVE 'N' TO WRK-FIM-CONTRATOS.
           START RECURRING-FILE KEY IS NOT < DRC-CHAVE
               INVALID KEY
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
           END-START.
           PERFORM 3200-IMPRIME-CONTRATO THRU 3200-EXIT
               UNTIL WRK-FIM-CONTRATOS-SW.
       3100-EXIT.
           EXIT.
       3200-IMPRIME-CONTRATO.
           READ RECURRING-FILE NEXT RECORD
               AT END
                   SET WRK-FIM-CONTRATOS-SW TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           IF DRC-CPF NOT = WRK-CPF-PEDIDO
               SET WRK-FIM-CONTRATOS-SW TO TRUE
               GO TO 3200-EXIT
           END-IF.
           IF NOT DRC-SEM-PRAZO AND DRC-PARCELAS = ZEROS
               GO TO 3200-EXIT
           END-IF.
           CALL "MARGNATU" USING DRC-CODIGO WRK-NATUREZA-CONTRATO.
           IF WRK-NATUREZA-CONTRATO = 'E'
               MOVE "EMPRESTIMO" TO WRK-LC-NATUREZA
           ELSE
               IF WRK-NATUREZA-CONTRATO = 'C'
                   MOVE "CARTAO BENEFICIO" TO WRK-LC-NATUREZA
               ELSE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           MOVE DRC-CODIGO TO WRK-LC-CODIGO.
           MOVE DRC-DESCRICAO TO WRK-LC-DESCRICAO.
           MOVE DRC-VALOR TO WRK-LC-VALOR.
           IF DRC-SEM-PRAZO
               MOVE "SEM PRAZO" TO WRK-LC-PARCELAS
           ELSE
               MOVE DRC-PARCELAS TO WRK-LR-PARCELAS
               MOVE WRK-LINHA-RESTAM TO WRK-LC-PARCELAS
           END-IF.
           MOVE WRK-LINHA-CONTRATO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * VALIDADE, ASSINATURA, REGISTRO DA EMISSAO NO AUDITLOG E
      * FECHAMENTO DOS ARQUIVOS.
      *****************************************************************
       4000-FINALIZA.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-VALIDADE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-BRANCO TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-ASSINATURA TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-CPF-PEDIDO TO WRK-EA-CPF.
           MOVE WRK-ENTRADA-AUDIT TO WRK-AUD-ENTRADA.
           MOVE MRG-MES TO WRK-RA-MES.
           MOVE MRG-ANO TO WRK-RA-ANO.
           MOVE WRK-OPERADOR TO WRK-RA-OPERADOR.
           MOVE WRK-RESULT-AUDIT TO WRK-AUD-RESULTADO.
           CALL "AUDITLOG" USING WRK-AUD-PROGRAMA WRK-AUD-ENTRADA
               WRK-AUD-RESULTADO.
           IF WRK-DESCONTOS-DISPONIVEL-SW
               CLOSE RECURRING-FILE
           END-IF.
           CLOSE CERTIFICATE-REPORT.
           DISPLAY 'DECLARACAO DE MARGEM EMITIDA PARA O CPF '
                   WRK-CPF-PEDIDO.
       4000-EXIT.
           EXIT.
      *****************************************************************
      * IMPRESSAO DE UMA LINHA DA DECLARACAO.
      *****************************************************************
       8000-IMPRIME-LINHA.
           WRITE CERTIFICATE-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
       8000-EXIT.
           EXIT.
       END PROGRAM MARGDECL.
