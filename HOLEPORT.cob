       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLEPORT.
      ******************************************************************
      * AREA DE REMARKS
      * Author:  EQUIPE DE RECURSOS HUMANOS
      * Date:
      * Purpose: DISTRIBUICAO ELETRONICA DO HOLERITE - RECEBE PELO
      *          CONSOLE O ANO E O MES DA COMPETENCIA E EXTRAI DO
      *          REPOSITORIO HOLEREPO TODOS OS HOLERITES DELA (FOLHA
      *          MENSAL, COMPLEMENTARES E PLR) PARA O ARQUIVO DE
      *          IMPORTACAO DO PORTAL DE RH (HOLEELET, LAYOUT FIXO DE
      *          150 POSICOES: HEADER '0', HOLERITE '1' COM A
      *          IDENTIFICACAO DO ESTABELECIMENTO - CNPJ E RAZAO SOCIAL
      *          VIA EMPRLOOK -, UMA VERBA '2' POR LINHA ITEMIZADA E
      *          TRAILER '9' COM AS QUANTIDADES E O LIQUIDO TOTAL).
      *          QUEM OPTOU PELO PAPEL NO HOLEOPC NAO VAI AO PORTAL -
      *          O PAYSLIP JA O IMPRIMIU NO PAYSLIPR - E SAI LISTADO NO
      *          CONTROLE. CADA HOLERITE ENVIADO (OU IMPRESSO) E
      *          REGISTRADO NO ACOMPANHAMENTO DE CIENCIA (CIENCIA) COM A
      *          DATA DO ENVIO, PARA O CIENCARG RECEBER A CIENCIA DO
      *          FUNCIONARIO E O CIENPEND COBRAR QUEM NAO DEU CIENCIA.
      *          UM HOLERITE JA COM CIENCIA VAI DE NOVO AO PORTAL NUM
      *          REENVIO, MAS A CIENCIA REGISTRADA NAO E APAGADA.
      *          HOLERITE DE CPF FORA DO MESTRE OU DE ESTABELECIMENTO
      *          SEM CNPJ NA TABELA EMPRESAS NAO E EXTRAIDO E SAI NO
      *          CONTROLE (RC=4). HOLEREPO AUSENTE CANCELA (RC=8).
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYSLIP-STORE ASSIGN TO "HOLEREPO"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HOL-CHAVE
               FILE STATUS IS WRK-FS-REPOSITORIO.
           SELECT EMPLOYEE-MASTER ASSIGN TO "EMPMSTR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS EMP-CPF
               FILE STATUS IS WRK-FS-MASTER.
           SELECT OPTION-FILE ASSIGN TO "HOLEOPC"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OPC-CPF
               FILE STATUS IS WRK-FS-OPCOES.
           SELECT TRACKING-FILE ASSIGN TO "CIENCIA"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CIE-CHAVE
               FILE STATUS IS WRK-FS-CIENCIA.
           SELECT PORTAL-FILE ASSIGN TO "HOLEELET"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONTROL-REPORT ASSIGN TO "HOLEPTRP"
               ORGANIZATION IS LINE SEQUENTIAL.
       DATA DIVISION.
       FILE SECTION.
       FD  PAYSLIP-STORE.
       COPY "HOLREPO.CPY".
       FD  EMPLOYEE-MASTER.
       COPY "EMPMSTR.CPY".
       FD  OPTION-FILE.
       COPY "HOLEOPC.CPY".
       FD  TRACKING-FILE.
       COPY "CIENCIA.CPY".
       FD  PORTAL-FILE.
       01  PORTAL-REC                 PIC X(150).
       FD  CONTROL-REPORT.
       01  CONTROL-REPORT-REC         PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "RPTDATE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       COPY "RPTPAGE.CPY" REPLACING LEADING ==RPT-== BY ==WRK-==.
       77 WRK-FS-REPOSITORIO       PIC X(02) VALUE SPACES.
           88 WRK-FS-REPO-NAO-ENCONTRADO     VALUE "35".
       77 WRK-FS-MASTER            PIC X(02) VALUE SPACES.
           88 WRK-FS-MASTER-NAO-ENCONTRADO   VALUE "23" "35".
       77 WRK-FS-OPCOES            PIC X(02) VALUE SPACES.
           88 WRK-FS-OPC-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-FS-CIENCIA           PIC X(02) VALUE SPACES.
           88 WRK-FS-CIE-NAO-ENCONTRADO      VALUE "23" "35".
       77 WRK-MASTER-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-MASTER-ABERTO-SW          VALUE 'S'.
       77 WRK-OPCOES-ABERTO        PIC X(01) VALUE 'N'.
           88 WRK-OPCOES-ABERTO-SW          VALUE 'S'.
       77 WRK-FIM-REPOSITORIO      PIC X(01) VALUE 'N'.
           88 WRK-FIM-REPO-SW               VALUE 'S'.
       77 WRK-HOLERITE-REJEITADO   PIC X(01) VALUE 'N'.
           88 WRK-REJEITADO-SW              VALUE 'S'.
       77 WRK-ENTREGA-IMPRESSA     PIC X(01) VALUE 'N'.
           88 WRK-IMPRESSO-SW               VALUE 'S'.
       77 WRK-MOTIVO-REJEICAO      PIC X(40) VALUE SPACES.
       77 WRK-ANO-COMPETENCIA      PIC 9(04) VALUE ZEROS.
       77 WRK-MES-COMPETENCIA      PIC 9(02) VALUE ZEROS.
       77 WRK-CNPJ                 PIC X(14) VALUE SPACES.
       77 WRK-RAZAO                PIC X(30) VALUE SPACES.
       77 WRK-EMPRESA-ACHADA       PIC X(01) VALUE 'N'.
           88 WRK-EMPRESA-ACHADA-SW         VALUE 'S'.
       77 WRK-IDX-VERBA            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-SEQ-REGISTRO         PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-LIDOS           PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-ENVIADOS        PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-IMPRESSOS       PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-REJEITADOS      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-JA-CIENTES      PIC 9(06) VALUE ZEROS.
       77 WRK-QTDE-VERBAS-ENV      PIC 9(06) VALUE ZEROS.
       77 WRK-TOTAL-LIQUIDO        PIC 9(11)V99 VALUE ZEROS.
       77 WRK-LINHA-IMPRESSAO      PIC X(100) VALUE SPACES.
       77 WRK-CPF-ED               PIC 999.999.999/99 VALUE ZEROS.
       01 WRK-RELOGIO-AGORA.
           02 WRK-HORA-GERACAO      PIC 9(06).
           02 FILLER                PIC 9(02).
      *****************************************************************
      * REGISTROS DO ARQUIVO DO PORTAL DE RH (LAYOUT FIXO DE 150
      * POSICOES): HEADER '0', HOLERITE '1', VERBA '2' (TIPO 'V'
      * VENCIMENTO OU 'D' DESCONTO) E TRAILER '9'. TODO REGISTRO LEVA
      * O SEQUENCIAL NO ARQUIVO.
      *****************************************************************
       01 WRK-PORT-HEADER.
           02 FILLER                PIC X(01) VALUE "0".
           02 WRK-PH-SEQUENCIAL     PIC 9(06).
           02 FILLER                PIC X(20) VALUE
               "HOLERITE ELETRONICO".
           02 WRK-PH-DATA-GERACAO   PIC 9(08).
           02 WRK-PH-HORA-GERACAO   PIC 9(06).
           02 WRK-PH-ANO            PIC 9(04).
           02 WRK-PH-MES            PIC 9(02).
           02 FILLER                PIC X(103) VALUE SPACES.
       01 WRK-PORT-HOLERITE.
           02 FILLER                PIC X(01) VALUE "1".
           02 WRK-PO-SEQUENCIAL     PIC 9(06).
           02 WRK-PO-CPF            PIC X(11).
           02 WRK-PO-NOME           PIC X(20).
           02 WRK-PO-ANO            PIC 9(04).
           02 WRK-PO-MES            PIC 9(02).
           02 WRK-PO-FOLHA          PIC X(01).
           02 WRK-PO-SEQ-FOLHA      PIC 9(02).
           02 WRK-PO-ESTAB          PIC X(01).
           02 WRK-PO-CNPJ           PIC X(14).
           02 WRK-PO-RAZAO          PIC X(30).
           02 WRK-PO-MOEDA          PIC X(03).
           02 WRK-PO-DIAS           PIC 9(02).
           02 WRK-PO-BRUTO          PIC 9(06)V99.
           02 WRK-PO-INSS           PIC 9(06)V99.
           02 WRK-PO-IRRF           PIC 9(06)V99.
           02 WRK-PO-LIQUIDO        PIC 9(06)V99.
           02 WRK-PO-QTDE-VERBAS    PIC 9(02).
           02 FILLER                PIC X(19) VALUE SPACES.
       01 WRK-PORT-VERBA.
           02 FILLER                PIC X(01) VALUE "2".
           02 WRK-PV-SEQUENCIAL     PIC 9(06).
           02 WRK-PV-CPF            PIC X(11).
           02 WRK-PV-ANO            PIC 9(04).
           02 WRK-PV-MES            PIC 9(02).
           02 WRK-PV-FOLHA          PIC X(01).
           02 WRK-PV-SEQ-FOLHA      PIC 9(02).
           02 WRK-PV-CODIGO         PIC X(03).
           02 WRK-PV-DESCRICAO      PIC X(20).
           02 WRK-PV-VALOR          PIC 9(06)V99.
           02 WRK-PV-TIPO           PIC X(01).
           02 FILLER                PIC X(91) VALUE SPACES.
       01 WRK-PORT-TRAILER.
           02 FILLER                PIC X(01) VALUE "9".
           02 WRK-PT-SEQUENCIAL     PIC 9(06).
           02 WRK-PT-QTDE-HOLERITES PIC 9(06).
           02 WRK-PT-QTDE-VERBAS    PIC 9(06).
           02 WRK-PT-TOTAL-LIQUIDO  PIC 9(11)V99.
           02 FILLER                PIC X(118) VALUE SPACES.
      *****************************************************************
      * RELATORIO DE CONTROLE DA EXTRACAO.
      *****************************************************************
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(35) VALUE
               "HOLERITE ELETRONICO - COMPETENCIA ".
           02 WRK-CB-MES-COMP       PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO-COMP       PIC 9(04).
           02 FILLER                PIC X(14) VALUE " - EMITIDO EM ".
           02 WRK-CB-DIA            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-MES            PIC 9(02).
           02 FILLER                PIC X(01) VALUE "/".
           02 WRK-CB-ANO            PIC 9(04).
       01 WRK-LINHA-TITULO.
           02 FILLER                PIC X(16) VALUE "CPF".
           02 FILLER                PIC X(21) VALUE "NOME".
           02 FILLER                PIC X(05) VALUE "FOLHA".
           02 FILLER                PIC X(11) VALUE "SITUACAO".
           02 FILLER                PIC X(40) VALUE "MOTIVO".
       01 WRK-LINHA-DETALHE.
           02 WRK-D-CPF             PIC 999.999.999/99.
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-NOME            PIC X(20).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-FOLHA           PIC X(01).
           02 WRK-D-SEQ             PIC 9(02).
           02 FILLER                PIC X(02) VALUE SPACES.
           02 WRK-D-SITUACAO        PIC X(10).
           02 FILLER                PIC X(01) VALUE SPACES.
           02 WRK-D-MOTIVO          PIC X(40).
       01 WRK-LINHA-TOTAL-1.
           02 FILLER                PIC X(26) VALUE
               "HOLERITES DA COMPETENCIA: ".
           02 WRK-T-LIDOS           PIC ZZZ.ZZ9.
           02 FILLER                PIC X(22) VALUE
               "  ENVIADOS AO PORTAL: ".
           02 WRK-T-ENVIADOS        PIC ZZZ.ZZ9.
           02 FILLER                PIC X(13) VALUE "  IMPRESSOS: ".
           02 WRK-T-IMPRESSOS       PIC ZZZ.ZZ9.
       01 WRK-LINHA-TOTAL-2.
           02 FILLER                PIC X(26) VALUE
               "REJEITADOS:               ".
           02 WRK-T-REJEITADOS      PIC ZZZ.ZZ9.
           02 FILLER                PIC X(22) VALUE
               "  REENVIADOS C/ CIENC:".
           02 WRK-T-JA-CIENTES      PIC ZZZ.ZZ9.
           02 FILLER                PIC X(19) VALUE
               "  LIQUIDO ENVIADO: ".
           02 WRK-T-LIQUIDO         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       PROCEDURE DIVISION.
       0000-MAINLINE.
           ACCEPT WRK-ANO-COMPETENCIA FROM CONSOLE.
           ACCEPT WRK-MES-COMPETENCIA FROM CONSOLE.
           IF WRK-ANO-COMPETENCIA NOT NUMERIC
               OR WRK-ANO-COMPETENCIA = ZEROS
               OR WRK-MES-COMPETENCIA NOT NUMERIC
               OR WRK-MES-COMPETENCIA < 1 OR WRK-MES-COMPETENCIA > 12
               DISPLAY 'COMPETENCIA INVALIDA - EXECUCAO CANCELADA'
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           ACCEPT WRK-DATA-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-RELOGIO-AGORA FROM TIME.
           PERFORM 1000-INICIO THRU 1000-EXIT.
           IF WRK-FS-REPO-NAO-ENCONTRADO
               MOVE 8 TO RETURN-CODE
               GO TO 0000-FIM
           END-IF.
           PERFORM 2000-PROCESSA THRU 2000-EXIT
               UNTIL WRK-FIM-REPO-SW.
           PERFORM 3000-FINALIZA THRU 3000-EXIT.
       0000-FIM.
           STOP RUN.
      *****************************************************************
      * ABRE OS ARQUIVOS (CRIANDO O ACOMPANHAMENTO NA PRIMEIRA
      * EXTRACAO), GRAVA O HEADER DO ARQUIVO DO PORTAL E LE O PRIMEIRO
      * HOLERITE DA COMPETENCIA. SEM O HOLEOPC, NINGUEM OPTOU PELO
      * PAPEL.
      *****************************************************************
       1000-INICIO.
           OPEN INPUT PAYSLIP-STORE.
           IF WRK-FS-REPO-NAO-ENCONTRADO
               DISPLAY 'HOLEREPO NAO ENCONTRADO - EXECUCAO CANCELADA'
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT EMPLOYEE-MASTER.
           IF NOT WRK-FS-MASTER-NAO-ENCONTRADO
               SET WRK-MASTER-ABERTO-SW TO TRUE
           END-IF.
           OPEN INPUT OPTION-FILE.
           IF NOT WRK-FS-OPC-NAO-ENCONTRADO
               SET WRK-OPCOES-ABERTO-SW TO TRUE
           END-IF.
           OPEN I-O TRACKING-FILE.
           IF WRK-FS-CIE-NAO-ENCONTRADO
               OPEN OUTPUT TRACKING-FILE
               CLOSE TRACKING-FILE
               OPEN I-O TRACKING-FILE
           END-IF.
           OPEN OUTPUT PORTAL-FILE.
           OPEN OUTPUT CONTROL-REPORT.
           MOVE WRK-MES-COMPETENCIA TO WRK-CB-MES-COMP.
           MOVE WRK-ANO-COMPETENCIA TO WRK-CB-ANO-COMP.
           MOVE WRK-DIA TO WRK-CB-DIA.
           MOVE WRK-MES TO WRK-CB-MES.
           MOVE WRK-ANO TO WRK-CB-ANO.
           ADD 1 TO WRK-SEQ-REGISTRO.
           MOVE WRK-SEQ-REGISTRO TO WRK-PH-SEQUENCIAL.
           MOVE WRK-DATA-HOJE TO WRK-PH-DATA-GERACAO.
           MOVE WRK-HORA-GERACAO TO WRK-PH-HORA-GERACAO.
           MOVE WRK-ANO-COMPETENCIA TO WRK-PH-ANO.
           MOVE WRK-MES-COMPETENCIA TO WRK-PH-MES.
           WRITE PORTAL-REC FROM WRK-PORT-HEADER.
           PERFORM 2900-LE-REPOSITORIO THRU 2900-EXIT.
       1000-EXIT.
           EXIT.
      *****************************************************************
      * TRATA O HOLERITE CORRENTE: IDENTIFICA O ESTABELECIMENTO, DECIDE
      * ENTRE PORTAL E PAPEL, GRAVA NO PORTAL E NO ACOMPANHAMENTO E
      * AVANCA PARA O PROXIMO HOLERITE DA COMPETENCIA.
      *****************************************************************
       2000-PROCESSA.
           ADD 1 TO WRK-QTDE-LIDOS.
           MOVE 'N' TO WRK-HOLERITE-REJEITADO.
           MOVE 'N' TO WRK-ENTREGA-IMPRESSA.
           MOVE SPACES TO WRK-MOTIVO-REJEICAO.
           PERFORM 2100-IDENTIFICA-ESTAB THRU 2100-EXIT.
           IF WRK-REJEITADO-SW
               ADD 1 TO WRK-QTDE-REJEITADOS
               MOVE "REJEITADO" TO WRK-D-SITUACAO
               MOVE WRK-MOTIVO-REJEICAO TO WRK-D-MOTIVO
               PERFORM 2600-LISTA-HOLERITE THRU 2600-EXIT
               GO TO 2000-LE-PROXIMO
           END-IF.
           PERFORM 2200-VERIFICA-OPCAO THRU 2200-EXIT.
           IF WRK-IMPRESSO-SW
               ADD 1 TO WRK-QTDE-IMPRESSOS
               MOVE "IMPRESSO" TO WRK-D-SITUACAO
               MOVE "OPTOU PELO HOLERITE IMPRESSO (PAYSLIPR)"
                   TO WRK-D-MOTIVO
               PERFORM 2600-LISTA-HOLERITE THRU 2600-EXIT
           ELSE
               PERFORM 2300-GRAVA-PORTAL THRU 2300-EXIT
           END-IF.
           PERFORM 2400-REGISTRA-ENVIO THRU 2400-EXIT.
       2000-LE-PROXIMO.
           PERFORM 2900-LE-REPOSITORIO THRU 2900-EXIT.
       2000-EXIT.
           EXIT.
      *****************************************************************
      * ESTABELECIMENTO DO FUNCIONARIO NO MESTRE E O CNPJ/RAZAO SOCIAL
      * DELE NA TABELA EMPRESAS (EMPRLOOK; BRANCO VALE '1').
      *****************************************************************
       2100-IDENTIFICA-ESTAB.
           IF NOT WRK-MASTER-ABERTO-SW
               SET WRK-REJEITADO-SW TO TRUE
               MOVE "EMPLOYEE-MASTER NAO ENCONTRADO"
                   TO WRK-MOTIVO-REJEICAO
               GO TO 2100-EXIT
           END-IF.
           MOVE HOL-CPF TO EMP-CPF.
           READ EMPLOYEE-MASTER
               INVALID KEY
                   SET WRK-REJEITADO-SW TO TRUE
                   MOVE "CPF SEM CADASTRO NO MESTRE"
                       TO WRK-MOTIVO-REJEICAO
                   GO TO 2100-EXIT
           END-READ.
           MOVE 'N' TO WRK-EMPRESA-ACHADA.
           CALL "EMPRLOOK" USING EMP-ESTABELECIMENTO WRK-CNPJ
               WRK-RAZAO WRK-EMPRESA-ACHADA.
           IF NOT WRK-EMPRESA-ACHADA-SW
               SET WRK-REJEITADO-SW TO TRUE
               MOVE "ESTABELECIMENTO SEM CNPJ NA TABELA EMPRESAS"
                   TO WRK-MOTIVO-REJEICAO
           END-IF.
       2100-EXIT.
           EXIT.
      *****************************************************************
      * SO QUEM TEM OPCAO 'P' NO HOLEOPC FICA FORA DO PORTAL.
      *****************************************************************
       2200-VERIFICA-OPCAO.
           IF NOT WRK-OPCOES-ABERTO-SW
               GO TO 2200-EXIT
           END-IF.
           MOVE HOL-CPF TO OPC-CPF.
           READ OPTION-FILE
               INVALID KEY
                   GO TO 2200-EXIT
           END-READ.
           IF OPC-IMPRESSO
               SET WRK-IMPRESSO-SW TO TRUE
           END-IF.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O REGISTRO '1' DO HOLERITE E UM REGISTRO '2' POR VERBA
      * ITEMIZADA NO REPOSITORIO, EXATAMENTE COMO FOI GUARDADA.
      *****************************************************************
       2300-GRAVA-PORTAL.
           ADD 1 TO WRK-SEQ-REGISTRO.
           MOVE WRK-SEQ-REGISTRO TO WRK-PO-SEQUENCIAL.
           MOVE HOL-CPF TO WRK-PO-CPF.
           MOVE HOL-NOME TO WRK-PO-NOME.
           MOVE HOL-ANO TO WRK-PO-ANO.
           MOVE HOL-MES TO WRK-PO-MES.
           MOVE HOL-FOLHA TO WRK-PO-FOLHA.
           MOVE HOL-SEQ TO WRK-PO-SEQ-FOLHA.
           MOVE EMP-ESTABELECIMENTO TO WRK-PO-ESTAB.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO WRK-PO-ESTAB
           END-IF.
           MOVE WRK-CNPJ TO WRK-PO-CNPJ.
           MOVE WRK-RAZAO TO WRK-PO-RAZAO.
           MOVE HOL-MOEDA TO WRK-PO-MOEDA.
           MOVE ZEROS TO WRK-PO-DIAS.
           IF HOL-DIAS NUMERIC
               MOVE HOL-DIAS TO WRK-PO-DIAS
           END-IF.
           MOVE HOL-BRUTO TO WRK-PO-BRUTO.
           MOVE HOL-INSS TO WRK-PO-INSS.
           MOVE HOL-IRRF TO WRK-PO-IRRF.
           MOVE HOL-LIQUIDO TO WRK-PO-LIQUIDO.
           MOVE HOL-QTDE-VERBAS TO WRK-PO-QTDE-VERBAS.
           WRITE PORTAL-REC FROM WRK-PORT-HOLERITE.
           PERFORM 2350-GRAVA-VERBA THRU 2350-EXIT
               VARYING WRK-IDX-VERBA FROM 1 BY 1
               UNTIL WRK-IDX-VERBA > HOL-QTDE-VERBAS.
           ADD 1 TO WRK-QTDE-ENVIADOS.
           ADD HOL-LIQUIDO TO WRK-TOTAL-LIQUIDO.
       2300-EXIT.
           EXIT.
       2350-GRAVA-VERBA.
           ADD 1 TO WRK-SEQ-REGISTRO.
           MOVE WRK-SEQ-REGISTRO TO WRK-PV-SEQUENCIAL.
           MOVE HOL-CPF TO WRK-PV-CPF.
           MOVE HOL-ANO TO WRK-PV-ANO.
           MOVE HOL-MES TO WRK-PV-MES.
           MOVE HOL-FOLHA TO WRK-PV-FOLHA.
           MOVE HOL-SEQ TO WRK-PV-SEQ-FOLHA.
           MOVE HOL-VB-CODIGO (WRK-IDX-VERBA) TO WRK-PV-CODIGO.
           MOVE HOL-VB-DESCRICAO (WRK-IDX-VERBA) TO WRK-PV-DESCRICAO.
           MOVE HOL-VB-VALOR (WRK-IDX-VERBA) TO WRK-PV-VALOR.
           IF HOL-VB-TIPO (WRK-IDX-VERBA) = 'D'
               MOVE 'D' TO WRK-PV-TIPO
           ELSE
               MOVE 'V' TO WRK-PV-TIPO
           END-IF.
           WRITE PORTAL-REC FROM WRK-PORT-VERBA.
           ADD 1 TO WRK-QTDE-VERBAS-ENV.
       2350-EXIT.
           EXIT.
      *****************************************************************
      * REGISTRA O ENVIO (OU A ENTREGA IMPRESSA) NO ACOMPANHAMENTO DE
      * CIENCIA, PELA MESMA CHAVE DO HOLEREPO. HOLERITE QUE JA TEM
      * CIENCIA FICA COMO ESTA - A CIENCIA DADA E A PROVA A GUARDAR.
      *****************************************************************
       2400-REGISTRA-ENVIO.
           MOVE HOL-CHAVE TO CIE-CHAVE.
           READ TRACKING-FILE
               INVALID KEY
                   PERFORM 2450-MONTA-ACOMPANHAMENTO THRU 2450-EXIT
                   WRITE CIENCIA-REC
                   GO TO 2400-EXIT
           END-READ.
           IF CIE-CIENTE
               ADD 1 TO WRK-QTDE-JA-CIENTES
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2450-MONTA-ACOMPANHAMENTO THRU 2450-EXIT.
           REWRITE CIENCIA-REC.
       2400-EXIT.
           EXIT.
       2450-MONTA-ACOMPANHAMENTO.
           MOVE SPACES TO CIENCIA-REC.
           MOVE HOL-CHAVE TO CIE-CHAVE.
           IF WRK-IMPRESSO-SW
               MOVE 'P' TO CIE-SITUACAO
           ELSE
               MOVE 'E' TO CIE-SITUACAO
           END-IF.
           MOVE EMP-ESTABELECIMENTO TO CIE-ESTABELECIMENTO.
           IF EMP-ESTABELECIMENTO = SPACE
               MOVE '1' TO CIE-ESTABELECIMENTO
           END-IF.
           MOVE WRK-DATA-HOJE TO CIE-DATA-ENVIO.
           MOVE ZEROS TO CIE-DATA-CIENCIA.
           MOVE ZEROS TO CIE-HORA-CIENCIA.
       2450-EXIT.
           EXIT.
      *****************************************************************
      * LISTA NO CONTROLE O HOLERITE REJEITADO OU IMPRESSO.
      *****************************************************************
       2600-LISTA-HOLERITE.
           MOVE HOL-CPF TO WRK-CPF-ED.
           MOVE WRK-CPF-ED TO WRK-D-CPF.
           MOVE HOL-NOME TO WRK-D-NOME.
           MOVE HOL-FOLHA TO WRK-D-FOLHA.
           MOVE HOL-SEQ TO WRK-D-SEQ.
           MOVE WRK-LINHA-DETALHE TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
       2600-EXIT.
           EXIT.
      *****************************************************************
      * LE O PROXIMO HOLERITE DA COMPETENCIA PEDIDA - A CHAVE DO
      * REPOSITORIO COMECA PELO CPF, ENTAO O ARQUIVO E PERCORRIDO
      * INTEIRO, PULANDO AS OUTRAS COMPETENCIAS.
      *****************************************************************
       2900-LE-REPOSITORIO.
           READ PAYSLIP-STORE NEXT RECORD
               AT END
                   SET WRK-FIM-REPO-SW TO TRUE
                   GO TO 2900-EXIT
           END-READ.
           IF HOL-ANO NOT = WRK-ANO-COMPETENCIA
               OR HOL-MES NOT = WRK-MES-COMPETENCIA
               GO TO 2900-LE-REPOSITORIO
           END-IF.
       2900-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA O TRAILER DO ARQUIVO DO PORTAL E OS TOTAIS DO CONTROLE E
      * FECHA OS ARQUIVOS. HOLERITE REJEITADO OU COMPETENCIA SEM
      * HOLERITE NENHUM TERMINAM COM RC=4.
      *****************************************************************
       3000-FINALIZA.
           ADD 1 TO WRK-SEQ-REGISTRO.
           MOVE WRK-SEQ-REGISTRO TO WRK-PT-SEQUENCIAL.
           MOVE WRK-QTDE-ENVIADOS TO WRK-PT-QTDE-HOLERITES.
           MOVE WRK-QTDE-VERBAS-ENV TO WRK-PT-QTDE-VERBAS.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-PT-TOTAL-LIQUIDO.
           WRITE PORTAL-REC FROM WRK-PORT-TRAILER.
           MOVE WRK-QTDE-LIDOS TO WRK-T-LIDOS.
           MOVE WRK-QTDE-ENVIADOS TO WRK-T-ENVIADOS.
           MOVE WRK-QTDE-IMPRESSOS TO WRK-T-IMPRESSOS.
           MOVE WRK-QTDE-REJEITADOS TO WRK-T-REJEITADOS.
           MOVE WRK-QTDE-JA-CIENTES TO WRK-T-JA-CIENTES.
           MOVE WRK-TOTAL-LIQUIDO TO WRK-T-LIQUIDO.
           MOVE SPACES TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-1 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           MOVE WRK-LINHA-TOTAL-2 TO WRK-LINHA-IMPRESSAO.
           PERFORM 8000-IMPRIME-LINHA THRU 8000-EXIT.
           IF WRK-QTDE-LIDOS = ZEROS
               DISPLAY 'AVISO: NENHUM HOLERITE NO HOLEREPO PARA '
                       WRK-MES-COMPETENCIA '/' WRK-ANO-COMPETENCIA
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QTDE-REJEITADOS > ZEROS
               DISPLAY 'AVISO: ' WRK-QTDE-REJEITADOS ' HOLERITES NAO '
                       'EXTRAIDOS - VER O CONTROLE HOLEPTRP'
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PAYSLIP-STORE.
           IF WRK-MASTER-ABERTO-SW
               CLOSE EMPLOYEE-MASTER
           END-IF.
           IF WRK-OPCOES-ABERTO-SW
               CLOSE OPTION-FILE
           END-IF.
           CLOSE TRACKING-FILE.
           CLOSE PORTAL-FILE.
           CLOSE CONTROL-REPORT.
       3000-EXIT.
           EXIT.
      *****************************************************************
      * PAGINACAO COMPARTILHADA (RPTPAGE).
      *****************************************************************
       8000-IMPRIME-LINHA.
           IF WRK-LINHA-CORRENTE >= WRK-LINHAS-POR-PAGINA
               PERFORM 8100-CABECALHO-PAGINA THRU 8100-EXIT
           END-IF.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-IMPRESSAO.
           ADD 1 TO WRK-LINHA-CORRENTE.
       8000-EXIT.
           EXIT.
       8100-CABECALHO-PAGINA.
           ADD 1 TO WRK-PAGINA-ATUAL.
           MOVE WRK-PAGINA-ATUAL TO WRK-NUM-PAGINA-ED.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-CABECALHO.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-PAGINA.
           WRITE CONTROL-REPORT-REC FROM WRK-LINHA-TITULO.
           MOVE 3 TO WRK-LINHA-CORRENTE.
       8100-EXIT.
           EXIT.
       END PROGRAM HOLEPORT.
