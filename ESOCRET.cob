      *     LUGAR DO LAYOUT DO ESOCEVT - SEM ISSO O EVENTO REENVIADO
      *     PERDIA A IDENTIFICACAO DO EMPREGADOR (EVENTO GRAVADO ANTES
      *     DO CAMPO EXISTIR SAI EM BRANCO, QUE VALE COMO '1').
      *   - S2230 (AFASTAMENTO): O REENVIO PASSOU A COPIAR O BLOCO DE
      *     VALORES INTEIRO (BRUTO/INSS/IRRF OU MOTIVO E RETORNO DO
      *     AFASTAMENTO, CONFORME O TIPO), COMO O ESOCIAL GRAVOU.
      *   - S1200 DE QUEM FOI TRANSFERIDO DE ESTABELECIMENTO NA
      *     COMPETENCIA: O CONTROLE GUARDA OS TOTAIS, ENTAO O REENVIO
      *     REFAZ A DIVISAO POR ESTABELECIMENTO (TRFCALC) DO MESMO JEITO
      *     QUE O ESOCIAL - UMA LINHA POR ESTABELECIMENTO, INSS E IRRF
      *     NA PROPORCAO DO BRUTO, SOBRA NA ULTIMA.
      *   - RETIFICACAO: O S1200 REGRAVADO PELA FOLHA COMPLEMENTAR
      *     (PEV-RETIFICACAO = 'S') E REENVIADO COM O INDICADOR 'R' NA
      *     ULTIMA POSICAO DO REGISTRO, O MESMO QUE O FOLHACOM GRAVA NO
      *     ARQUIVO DE RETIFICACOES.
      *   - LISTA DE PENDENCIAS: CADA EVENTO REJEITADO E CADA RESPOSTA
      *     SEM EVENTO NO CONTROLE TAMBEM SAO APONTADOS NA LISTA
      *     CONSOLIDADA PENDTRAB (VIA PENDREG), COM A COMPETENCIA DO
      *     EVENTO, O CPF, O TIPO DO EVENTO E O ERRO DO GOVERNO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           02 RSD-CPF                 PIC X(11).
           02 RSD-COMP-ANO            PIC 9(04).
           02 RSD-COMP-MES            PIC 9(02).
           02 RSD-VALORES.
               03 RSD-BRUTO            PIC 9(06)V99.
               03 RSD-INSS             PIC 9(06)V99.
               03 RSD-IRRF             PIC 9(06)V99.
           02 RSD-DATA-EVENTO         PIC 9(08).
           02 RSD-ESTABELECIMENTO     PIC X(01).
           02 RSD-RETIFICACAO         PIC X(01).
           02 FILLER                  PIC X(01).
       FD  PENDING-REPORT.
       01  PENDING-REPORT-REC         PIC X(90).
       77 WRK-QTDE-SEM-CASAMENTO   PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-PENDENTES       PIC 9(05) COMP VALUE ZEROS.
       77 WRK-QTDE-REENVIADOS      PIC 9(05) COMP VALUE ZEROS.
       77 WRK-IDX-TRECHO           PIC 9(02) COMP VALUE ZEROS.
       77 WRK-IDX-ESTAB            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-QTDE-ESTABS          PIC 9(02) COMP VALUE ZEROS.
       77 WRK-GRUPO-ACHADO         PIC X(01) VALUE 'N'.
           88 WRK-GRUPO-ACHADO-SW           VALUE 'S'.
       77 WRK-DEPTO-TRECHO         PIC X(04) VALUE SPACES.
       77 WRK-VALOR-TRECHO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-TRANSF      PIC X(01) VALUE 'N'.
       77 WRK-SOMA-INSS            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-SOMA-IRRF            PIC 9(07)V99 VALUE ZEROS.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'A'.
       77 WRK-PND-PROGRAMA         PIC X(12) VALUE "ESOCRET".
       77 WRK-PND-TIPO             PIC X(04) VALUE SPACES.
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-OPERADOR         PIC X(08) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-TRECHOS-MES.
           02 WRK-TM-QTDE           PIC 9(01).
           02 WRK-TM-ITEM OCCURS 5 TIMES.
               03 WRK-TM-DEPTO          PIC X(04).
               03 WRK-TM-ESTAB          PIC X(01).
               03 WRK-TM-DIA-INICIO     PIC 9(02).
               03 WRK-TM-DIA-FIM        PIC 9(02).
               03 WRK-TM-DIAS           PIC 9(02).
               03 WRK-TM-VALOR          PIC 9(08)V99.
       01 WRK-ESTABS-MES.
           02 WRK-EM-ITEM OCCURS 5 TIMES.
               03 WRK-EM-ESTAB          PIC X(01).
               03 WRK-EM-BRUTO          PIC 9(06)V99.
               03 WRK-EM-INSS           PIC 9(06)V99.
               03 WRK-EM-IRRF           PIC 9(06)V99.
       01 WRK-LINHA-CABECALHO.
           02 FILLER                PIC X(40) VALUE
               "RETORNO DO ESOCIAL - PROCESSADO EM ".
               MOVE 'R' TO PEV-SITUACAO
               MOVE RET-ERRO TO PEV-ERRO
               ADD 1 TO WRK-QTDE-REJEITADOS
               MOVE "REJE" TO WRK-PND-TIPO
               MOVE SPACES TO WRK-PND-DESCRICAO
               STRING "REJEITADO: " DELIMITED BY SIZE
                      RET-ERRO DELIMITED BY SIZE
                   INTO WRK-PND-DESCRICAO
               PERFORM 2300-REGISTRA-PENDENCIA THRU 2300-EXIT
           END-IF.
           REWRITE PENDING-EVENT-RECORD.
       2100-EXIT.
           MOVE RET-COMP-ANO TO WRK-S-COMP-ANO.
           WRITE PENDING-REPORT-REC FROM WRK-LINHA-SEM-CASAMENTO.
           ADD 1 TO WRK-QTDE-SEM-CASAMENTO.
           MOVE "SCAS" TO WRK-PND-TIPO.
           MOVE "RESPOSTA SEM EVENTO NO CONTROLE ESOCPEND"
               TO WRK-PND-DESCRICAO.
           PERFORM 2300-REGISTRA-PENDENCIA THRU 2300-EXIT.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * APONTA A RESPOSTA CORRENTE NA LISTA DE PENDENCIAS, NA
      * COMPETENCIA DO EVENTO - REFERENCIA E O TIPO DO EVENTO.
      *****************************************************************
       2300-REGISTRA-PENDENCIA.
           MOVE RET-TIPO TO WRK-PND-REFERENCIA.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-PND-PROGRAMA
               RET-COMP-ANO RET-COMP-MES RET-CPF
               WRK-PND-TIPO WRK-PND-REFERENCIA WRK-PND-DESCRICAO
               WRK-PND-OPERADOR WRK-PND-ACHADA.
       2300-EXIT.
           EXIT.
      *****************************************************************
      * VARRE O CONTROLE INTEIRO: OS REJEITADOS SAEM NO ARQUIVO DE
      * REENVIO (E VOLTAM A SITUACAO 'E') E TUDO QUE AINDA NAO FOI
      * ACEITO SAI NO RELATORIO DE PENDENCIAS COM A SUA COMPETENCIA.
      * VALORES GUARDADOS NO CONTROLE E VOLTA A SITUACAO PARA 'E'.
      *****************************************************************
       3200-GRAVA-REENVIO.
           MOVE ZEROS TO WRK-QTDE-ESTABS.
           IF PEV-TIPO = "S1200" AND PEV-BRUTO > ZEROS
               PERFORM 3210-MONTA-ESTABS THRU 3210-EXIT
           END-IF.
           IF WRK-QTDE-ESTABS > 1
               PERFORM 3240-GRAVA-S1200-ESTAB THRU 3240-EXIT
                   VARYING WRK-IDX-ESTAB FROM 1 BY 1
                   UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS
           ELSE
               MOVE SPACES TO RESEND-REC
               MOVE PEV-TIPO TO RSD-TIPO
               MOVE PEV-CPF TO RSD-CPF
               MOVE PEV-COMP-ANO TO RSD-COMP-ANO
               MOVE PEV-COMP-MES TO RSD-COMP-MES
               MOVE PEV-VALORES TO RSD-VALORES
               MOVE PEV-DATA-EVENTO TO RSD-DATA-EVENTO
               MOVE PEV-ESTABELECIMENTO TO RSD-ESTABELECIMENTO
               IF PEV-RETIFICADO
                   MOVE 'R' TO RSD-RETIFICACAO
               END-IF
               WRITE RESEND-REC
           END-IF.
           ADD 1 TO WRK-QTDE-REENVIADOS.
           MOVE 'E' TO PEV-SITUACAO.
           REWRITE PENDING-EVENT-RECORD.
       3200-EXIT.
           EXIT.
      *****************************************************************
      * REFAZ A DIVISAO DO S1200 POR ESTABELECIMENTO (MESMA REGRA DO
      * ESOCIAL): TRECHOS DO MES PELO TRFCALC, AGRUPADOS POR
      * ESTABELECIMENTO, INSS E IRRF NA PROPORCAO DO BRUTO.
      *****************************************************************
       3210-MONTA-ESTABS.
           MOVE SPACES TO WRK-DEPTO-TRECHO.
           MOVE PEV-BRUTO TO WRK-VALOR-TRECHO.
           CALL "TRFCALC" USING PEV-CPF WRK-DEPTO-TRECHO
               PEV-ESTABELECIMENTO PEV-COMP-ANO PEV-COMP-MES
               WRK-VALOR-TRECHO WRK-TRECHOS-MES WRK-SITUACAO-TRANSF.
           PERFORM 3220-AGRUPA-TRECHO THRU 3220-EXIT
               VARYING WRK-IDX-TRECHO FROM 1 BY 1
               UNTIL WRK-IDX-TRECHO > WRK-TM-QTDE.
           IF WRK-QTDE-ESTABS < 2
               GO TO 3210-EXIT
           END-IF.
           MOVE ZEROS TO WRK-SOMA-INSS.
           MOVE ZEROS TO WRK-SOMA-IRRF.
           PERFORM 3230-REPARTE-DESCONTOS THRU 3230-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS.
           MOVE WRK-QTDE-ESTABS TO WRK-IDX-ESTAB.
           SUBTRACT WRK-EM-INSS (WRK-IDX-ESTAB) FROM WRK-SOMA-INSS.
           SUBTRACT WRK-EM-IRRF (WRK-IDX-ESTAB) FROM WRK-SOMA-IRRF.
           COMPUTE WRK-EM-INSS (WRK-IDX-ESTAB) =
               PEV-INSS - WRK-SOMA-INSS.
           COMPUTE WRK-EM-IRRF (WRK-IDX-ESTAB) =
               PEV-IRRF - WRK-SOMA-IRRF.
       3210-EXIT.
           EXIT.
       3220-AGRUPA-TRECHO.
           MOVE 'N' TO WRK-GRUPO-ACHADO.
           PERFORM 3225-PROCURA-GRUPO THRU 3225-EXIT
               VARYING WRK-IDX-ESTAB FROM 1 BY 1
               UNTIL WRK-IDX-ESTAB > WRK-QTDE-ESTABS
                   OR WRK-GRUPO-ACHADO-SW.
           IF WRK-GRUPO-ACHADO-SW
               SUBTRACT 1 FROM WRK-IDX-ESTAB
           ELSE
               ADD 1 TO WRK-QTDE-ESTABS
               MOVE WRK-QTDE-ESTABS TO WRK-IDX-ESTAB
               MOVE WRK-TM-ESTAB (WRK-IDX-TRECHO)
                   TO WRK-EM-ESTAB (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-BRUTO (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-INSS (WRK-IDX-ESTAB)
               MOVE ZEROS TO WRK-EM-IRRF (WRK-IDX-ESTAB)
           END-IF.
           ADD WRK-TM-VALOR (WRK-IDX-TRECHO)
               TO WRK-EM-BRUTO (WRK-IDX-ESTAB).
       3220-EXIT.
           EXIT.
       3225-PROCURA-GRUPO.
           IF WRK-EM-ESTAB (WRK-IDX-ESTAB)
               = WRK-TM-ESTAB (WRK-IDX-TRECHO)
               SET WRK-GRUPO-ACHADO-SW TO TRUE
           END-IF.
       3225-EXIT.
           EXIT.
       3230-REPARTE-DESCONTOS.
           COMPUTE WRK-EM-INSS (WRK-IDX-ESTAB) ROUNDED =
               PEV-INSS * WRK-EM-BRUTO (WRK-IDX-ESTAB) / PEV-BRUTO.
           COMPUTE WRK-EM-IRRF (WRK-IDX-ESTAB) ROUNDED =
               PEV-IRRF * WRK-EM-BRUTO (WRK-IDX-ESTAB) / PEV-BRUTO.
           ADD WRK-EM-INSS (WRK-IDX-ESTAB) TO WRK-SOMA-INSS.
           ADD WRK-EM-IRRF (WRK-IDX-ESTAB) TO WRK-SOMA-IRRF.
       3230-EXIT.
           EXIT.
       3240-GRAVA-S1200-ESTAB.
           MOVE SPACES TO RESEND-REC.
           MOVE PEV-TIPO TO RSD-TIPO.
           MOVE PEV-CPF TO RSD-CPF.
           MOVE PEV-COMP-ANO TO RSD-COMP-ANO.
           MOVE PEV-COMP-MES TO RSD-COMP-MES.
           MOVE WRK-EM-BRUTO (WRK-IDX-ESTAB) TO RSD-BRUTO.
           MOVE WRK-EM-INSS (WRK-IDX-ESTAB) TO RSD-INSS.
           MOVE WRK-EM-IRRF (WRK-IDX-ESTAB) TO RSD-IRRF.
           MOVE PEV-DATA-EVENTO TO RSD-DATA-EVENTO.
           MOVE WRK-EM-ESTAB (WRK-IDX-ESTAB) TO RSD-ESTABELECIMENTO.
           IF PEV-RETIFICADO
               MOVE 'R' TO RSD-RETIFICACAO
           END-IF.
           WRITE RESEND-REC.
       3240-EXIT.
           EXIT.
      *****************************************************************
      * GRAVA OS TOTAIS E FECHA OS ARQUIVOS.
