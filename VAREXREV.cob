      *          MEXER NA TOLERANCIA OU NA CADEIA DE COND. DECISAO
      *          SEM EXCECAO CORRESPONDENTE, DECISAO INVALIDA OU SEM
      *          OPERADOR SAO REJEITADAS NO REGISTRO.
      * Mod Log:
      *   - LISTA DE PENDENCIAS: A DECISAO APLICADA TAMBEM RESOLVE A
      *     PENDENCIA QUE O VARSAL APONTOU PARA A EXCECAO NA LISTA
      *     CONSOLIDADA PENDTRAB (VIA PENDREG), COM O OPERADOR E A
      *     DECISAO COMO OBSERVACAO - A EXCECAO DO VARSAL NAO PRECISA
      *     SER RESOLVIDA DE NOVO NO PENDDEC.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       77 WRK-AUD-PROGRAMA         PIC X(12) VALUE "VAREXREV".
       77 WRK-AUD-ENTRADA          PIC X(30) VALUE SPACES.
       77 WRK-AUD-RESULTADO        PIC X(30) VALUE SPACES.
       77 WRK-PND-OPERACAO         PIC X(01) VALUE 'R'.
       77 WRK-PND-PROGRAMA         PIC X(12) VALUE "VARSAL".
       77 WRK-PND-TIPO             PIC X(04) VALUE "VARI".
       77 WRK-PND-REFERENCIA       PIC X(10) VALUE SPACES.
       77 WRK-PND-DESCRICAO        PIC X(40) VALUE SPACES.
       77 WRK-PND-ACHADA           PIC X(01) VALUE 'N'.
       01 WRK-ENTRADA-AUDIT.
           02 FILLER                PIC X(08) VALUE "EXCECAO ".
           02 WRK-EA-CPF            PIC X(11).
                   REWRITE VARIANCE-EXCEPTION-REC
                   ADD 1 TO WRK-QTDE-APLICADAS
                   PERFORM 2200-GRAVA-AUDITORIA THRU 2200-EXIT
                   PERFORM 2250-RESOLVE-PENDENCIA THRU 2250-EXIT
           END-READ.
       2100-EXIT.
           EXIT.
               WRK-AUD-RESULTADO.
       2200-EXIT.
           EXIT.
      *****************************************************************
      * RESOLVE NA LISTA DE PENDENCIAS O APONTAMENTO DO VARSAL PARA A
      * EXCECAO DECIDIDA (SE O VARSAL NAO APONTOU, NADA A FAZER).
      *****************************************************************
       2250-RESOLVE-PENDENCIA.
           MOVE SPACES TO WRK-PND-DESCRICAO.
           STRING "DECIDIDA NO VAREXREV: " DELIMITED BY SIZE
               WRK-RA-DECISAO DELIMITED BY SIZE
               INTO WRK-PND-DESCRICAO.
           CALL "PENDREG" USING WRK-PND-OPERACAO WRK-PND-PROGRAMA
               DEC-ANO DEC-MES DEC-CPF WRK-PND-TIPO WRK-PND-REFERENCIA
               WRK-PND-DESCRICAO DEC-OPERADOR WRK-PND-ACHADA.
       2250-EXIT.
           EXIT.
       2300-GRAVA-REGISTRO.
           MOVE SPACES TO WRK-LINHA-DETALHE.
           MOVE DEC-CPF TO WRK-D-CPF.
