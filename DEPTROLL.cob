      *     MOEDA DO CONTRATO PASSOU A VIAJAR NO REGISTRO DO SORT. O
      *     RODAPE INFORMA A DATA DA TABELA DE CAMBIO USADA; MOEDA
      *     SEM TAXA ENTRA PELO VALOR DE FACE COM AVISO NO CONSOLE.
      *   - RATEIO DE CENTROS DE CUSTO: O SALARIO DE QUEM TEM RATEIO
      *     VIGENTE NO MES DA EMISSAO (CADASTRO RATEIO, VIA RATCALC) E
      *     LIBERADO PARA O SORT EM UMA PARTE POR DEPARTAMENTO DO
      *     RATEIO, NA PROPORCAO CADASTRADA - O CUSTO DEPARTAMENTAL
      *     PASSA A BATER COM OS DEBITOS DO GLPOST. O FUNCIONARIO
      *     RATEADO CONTA NA QUANTIDADE DE CADA DEPARTAMENTO QUE
      *     RECEBE PARTE DO SEU CUSTO. SEM RATEIO (OU RATEIO INVALIDO,
      *     COM AVISO), CONTINUA INTEIRO NO EMP-DEPTO.
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           88 WRK-CAMBIO-ACHADO-SIM         VALUE 'S'.
       77 WRK-DESCRICAO-DEPTO      PIC X(20) VALUE SPACES.
       77 WRK-DEPTO-ACHADO-LOOK    PIC X(01) VALUE 'N'.
       77 WRK-IDX-PARTE            PIC 9(02) COMP VALUE ZEROS.
       77 WRK-VALOR-RATEIO         PIC 9(08)V99 VALUE ZEROS.
       77 WRK-SITUACAO-RATEIO      PIC X(01) VALUE 'N'.
           88 WRK-RATEIO-INVALIDO           VALUE 'I'.
       01 WRK-PARTES-SALARIO.
           02 WRK-PS-QTDE           PIC 9(01).
           02 WRK-PS-ITEM OCCURS 5 TIMES.
               03 WRK-PS-DEPTO          PIC X(04).
               03 WRK-PS-PERCENTUAL     PIC 9(03)V99.
               03 WRK-PS-VALOR          PIC 9(08)V99.
       01 WRK-TABELA-DEPTOS.
           02 WRK-DEPTO-ITEM OCCURS 50 TIMES.
               03 WRK-TD-ESTAB          PIC X(01).
       0050-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE ENTRADA DO SORT - LE O MESTRE E LIBERA CADA REGISTRO
      * (UM POR DEPARTAMENTO DO RATEIO, QUANDO HOUVER).
      *****************************************************************
       1000-CARREGA-ORDENACAO.
           OPEN INPUT EMPLOYEE-MASTER.
           ELSE
               MOVE EMP-ESTABELECIMENTO TO SRT-ESTAB
           END-IF.
           MOVE EMP-CPF TO SRT-CPF.
           MOVE EMP-MOEDA TO SRT-MOEDA.
           MOVE EMP-SALARIO TO WRK-VALOR-RATEIO.
           CALL "RATCALC" USING EMP-CPF EMP-DEPTO WRK-ANO WRK-MES
               WRK-VALOR-RATEIO WRK-PARTES-SALARIO WRK-SITUACAO-RATEIO.
           IF WRK-RATEIO-INVALIDO
               DISPLAY 'AVISO: RATEIO INVALIDO PARA O CPF ' EMP-CPF
                       ' - CUSTO INTEGRAL NO DEPTO ' EMP-DEPTO
           END-IF.
           PERFORM 1210-RELEASE-PARTE THRU 1210-EXIT
               VARYING WRK-IDX-PARTE FROM 1 BY 1
               UNTIL WRK-IDX-PARTE > WRK-PS-QTDE.
           PERFORM 1100-LE-MESTRE THRU 1100-EXIT.
       1200-EXIT.
           EXIT.
       1210-RELEASE-PARTE.
           MOVE WRK-PS-DEPTO (WRK-IDX-PARTE) TO SRT-DEPTO.
           MOVE WRK-PS-VALOR (WRK-IDX-PARTE) TO SRT-SALARIO.
           RELEASE SORT-RECORD.
       1210-EXIT.
           EXIT.
      *****************************************************************
      * FASE DE SAIDA DO SORT - CONTROLA A QUEBRA DE DEPARTAMENTO E
      * MONTA A TABELA EM MEMORIA COM UM REGISTRO POR DEPARTAMENTO
