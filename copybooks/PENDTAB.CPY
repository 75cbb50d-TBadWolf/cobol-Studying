      ******************************************************************
      * PENDTAB - TABELA FIXA DAS ORIGENS DA LISTA DE PENDENCIAS
      *           (PENDTRAB): PROGRAMA, AREA DONA DAS PENDENCIAS E
      *           SLA EM DIAS CORRIDOS DESDE A ABERTURA. ORIGEM FORA
      *           DA TABELA CAI NA AREA "OUTROS" COM O SLA PADRAO.
      *           USADA PELO PENDAGE (ENVELHECIMENTO) E PELO BATCHDSH
      *           (PENDENCIAS POR PASSO).
      ******************************************************************
       01  PTB-ORIGENS-FIXAS.
           02 FILLER                PIC X(23) VALUE
               "VENCVAL FOLHA       002".
           02 FILLER                PIC X(23) VALUE
               "VARSAL  FOLHA       002".
           02 FILLER                PIC X(23) VALUE
               "DESCMES FOLHA       003".
           02 FILLER                PIC X(23) VALUE
               "HORAEXT PONTO       002".
           02 FILLER                PIC X(23) VALUE
               "FERPLAN FERIAS      010".
           02 FILLER                PIC X(23) VALUE
               "MSTAUDITCADASTRO    005".
           02 FILLER                PIC X(23) VALUE
               "BANKRET TESOURARIA  001".
           02 FILLER                PIC X(23) VALUE
               "CONCILIACONTABIL    003".
           02 FILLER                PIC X(23) VALUE
               "ESOCRET OBRIGACOES  005".
       01  PTB-ORIGENS-R REDEFINES PTB-ORIGENS-FIXAS.
           02 PTB-ORIGEM-ITEM OCCURS 9 TIMES.
               03 PTB-ORIGEM            PIC X(08).
               03 PTB-AREA              PIC X(12).
               03 PTB-SLA-DIAS          PIC 9(03).
       01  PTB-QTDE-ORIGENS           PIC 9(02) COMP VALUE 9.
       01  PTB-AREA-PADRAO            PIC X(12) VALUE "OUTROS".
       01  PTB-SLA-PADRAO             PIC 9(03) VALUE 005.
