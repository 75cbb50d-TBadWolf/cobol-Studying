      ******************************************************************
      * FECHETP - TABELA FIXA DAS ETAPAS DO FECHAMENTO MENSAL, EM ORDEM
      *           DE EXECUCAO, COM ATE TRES PRE-REQUISITOS POR ETAPA
      *           (ETAPAS QUE PRECISAM ESTAR CONCLUIDAS NA COMPETENCIA
      *           ANTES DELA RODAR). UMA NOVA EXECUCAO DE UMA ETAPA
      *           INVALIDA TODAS AS QUE DEPENDEM DELA, DIRETA OU
      *           INDIRETAMENTE - POR ISSO UM PRE-REQUISITO SEMPRE VEM
      *           ANTES NA TABELA. USADA PELO FECHETAP E PELO FECHMES.
      *           O SALACUM VEM ANTES DO VARSAL PORQUE O VARSAL COMPARA
      *           O MES JA POSTADO NO SALHIST; O PAGAMENTO E OS
      *           ARQUIVOS LEGAIS SO SAEM DEPOIS DAS DECISOES DO VARSAL.
      ******************************************************************
       01  FET-ETAPAS-FIXAS.
           02 FILLER                PIC X(32) VALUE
               "DESCMES                         ".
           02 FILLER                PIC X(32) VALUE
               "VENCVAL DESCMES                 ".
           02 FILLER                PIC X(32) VALUE
               "FOLCALC VENCVAL                 ".
           02 FILLER                PIC X(32) VALUE
               "SALACUM FOLCALC                 ".
           02 FILLER                PIC X(32) VALUE
               "VARSAL  SALACUM                 ".
           02 FILLER                PIC X(32) VALUE
               "PAYREG  VARSAL                  ".
           02 FILLER                PIC X(32) VALUE
               "PAYSLIP VARSAL                  ".
           02 FILLER                PIC X(32) VALUE
               "BANKPAY PAYREG  PAYSLIP         ".
           02 FILLER                PIC X(32) VALUE
               "BANKRET BANKPAY                 ".
           02 FILLER                PIC X(32) VALUE
               "GLPOST  VARSAL                  ".
           02 FILLER                PIC X(32) VALUE
               "FGTSGUIAVARSAL                  ".
           02 FILLER                PIC X(32) VALUE
               "ESOCIAL VARSAL                  ".
           02 FILLER                PIC X(32) VALUE
               "CONCILIABANKRET GLPOST          ".
           02 FILLER                PIC X(32) VALUE
               "PROVMENSVARSAL                  ".
       01  FET-ETAPAS-R REDEFINES FET-ETAPAS-FIXAS.
           02 FET-ETAPA-ITEM OCCURS 14 TIMES.
               03 FET-ETAPA             PIC X(08).
               03 FET-PRE-REQUISITO     PIC X(08) OCCURS 3 TIMES.
       01  FET-QTDE-ETAPAS            PIC 9(02) COMP VALUE 14.
