      *           IMPRESSOS - E DAQUI QUE O HOLECONS REIMPRIME O
      *           HOLERITE DE UM MES GUARDADO QUANDO UM FUNCIONARIO
      *           CONTESTA UM PAGAMENTO OU A JUSTICA PEDE PROVA.
      *           HOL-FOLHA SEPARA O HOLERITE DA FOLHA MENSAL (BRANCO,
      *           SEQUENCIA ZERO) DOS HOLERITES DE FOLHA COMPLEMENTAR
      *           DA MESMA COMPETENCIA ('C', SEQUENCIA 01 EM DIANTE,
      *           GRAVADOS PELO FOLHACOM SO COM AS DIFERENCAS) E DO
      *           HOLERITE DA PLR ('P', SEQUENCIA = NUMERO DA PARCELA
      *           NO ANO, GRAVADO PELO PLRPAGTO).
      ******************************************************************
       01  PAYSLIP-STORE-REC.
           02 HOL-CHAVE.
               03 HOL-CPF              PIC X(11).
               03 HOL-ANO              PIC 9(04).
               03 HOL-MES              PIC 9(02).
               03 HOL-FOLHA            PIC X(01).
                   88 HOL-FOLHA-MENSAL             VALUE SPACE.
                   88 HOL-FOLHA-COMPLEMENTAR       VALUE 'C'.
                   88 HOL-FOLHA-PLR                VALUE 'P'.
               03 HOL-SEQ              PIC 9(02).
           02 HOL-NOME                PIC X(20).
           02 HOL-DIAS                PIC 9(02).
           02 HOL-MOEDA               PIC X(03).
               03 HOL-VB-DESCRICAO     PIC X(20).
               03 HOL-VB-VALOR         PIC 9(06)V99.
               03 HOL-VB-TIPO          PIC X(01).
           02 FILLER                  PIC X(07).
