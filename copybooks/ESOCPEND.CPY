      *            COM A RESPOSTA DO GOVERNO ('A' = ACEITO COM NUMERO
      *            DE RECIBO, 'R' = REJEITADO COM O ERRO). OS VALORES
      *            DO EVENTO FICAM GUARDADOS PARA O REENVIO REGERAR SO
      *            OS REJEITADOS. NO S2230 (AFASTAMENTO) OS VALORES
      *            DAO LUGAR AO MOTIVO E A DATA DE RETORNO (ZERO =
      *            AFASTAMENTO AINDA EM ABERTO); PEV-DATA-EVENTO E O
      *            INICIO DO AFASTAMENTO. PEV-RETIFICACAO = 'S' MARCA
      *            O S1200 REGRAVADO PELA FOLHA COMPLEMENTAR (FOLHACOM)
      *            COM OS TOTAIS CORRIGIDOS DA COMPETENCIA - O RECIBO
      *            DO ENVIO ORIGINAL FICA GUARDADO PARA A RETIFICACAO.
      ******************************************************************
       01  PENDING-EVENT-RECORD.
           02 PEV-CHAVE.
               88 PEV-REJEITADO                 VALUE 'R'.
           02 PEV-RECIBO              PIC X(20).
           02 PEV-ERRO                PIC X(30).
           02 PEV-VALORES.
               03 PEV-BRUTO            PIC 9(06)V99.
               03 PEV-INSS             PIC 9(06)V99.
               03 PEV-IRRF             PIC 9(06)V99.
           02 PEV-AFASTAMENTO REDEFINES PEV-VALORES.
               03 PEV-MOTIVO-AFAST     PIC X(02).
               03 PEV-DATA-RETORNO     PIC 9(08).
               03 FILLER               PIC X(14).
           02 PEV-DATA-EVENTO         PIC 9(08).
           02 PEV-ESTABELECIMENTO     PIC X(01).
           02 PEV-RETIFICACAO         PIC X(01).
               88 PEV-RETIFICADO                VALUE 'S'.
           02 FILLER                  PIC X(03).
