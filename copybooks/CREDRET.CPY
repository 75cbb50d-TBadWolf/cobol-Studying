      ******************************************************************
      * CREDRET - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO CREDRET,
      *           CREDITOS RETIDOS PELO BANKPAY, FOLHACOM OU PLRPAGTO
      *           PORQUE A CONTA DO FUNCIONARIO (CONTABCO) FOI
      *           INCLUIDA OU ALTERADA DENTRO DA QUARENTENA OU PELO
      *           PROPRIO OPERADOR QUE SUBMETEU A REMESSA. CHAVE
      *           PRIMARIA: CRT-CHAVE (COMPETENCIA + CPF + ORIGEM). O
      *           CREDITO FICA FORA DA REMESSA ATE A DECISAO DA
      *           TESOURARIA NO BANKLIB. ORIGEM: BRANCO = FOLHA MENSAL
      *           (BANKPAY), 'C' = FOLHA COMPLEMENTAR (FOLHACOM), 'P' =
      *           PLR (PLRPAGTO, COMPETENCIA = MES DO PAGAMENTO).
      *           SITUACAO: 'R' RETIDO AGUARDANDO DECISAO, 'L' LIBERADO
      *           NA CONTA ATUAL, 'A' PAGO NA CONTA ANTERIOR (ALTERACAO
      *           INDEVIDA), 'C' CANCELADO (NAO PAGO PELA FOLHA - A
      *           TESOURARIA RESOLVE FORA). A CONTA ATUAL E A ANTERIOR
      *           SAO AS DO CONTABCO NO MOMENTO DA RETENCAO.
      ******************************************************************
       01  CREDITO-RETIDO-REC.
           02 CRT-CHAVE.
               03 CRT-ANO              PIC 9(04).
               03 CRT-MES              PIC 9(02).
               03 CRT-CPF              PIC X(11).
               03 CRT-ORIGEM           PIC X(01).
                   88 CRT-ORIGEM-FOLHA              VALUE SPACE.
                   88 CRT-ORIGEM-COMPLEMENTAR       VALUE 'C'.
                   88 CRT-ORIGEM-PLR                VALUE 'P'.
           02 CRT-NOME                PIC X(30).
           02 CRT-VALOR               PIC 9(11)V99.
           02 CRT-MOEDA               PIC X(03).
           02 CRT-CONTA-ATUAL.
               03 CRT-BANCO            PIC 9(03).
               03 CRT-AGENCIA          PIC 9(04).
               03 CRT-CONTA            PIC 9(08).
               03 CRT-DIGITO           PIC X(01).
               03 CRT-TIPO             PIC X(01).
           02 CRT-CONTA-ANTERIOR.
               03 CRT-ANT-BANCO        PIC 9(03).
               03 CRT-ANT-AGENCIA      PIC 9(04).
               03 CRT-ANT-CONTA        PIC 9(08).
               03 CRT-ANT-DIGITO       PIC X(01).
               03 CRT-ANT-TIPO         PIC X(01).
           02 CRT-DATA-ALTERACAO      PIC 9(08).
           02 CRT-HORA-ALTERACAO      PIC 9(06).
           02 CRT-OPERADOR-CONTA      PIC X(08).
           02 CRT-OPERADOR-REMESSA    PIC X(08).
           02 CRT-DATA-RETENCAO       PIC 9(08).
           02 CRT-MOTIVO              PIC X(30).
           02 CRT-SITUACAO            PIC X(01).
               88 CRT-RETIDO                    VALUE 'R'.
               88 CRT-LIBERADO                  VALUE 'L'.
               88 CRT-PAGO-ANTERIOR             VALUE 'A'.
               88 CRT-CANCELADO                 VALUE 'C'.
           02 CRT-OPERADOR-DECISAO    PIC X(08).
           02 CRT-DATA-DECISAO        PIC 9(08).
           02 FILLER                  PIC X(09).
