      ******************************************************************
      * BANCOHR - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO BANCOHR,
      *           BANCO DE HORAS DOS FUNCIONARIOS DOS DEPARTAMENTOS
      *           COM DPT-REGIME-HORA-EXTRA = 'B'. CHAVE PRIMARIA:
      *           BHR-CHAVE (CPF + DATA DO MOVIMENTO + SEQUENCIA), UM
      *           REGISTRO POR MOVIMENTO. CREDITO ('C') E O EXCEDENTE
      *           DA CARGA PADRAO APURADO PELO HORAEXT NO FECHAMENTO DE
      *           PONTO (ORIGEM 'P', DATADO NO DIA 1 DA COMPETENCIA,
      *           SEQUENCIA 00); DEBITO ('D') E A FALTA DE HORAS DO
      *           MESMO FECHAMENTO (ORIGEM 'P'), A FOLGA APROVADA
      *           LANCADA PELO BHMANT (ORIGEM 'F') OU O CREDITO VENCIDO
      *           PAGO PELO BHVENC (ORIGEM 'V'). BHR-SALDO-MINUTOS E A
      *           PARTE DO MOVIMENTO AINDA NAO COMPENSADA: O BHMOVTO
      *           ABATE CADA MOVIMENTO NOVO DOS MOVIMENTOS EM ABERTO DO
      *           TIPO CONTRARIO, DO MAIS ANTIGO PARA O MAIS NOVO, E
      *           MARCA 'C' (COMPENSADO) COM A DATA DA BAIXA QUEM ZERA.
      *           SALDO DO FUNCIONARIO = CREDITOS EM ABERTO MENOS
      *           DEBITOS EM ABERTO. GRAVADO SO PELO BHMOVTO; LIDO PELO
      *           BHVENC, BHEXTRA E RESCISAO.
      ******************************************************************
       01  BANCO-HORAS-REC.
           02 BHR-CHAVE.
               03 BHR-CPF              PIC X(11).
               03 BHR-DATA             PIC 9(08).
               03 BHR-SEQ              PIC 9(02).
           02 BHR-DATA-R REDEFINES BHR-CHAVE.
               03 FILLER               PIC X(11).
               03 BHR-ANO              PIC 9(04).
               03 BHR-MES              PIC 9(02).
               03 BHR-DIA              PIC 9(02).
               03 FILLER               PIC 9(02).
           02 BHR-TIPO                PIC X(01).
               88 BHR-CREDITO                   VALUE 'C'.
               88 BHR-DEBITO                    VALUE 'D'.
           02 BHR-ORIGEM              PIC X(01).
               88 BHR-ORIGEM-PONTO              VALUE 'P'.
               88 BHR-ORIGEM-FOLGA              VALUE 'F'.
               88 BHR-ORIGEM-VENCIDO            VALUE 'V'.
           02 BHR-MINUTOS             PIC 9(05).
           02 BHR-SALDO-MINUTOS       PIC 9(05).
           02 BHR-SITUACAO            PIC X(01).
               88 BHR-EM-ABERTO                 VALUE 'A'.
               88 BHR-COMPENSADO                VALUE 'C'.
           02 BHR-DATA-BAIXA          PIC 9(08).
           02 BHR-OPERADOR            PIC X(08).
           02 FILLER                  PIC X(10).
