      ******************************************************************
      * DESLIG - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO DESLIG,
      *          DADOS DO DESLIGAMENTO QUE NAO CABEM NO EMPLOYEE-RECORD
      *          (AS IMAGENS DE 64 POSICOES DO EMPJRNL SAO O TAMANHO DO
      *          MESTRE). CHAVE PRIMARIA: DSL-CPF. GRAVADO PELO EMPTERM
      *          JUNTO COM A MARCA DE DESLIGADO NO MESTRE. DSL-MOTIVO
      *          SEGUE A TABELA DE MOTIVOS DE DESLIGAMENTO DO ESOCIAL
      *          (O MESMO CODIGO DO EVENTO S2299). UM NOVO DESLIGAMENTO
      *          DO MESMO CPF (DEPOIS DE DESFEITO PELO EMPRECOV)
      *          REGRAVA O REGISTRO.
      ******************************************************************
       01  DESLIGAMENTO-REC.
           02 DSL-CPF                 PIC X(11).
           02 DSL-DATA-DESLIGAMENTO   PIC 9(08).
           02 DSL-MOTIVO              PIC X(02).
               88 DSL-JUSTA-CAUSA               VALUE '01'.
               88 DSL-SEM-JUSTA-CAUSA           VALUE '02'.
               88 DSL-ANTECIPADA-EMPREGADOR     VALUE '03'.
               88 DSL-ANTECIPADA-EMPREGADO      VALUE '04'.
               88 DSL-CULPA-RECIPROCA           VALUE '05'.
               88 DSL-TERMINO-CONTRATO          VALUE '06'.
               88 DSL-PEDIDO-DEMISSAO           VALUE '07'.
               88 DSL-FALECIMENTO               VALUE '10'.
               88 DSL-ACORDO                    VALUE '33'.
               88 DSL-MOTIVO-VALIDO             VALUE '01' '02' '03'
                                                      '04' '05' '06'
                                                      '07' '10' '33'.
           02 DSL-OPERADOR            PIC X(08).
           02 DSL-DATA-REGISTRO       PIC 9(08).
           02 FILLER                  PIC X(13).
