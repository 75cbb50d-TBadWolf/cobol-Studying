      ******************************************************************
      * AFASTA - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO AFASTA,
      *          CADASTRO DE AFASTAMENTOS (LICENCAS) DOS FUNCIONARIOS.
      *          CHAVE PRIMARIA: AFA-CHAVE (CPF + DATA DE INICIO), UM
      *          REGISTRO POR AFASTAMENTO. AFA-MOTIVO SEGUE A TABELA
      *          DE MOTIVOS DE AFASTAMENTO DO ESOCIAL (O MESMO CODIGO
      *          VAI NO EVENTO S2230). O AFASTAMENTO VAI DO DIA DE
      *          INICIO ATE A VESPERA DO RETORNO; AFA-DATA-RETORNO
      *          ZERADA = FUNCIONARIO AINDA AFASTADO (A PREVISAO EM
      *          AFA-DATA-PREV-RETORNO E SO INFORMATIVA - QUEM ENCERRA
      *          O AFASTAMENTO E O RETORNO EFETIVO). NOS MOTIVOS DE
      *          DOENCA E ACIDENTE A EMPRESA PAGA OS PRIMEIROS 15 DIAS
      *          E O RESTANTE E BENEFICIO DO INSS; MATERNIDADE E
      *          ACIDENTE DE TRABALHO MANTEM O DEPOSITO DO FGTS DURANTE
      *          TODO O AFASTAMENTO. MANTIDO PELO AFAMANT E LIDO PELO
      *          AFACALC.
      ******************************************************************
       01  AFASTAMENTO-REC.
           02 AFA-CHAVE.
               03 AFA-CPF              PIC X(11).
               03 AFA-DATA-INICIO      PIC 9(08).
           02 AFA-MOTIVO              PIC X(02).
               88 AFA-ACIDENTE-TRABALHO         VALUE '01'.
               88 AFA-DOENCA                    VALUE '03'.
               88 AFA-MATERNIDADE               VALUE '17'.
               88 AFA-NAO-REMUNERADA            VALUE '21'.
               88 AFA-MOTIVO-VALIDO             VALUE '01' '03' '17'
                                                      '21'.
               88 AFA-EMPRESA-PAGA-15-DIAS      VALUE '01' '03'.
               88 AFA-MANTEM-FGTS               VALUE '01' '17'.
           02 AFA-DATA-PREV-RETORNO   PIC 9(08).
           02 AFA-DATA-RETORNO        PIC 9(08).
           02 FILLER                  PIC X(13).
