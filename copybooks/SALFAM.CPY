      ******************************************************************
      * SALFAM - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO SALFAM,
      *          CONTROLE MENSAL DO SALARIO-FAMILIA. CHAVE PRIMARIA:
      *          SFA-CHAVE (CPF + COMPETENCIA), UM REGISTRO POR
      *          FUNCIONARIO E MES GRAVADO PELO SALFAMIL COM A
      *          SITUACAO APURADA ('S' = COM DIREITO, 'N' = SEM
      *          DIREITO E O MOTIVO), PARA O MES SEGUINTE APONTAR QUEM
      *          GANHOU OU PERDEU O BENEFICIO. SFA-VIGENCIA GUARDA A
      *          VERSAO DO SFAPARM (TETO E COTA) USADA NO CALCULO.
      ******************************************************************
       01  FAMILY-BENEFIT-RECORD.
           02 SFA-CHAVE.
               03 SFA-CPF              PIC X(11).
               03 SFA-ANO              PIC 9(04).
               03 SFA-MES              PIC 9(02).
           02 SFA-SITUACAO            PIC X(01).
               88 SFA-COM-DIREITO               VALUE 'S'.
               88 SFA-SEM-DIREITO               VALUE 'N'.
           02 SFA-QTDE-COTAS          PIC 9(02).
           02 SFA-VALOR               PIC 9(06)V99.
           02 SFA-BRUTO               PIC 9(06)V99.
           02 SFA-MOTIVO              PIC X(25).
           02 SFA-VIGENCIA            PIC 9(08).
           02 FILLER                  PIC X(10).
