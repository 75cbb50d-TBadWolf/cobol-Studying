      ******************************************************************
      * FECHCTL - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO FECHCTL,
      *           CONTROLE DO FECHAMENTO MENSAL. CHAVE PRIMARIA:
      *           FCH-CHAVE (COMPETENCIA + ETAPA). UM REGISTRO POR
      *           ETAPA DO FECHAMENTO JA INICIADA NA COMPETENCIA, COM A
      *           SITUACAO, A DATA/HORA, O OPERADOR E O RETURN-CODE DA
      *           ULTIMA EXECUCAO. GRAVADO SO PELO FECHETAP, CHAMADO
      *           NO INICIO E NO FIM DE CADA PROGRAMA DO FECHAMENTO;
      *           LIDO PELO FECHMES (CHECKLIST E FECHAMENTO FORMAL).
      *           A ETAPA EM BRANCO E O REGISTRO DA PROPRIA
      *           COMPETENCIA: SITUACAO 'F' = COMPETENCIA FECHADA, COM
      *           A DATA/HORA E O OPERADOR DO FECHAMENTO.
      *           SITUACAO DA ETAPA: 'A' EM ANDAMENTO (INICIOU E NAO
      *           TERMINOU), 'C' CONCLUIDA (RC ATE 4), 'E' ERRO (RC
      *           MAIOR QUE 4), 'I' INVALIDADA POR UMA NOVA EXECUCAO DE
      *           UMA ETAPA ANTERIOR (FCH-INVALIDADA-POR).
      ******************************************************************
       01  CLOSING-CONTROL-REC.
           02 FCH-CHAVE.
               03 FCH-ANO              PIC 9(04).
               03 FCH-MES              PIC 9(02).
               03 FCH-ETAPA            PIC X(08).
                   88 FCH-REGISTRO-COMPETENCIA     VALUE SPACES.
           02 FCH-SITUACAO            PIC X(01).
               88 FCH-EM-ANDAMENTO              VALUE 'A'.
               88 FCH-CONCLUIDA                 VALUE 'C'.
               88 FCH-COM-ERRO                  VALUE 'E'.
               88 FCH-INVALIDADA                VALUE 'I'.
               88 FCH-COMPETENCIA-FECHADA       VALUE 'F'.
           02 FCH-DATA                PIC 9(08).
           02 FCH-HORA                PIC 9(06).
           02 FCH-OPERADOR            PIC X(08).
           02 FCH-RETURN-CODE         PIC 9(03).
           02 FCH-INVALIDADA-POR      PIC X(08).
           02 FCH-DATA-INVALIDACAO    PIC 9(08).
           02 FCH-HORA-INVALIDACAO    PIC 9(06).
           02 FILLER                  PIC X(10).
