      ******************************************************************
      * CALTRAB - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO CALTRAB,
      *           CALENDARIO DE TRABALHO (FERIADOS) POR
      *           ESTABELECIMENTO. CHAVE PRIMARIA: CAL-CHAVE
      *           (ESTABELECIMENTO + DATA), UM REGISTRO POR FERIADO.
      *           CAL-ESTABELECIMENTO '*' VALE PARA TODOS OS
      *           ESTABELECIMENTOS (FERIADO NACIONAL); FERIADO
      *           ESTADUAL OU MUNICIPAL LEVA O CODIGO DO
      *           ESTABELECIMENTO DA TABELA EMPRESAS. SABADO E DOMINGO
      *           NAO PRECISAM SER CADASTRADOS - DIA UTIL E SEGUNDA A
      *           SEXTA QUE NAO CONSTA DO CALENDARIO. MANTIDO PELO
      *           CALMANT E LIDO PELO FALTAMES.
      ******************************************************************
       01  CALENDARIO-REC.
           02 CAL-CHAVE.
               03 CAL-ESTABELECIMENTO  PIC X(01).
                   88 CAL-TODOS-ESTAB           VALUE '*'.
               03 CAL-DATA             PIC 9(08).
           02 CAL-DATA-R REDEFINES CAL-CHAVE.
               03 FILLER               PIC X(01).
               03 CAL-ANO              PIC 9(04).
               03 CAL-MES              PIC 9(02).
               03 CAL-DIA              PIC 9(02).
           02 CAL-ABRANGENCIA         PIC X(01).
               88 CAL-NACIONAL                  VALUE 'N'.
               88 CAL-ESTADUAL                  VALUE 'E'.
               88 CAL-MUNICIPAL                 VALUE 'M'.
               88 CAL-ABRANGENCIA-VALIDA        VALUE 'N' 'E' 'M'.
           02 CAL-DESCRICAO           PIC X(30).
           02 FILLER                  PIC X(10).
