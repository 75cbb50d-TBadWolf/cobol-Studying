      ******************************************************************
      * PENDTRAB - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO PENDTRAB, A
      *            LISTA DE PENDENCIAS CONSOLIDADA DOS PROGRAMAS DE
      *            VALIDACAO E DE RETORNO. CHAVE PRIMARIA: PND-CHAVE
      *            (PROGRAMA DE ORIGEM + COMPETENCIA + CPF + TIPO DA
      *            EXCECAO + REFERENCIA PROPRIA DA ORIGEM - CODIGO DA
      *            VERBA, SEQUENCIAL DO BANCO, DATA DA MARCACAO...).
      *            GRAVADO PELO PENDREG, CHAMADO PELA ORIGEM A CADA
      *            EXCECAO: PENDENCIA NOVA ENTRA ABERTA; A MESMA
      *            EXCECAO APONTADA DE NOVO NUM RERUN SO ATUALIZA A
      *            DESCRICAO, A DATA DA ULTIMA OCORRENCIA E O CONTADOR
      *            (A DATA DE ABERTURA, QUE CONTA O SLA, PERMANECE); SE
      *            JA ESTAVA RESOLVIDA, REABRE - A ORIGEM CONTINUA
      *            VENDO O PROBLEMA. RESOLUCAO E ATRIBUICAO PELO
      *            PENDDEC (OPERADOR IDENTIFICADO); A FILA VAREXCE
      *            DECIDIDA NO VAREXREV RESOLVE A PENDENCIA DO VARSAL.
      *            AREA DONA E SLA DE CADA ORIGEM NA TABELA PENDTAB.
      ******************************************************************
       01  PENDENCIA-REC.
           02 PND-CHAVE.
               03 PND-ORIGEM           PIC X(08).
               03 PND-ANO              PIC 9(04).
               03 PND-MES              PIC 9(02).
               03 PND-CPF              PIC X(11).
               03 PND-TIPO             PIC X(04).
               03 PND-REFERENCIA       PIC X(10).
           02 PND-DESCRICAO           PIC X(40).
           02 PND-SITUACAO            PIC X(01).
               88 PND-ABERTA                    VALUE 'A'.
               88 PND-ATRIBUIDA                 VALUE 'T'.
               88 PND-RESOLVIDA                 VALUE 'R'.
               88 PND-EM-ABERTO                 VALUE 'A' 'T'.
           02 PND-DATA-ABERTURA       PIC 9(08).
           02 PND-DATA-OCORRENCIA     PIC 9(08).
           02 PND-QTDE-OCORRENCIAS    PIC 9(03).
           02 PND-RESPONSAVEL         PIC X(08).
           02 PND-DATA-ATRIBUICAO     PIC 9(08).
           02 PND-DATA-RESOLUCAO      PIC 9(08).
           02 PND-OPERADOR            PIC X(08).
           02 PND-OBSERVACAO          PIC X(40).
           02 FILLER                  PIC X(10).
