      ******************************************************************
      * EMPPEND - LAYOUT DO REGISTRO DO ARQUIVO INDEXADO EMPPEND,
      *           ALTERACOES SENSIVEIS DO EMPLOYEE-MASTER AGUARDANDO
      *           APROVACAO (DUPLO CONTROLE). CHAVE PRIMARIA:
      *           PND-CHAVE (CPF + DATA/HORA DO PEDIDO). GRAVADO PELO
      *           EMPMAINT NO LUGAR DE APLICAR A TRANSACAO QUANDO ELA
      *           MUDA O SALARIO ACIMA DO LIMITE, REVERTE O STATUS OU
      *           MUDA O ESTABELECIMENTO; DECIDIDO (E, SE APROVADO,
      *           APLICADO) PELO EMPAPROV, POR OUTRO OPERADOR.
      *           SITUACAO: 'P' PENDENTE, 'A' APROVADA E APLICADA,
      *           'R' REJEITADA, 'N' APROVADA MAS NAO APLICADA (O
      *           MESTRE MUDOU DEPOIS DO PEDIDO - PND-MOTIVO), 'X'
      *           EXPIRADA SEM DECISAO NO PRAZO.
      *           PND-TRANSACAO GUARDA A TRANSACAO EMPTRANS ORIGINAL
      *           (MESMO LAYOUT DO EMPMAINT) E PND-IMAGEM-ANTES O
      *           REGISTRO DO MESTRE NO MOMENTO DO PEDIDO.
      ******************************************************************
       01  PENDING-CHANGE-REC.
           02 PND-CHAVE.
               03 PND-CPF              PIC X(11).
               03 PND-DATA-PEDIDO      PIC 9(08).
               03 PND-HORA-PEDIDO      PIC 9(06).
           02 PND-SITUACAO            PIC X(01).
               88 PND-PENDENTE                  VALUE 'P'.
               88 PND-APROVADA                  VALUE 'A'.
               88 PND-REJEITADA                 VALUE 'R'.
               88 PND-NAO-APLICADA              VALUE 'N'.
               88 PND-EXPIRADA                  VALUE 'X'.
           02 PND-MUDA-SALARIO        PIC X(01).
               88 PND-MUDA-SALARIO-SW           VALUE 'S'.
           02 PND-MUDA-STATUS         PIC X(01).
               88 PND-MUDA-STATUS-SW            VALUE 'S'.
           02 PND-MUDA-ESTAB          PIC X(01).
               88 PND-MUDA-ESTAB-SW             VALUE 'S'.
           02 PND-SOLICITANTE         PIC X(08).
           02 PND-APROVADOR           PIC X(08).
           02 PND-DATA-DECISAO        PIC 9(08).
           02 PND-HORA-DECISAO        PIC 9(06).
           02 PND-MOTIVO              PIC X(30).
           02 PND-TRANSACAO.
               03 PND-T-ACAO           PIC X(01).
                   88 PND-T-ALTERACAO              VALUE 'A'.
                   88 PND-T-TRANSFERENCIA          VALUE 'T'.
               03 PND-T-CPF            PIC X(11).
               03 PND-T-NOME           PIC X(20).
               03 PND-T-SALARIO        PIC 9(06)V99.
               03 PND-T-DEPTO          PIC X(04).
               03 PND-T-MOEDA          PIC X(03).
               03 PND-T-DATA-ADMISSAO  PIC 9(08).
               03 PND-T-STATUS         PIC X(01).
               03 PND-T-DATA-DESLIG    PIC 9(08).
               03 PND-T-ESTAB          PIC X(01).
               03 PND-T-CARGO          PIC X(05).
               03 PND-T-DATA-TRANSF    PIC 9(08).
               03 FILLER               PIC X(02).
           02 PND-IMAGEM-ANTES        PIC X(64).
           02 FILLER                  PIC X(10).
