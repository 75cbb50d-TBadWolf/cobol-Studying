      *           VALIDADO PELO EMPMAINT/SALFMT NAS GRAVACOES DO
      *           MESTRE DE FUNCIONARIOS, CRUZADO PELO MSTAUDIT E
      *           CONSULTADO VIA DEPTLOOK PELOS RELATORIOS.
      *           DPT-REGIME-HORA-EXTRA DIZ O QUE O HORAEXT FAZ COM AS
      *           HORAS ACIMA DA CARGA PADRAO: 'P' (OU BRANCO, O
      *           CADASTRO ANTIGO) PAGA COMO HORA EXTRA NO VARVENC, 'B'
      *           CREDITA NO BANCO DE HORAS (BANCOHR) CONFORME O ACORDO
      *           COLETIVO DO DEPARTAMENTO.
      ******************************************************************
       01  DEPARTMENT-RECORD.
           02 DPT-CODIGO              PIC X(04).
           02 DPT-DESCRICAO           PIC X(20).
           02 DPT-CONTA-CUSTO         PIC X(06).
           02 DPT-GESTOR              PIC X(20).
           02 DPT-REGIME-HORA-EXTRA   PIC X(01).
               88 DPT-PAGA-HORA-EXTRA           VALUE 'P' SPACE.
               88 DPT-BANCO-DE-HORAS            VALUE 'B'.
           02 FILLER                  PIC X(09).
