      *> CTLLEDG-FD.cpy
      *> FD do livro de totais de controle da cadeia de processamento
      *> (control_ledger.dat): cada passo da cadeia - HR-FEED-CONVERT,
      *> FEED-DELTA, EMPLOYEE-MAINTENANCE, PAYROLL-RUN,
      *> PAYROLL-RECONCILE, BANK-REMIT, GL-EXPORT e PAYEE-AP-EXPORT -
      *> lanca aqui, ao terminar, a quantidade de registros e o total
      *> de valor (hash) de cada medida que entregou ao passo
      *> seguinte. O CHAIN-BALANCE le o livro e fecha a cadeia passo
      *> contra passo.
      *>   CLG-RUN-DATE  data de negocio (business_date.dat) da
      *>                 execucao - chave da cadeia diaria do feed;
      *>   CLG-PERIOD    competencia AAAAMM - chave da cadeia mensal
      *>                 da folha (nos passos do feed, o mes da data
      *>                 de negocio);
      *>   CLG-COMPANY   empresa (MST-COMPANY-CODE) ou brancos quando
      *>                 o passo nao separa por empresa;
      *>   CLG-METRIC    medida lancada (LIDOS, ACEITOS, PAGOS,
      *>                 LIQUIDO, DEBITOS, ...), documentada em cada
      *>                 programa que lanca.
      *> Arquivo OPEN EXTEND (so cresce): reexecutar um passo lanca de
      *> novo, e vale o ultimo lancamento de cada programa/data/
      *> competencia/empresa/medida. Mesmo criterio do ACCLOG-FD.cpy:
      *> o FD fica no copybook e cada programa declara o proprio
      *> SELECT, com FILE STATUS CLG-FILE-STATUS.
       FD CONTROL-LEDGER-FILE.
       01 CONTROL-LEDGER-RECORD.
           05 CLG-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 CLG-RUN-TIME        PIC 9(6).
           05 FILLER              PIC X.
           05 CLG-PROGRAM         PIC X(20).
           05 FILLER              PIC X.
           05 CLG-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 CLG-COMPANY         PIC X(2).
           05 FILLER              PIC X.
           05 CLG-METRIC          PIC X(8).
           05 FILLER              PIC X.
           05 CLG-COUNT           PIC 9(7).
           05 FILLER              PIC X.
           05 CLG-AMOUNT          PIC 9(13)V99.
