      *> PARTCTL.cpy
      *> Registro de controle de uma particao da folha mensal
      *> (../data/payroll_partition_<empresa>.dat): o PAYROLL-RUN
      *> chamado com o codigo da empresa calcula so os funcionarios
      *> dela, em arquivos proprios, e grava aqui a competencia, a
      *> situacao e os totais de controle da particao. O PAYROLL-MERGE
      *> confere estes totais contra o detalhe da particao antes de
      *> consolidar - e a prova de que as particoes somam o todo.
      *>   PTC-STATE  INIC particao iniciada (queda no meio deixa
      *>                   este estado - a empresa fica retida);
      *>              CALC particao concluida, aguardando o merge;
      *>              CONS consolidada pelo PAYROLL-MERGE em
      *>                   payroll_detail.dat/payroll_history.dat.
       01 PARTITION-CONTROL-RECORD.
           05 PTC-COMPANY         PIC X(2).
           05 FILLER              PIC X.
           05 PTC-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 PTC-STATE           PIC X(4).
               88 PTC-INICIADA    VALUE "INIC".
               88 PTC-CALCULADA   VALUE "CALC".
               88 PTC-CONSOLIDADA VALUE "CONS".
           05 FILLER              PIC X.
           05 PTC-EMPLOYEES       PIC 9(5).
           05 FILLER              PIC X.
           05 PTC-GROSS           PIC 9(10)V99.
           05 FILLER              PIC X.
           05 PTC-INSS            PIC 9(10)V99.
           05 FILLER              PIC X.
           05 PTC-IRRF            PIC 9(10)V99.
           05 FILLER              PIC X.
           05 PTC-NET             PIC 9(10)V99.
           05 FILLER              PIC X.
           05 PTC-UPDATE-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 PTC-UPDATE-TIME     PIC 9(6).
