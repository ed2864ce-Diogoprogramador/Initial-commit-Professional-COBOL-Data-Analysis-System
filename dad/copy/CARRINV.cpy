      *> CARRINV.cpy
      *> Layout da fatura das operadoras de saude e odonto
      *> (carrier_invoice.dat), recebida todo mes: uma linha por vida
      *> cobrada, com a operadora, a competencia, a matricula do
      *> titular, o tipo da vida (T titular / D dependente), o nome
      *> da vida, o plano e o valor cobrado. O HEALTH-RECONCILE cruza
      *> a fatura com as adesoes vigentes: vida cobrada sem adesao
      *> (inclusive de desligado), vida com adesao nao cobrada e
      *> valor diferente da faixa.
       01 CARRIER-INVOICE-RECORD.
           05 CIV-CARRIER         PIC X(3).
           05 FILLER              PIC X.
           05 CIV-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 CIV-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 CIV-LIFE-TYPE       PIC X.
           05 FILLER              PIC X.
           05 CIV-LIFE-NAME       PIC X(30).
           05 FILLER              PIC X.
           05 CIV-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 CIV-AMOUNT          PIC 9(6)V99.
