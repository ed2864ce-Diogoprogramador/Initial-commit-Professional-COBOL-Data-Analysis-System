      *> TRANSORD.cpy
      *> Layout do pedido mensal de vale-transporte
      *> (transit_order.dat), gravado pelo TRANSIT-ORDER: uma linha por
      *> funcionario optante e competencia de uso, com os dias uteis
      *> do mes (calendario holiday_calendar.dat), os dias uteis
      *> cobertos por ferias ou afastamentos ja lancados
      *> (absence_transactions.dat), os dias comprados, a tarifa
      *> diaria (soma dos trechos de TRANSIT.cpy) e o custo do pedido.
      *> E a base do desconto do PAYROLL-RUN na folha da competencia
      *> de uso: o menor valor entre o custo e o teto legal sobre o
      *> salario base; o restante e custo da empresa.
       01 TRANSIT-ORDER-RECORD.
           05 TRO-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 TRO-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 TRO-CARD-NUMBER     PIC X(16).
           05 FILLER              PIC X.
           05 TRO-BUSINESS-DAYS   PIC 99.
           05 FILLER              PIC X.
           05 TRO-ABSENT-DAYS     PIC 99.
           05 FILLER              PIC X.
           05 TRO-DAYS            PIC 99.
           05 FILLER              PIC X.
           05 TRO-DAILY-FARE      PIC 9(4)V99.
           05 FILLER              PIC X.
           05 TRO-AMOUNT          PIC 9(6)V99.
