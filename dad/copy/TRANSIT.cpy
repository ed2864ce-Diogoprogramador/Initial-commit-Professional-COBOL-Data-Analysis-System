      *> TRANSIT.cpy
      *> Layout do cadastro de itinerarios de vale-transporte
      *> (transit_routes.dat): uma linha por trecho declarado pelo
      *> funcionario (ida e volta de cada conducao somadas em
      *> TRR-DAILY-FARE), com o numero do cartao de transporte em que
      *> a operadora carrega os creditos. Funcionario com mais de uma
      *> conducao tem uma linha por trecho (TRR-ROUTE-SEQ); o custo
      *> diario dele e a soma dos trechos. Quem nao tem linha aqui nao
      *> optou pelo vale-transporte.
       01 TRANSIT-ROUTE-RECORD.
           05 TRR-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 TRR-ROUTE-SEQ       PIC 9.
           05 FILLER              PIC X.
           05 TRR-DESCRIPTION     PIC X(20).
           05 FILLER              PIC X.
           05 TRR-DAILY-FARE      PIC 9(4)V99.
           05 FILLER              PIC X.
           05 TRR-CARD-NUMBER     PIC X(16).
