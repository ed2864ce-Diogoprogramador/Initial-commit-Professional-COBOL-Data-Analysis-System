      *> TRANSPUR.cpy
      *> Layout do arquivo de compra de creditos enviado a operadora
      *> do cartao de transporte (transit_purchase.dat), gravado pelo
      *> TRANSIT-ORDER a cada pedido: um detalhe "D" por cartao com o
      *> valor a carregar para a competencia de uso e um trailer "T"
      *> com a quantidade de cartoes e o total do pedido, que a
      *> operadora confere antes de emitir o boleto.
       01 TRANSIT-PURCHASE-RECORD.
           05 TPU-RECORD-TYPE     PIC X.
               88 TPU-DETALHE         VALUE "D".
               88 TPU-TRAILER         VALUE "T".
           05 FILLER              PIC X.
           05 TPU-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 TPU-DETAIL-DATA.
               10 TPU-CARD-NUMBER     PIC X(16).
               10 FILLER              PIC X.
               10 TPU-EMP-ID          PIC X(6).
               10 FILLER              PIC X.
               10 TPU-AMOUNT          PIC 9(8)V99.
           05 TPU-TRAILER-DATA REDEFINES TPU-DETAIL-DATA.
               10 TPU-CARD-COUNT      PIC 9(6).
               10 FILLER              PIC X.
               10 TPU-TOTAL-AMOUNT    PIC 9(12)V99.
               10 FILLER              PIC X(13).
