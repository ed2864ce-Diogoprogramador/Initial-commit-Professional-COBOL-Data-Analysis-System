      *> SALESRES.cpy
      *> Layout do arquivo de resultado de vendas (sales_results.dat)
      *> entregue pelo faturamento ao fim de cada competencia: uma
      *> linha por vendedor, competencia (AAAAMM) e linha de produto,
      *> com o valor faturado e o valor devolvido pelos clientes no
      *> mes (vendas de qualquer competencia devolvidas neste mes).
      *> Linhas repetidas do mesmo vendedor, competencia e linha de
      *> produto sao SOMADAS pelo SALES-COMMISSION, que so le a
      *> competencia de referencia.
       01 SALES-RESULT-RECORD.
           05 SLR-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 SLR-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 SLR-PRODUCT-LINE    PIC X(4).
           05 FILLER              PIC X.
           05 SLR-INVOICED        PIC 9(10)V99.
           05 FILLER              PIC X.
           05 SLR-RETURNS         PIC 9(10)V99.
