      *> SALESTGT.cpy
      *> Layout das metas de venda (sales_targets.dat): uma linha por
      *> vendedor e inicio de vigencia (AAAAMM), com o plano de
      *> comissao em que ele esta (COMMPLAN.cpy) e a meta mensal de
      *> faturamento. Vale para cada competencia a linha de vigencia
      *> mais recente que nao seja posterior a ela - troca de meta ou
      *> de plano e uma linha nova, sem apagar a anterior, e o
      *> recalculo de uma competencia antiga usa a meta da epoca.
       01 SALES-TARGET-RECORD.
           05 STG-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 STG-PLAN            PIC X(4).
           05 FILLER              PIC X.
           05 STG-VALID-FROM      PIC 9(6).
           05 FILLER              PIC X.
           05 STG-TARGET          PIC 9(10)V99.
