      *> COMMPLAN.cpy
      *> Layout da tabela de planos de comissao (commission_plan.dat):
      *> uma linha por plano, linha de produto e faixa de atingimento.
      *> CPL-ATTAIN-FROM e o atingimento minimo da faixa em % da meta
      *> (faturado total do vendedor no mes / meta); vale a faixa de
      *> maior inicio que o atingimento alcancou, e a sua taxa (% com
      *> duas decimais) incide sobre todo o faturado da linha de
      *> produto. Linha de produto em branco e a regra do plano para
      *> as linhas de produto sem faixas proprias. O estorno das
      *> devolucoes usa a taxa da faixa que cobre 100% de
      *> atingimento (taxa cheia da linha), ja que a taxa paga na
      *> venda original nao vem no arquivo de resultados.
       01 COMMISSION-PLAN-RECORD.
           05 CPL-PLAN            PIC X(4).
           05 FILLER              PIC X.
           05 CPL-PRODUCT-LINE    PIC X(4).
           05 FILLER              PIC X.
           05 CPL-ATTAIN-FROM     PIC 9(3).
           05 FILLER              PIC X.
           05 CPL-RATE            PIC 99V99.
