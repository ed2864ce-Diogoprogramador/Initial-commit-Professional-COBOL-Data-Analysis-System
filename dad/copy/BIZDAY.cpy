      *>   BIZ-CHECK-DAY          - e dia util? (BIZ-IS-BUSINESS-DAY)
      *>   BIZ-NEXT-BUSINESS-DAY  - proximo dia util >= BIZ-DATE-IN,
      *>                            devolvido em BIZ-DATE-OUT
      *>   BIZ-PREV-BUSINESS-DAY  - dia util anterior <= BIZ-DATE-IN
      *>                            (vencimentos antecipados),
      *>                            devolvido em BIZ-DATE-OUT
      *>   BIZ-ADD-BUSINESS-DAYS  - soma BIZ-DAYS-TO-ADD dias uteis a
      *>                            BIZ-DATE-IN, devolve BIZ-DATE-OUT
      *> Sem calendario carregado, so o fim de semana conta como dia
