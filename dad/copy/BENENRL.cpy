      *> BENENRL.cpy
      *> Layout das adesoes a planos de saude e odontologicos
      *> (benefits_enrollment.dat): uma linha por vida e plano - o
      *> proprio funcionario (T titular, nome em branco) ou um
      *> dependente (D, com o nome exatamente como esta em
      *> dependents.dat, de onde vem a data de nascimento) -, com o
      *> plano e a acomodacao (HLTHPLAN.cpy) e a vigencia da adesao
      *> (fim zerado = sem data de saida). A idade de cada vida e
      *> calculada na rodada pela rotina AGECALC-RTN e escolhe a
      *> faixa da tabela. Lido pelo PAYROLL-RUN (coparticipacao) e
      *> pelo HEALTH-RECONCILE (elegibilidade e fatura).
       01 BENEFIT-ENROLLMENT-RECORD.
           05 BNE-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 BNE-LIFE-TYPE       PIC X.
               88 BNE-TITULAR     VALUE "T".
               88 BNE-DEPENDENTE  VALUE "D".
           05 FILLER              PIC X.
           05 BNE-DEP-NAME        PIC X(30).
           05 FILLER              PIC X.
           05 BNE-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 BNE-TIER            PIC X(3).
           05 FILLER              PIC X.
           05 BNE-START-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 BNE-END-DATE        PIC 9(8).
