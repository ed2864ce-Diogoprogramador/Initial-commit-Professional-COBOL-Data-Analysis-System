      *> HLTHELIG.cpy
      *> Layout do arquivo de elegibilidade enviado as operadoras de
      *> saude e odonto (health_eligibility.dat), gravado pelo
      *> HEALTH-RECONCILE a cada competencia: uma linha por vida
      *> coberta - adesao vigente de funcionario ATIVO no mestre -
      *> com a operadora, o plano, a acomodacao, a idade na
      *> competencia e a mensalidade da faixa. Desligado nao entra,
      *> mesmo que a adesao tenha ficado sem data de saida: e a lista
      *> que a operadora deve cobrar.
       01 HEALTH-ELIGIBILITY-RECORD.
           05 HEL-CARRIER         PIC X(3).
           05 FILLER              PIC X.
           05 HEL-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 HEL-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 HEL-LIFE-TYPE       PIC X.
           05 FILLER              PIC X.
           05 HEL-LIFE-NAME       PIC X(30).
           05 FILLER              PIC X.
           05 HEL-BIRTH-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 HEL-AGE             PIC 99.
           05 FILLER              PIC X.
           05 HEL-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 HEL-TIER            PIC X(3).
           05 FILLER              PIC X.
           05 HEL-PREMIUM         PIC 9(6)V99.
