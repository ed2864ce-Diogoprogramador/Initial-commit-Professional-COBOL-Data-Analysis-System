      *> HLTHPLAN.cpy
      *> Layout da tabela de planos de saude e odontologicos
      *> (healthplan.parm): uma linha por plano, acomodacao/padrao
      *> (tier - ENF enfermaria, APT apartamento, BAS basico etc.) e
      *> faixa etaria, com a operadora, a mensalidade por vida cobrada
      *> pela operadora naquela faixa e o percentual da mensalidade
      *> que fica com o funcionario (coparticipacao), separado para o
      *> titular e para o dependente - o resto e a parte da empresa.
      *> Plano odontologico sem faixa etaria usa uma faixa unica de
      *> 00 a 99. E a tabela que o PAYROLL-RUN usa para descontar a
      *> coparticipacao e o HEALTH-RECONCILE para montar o arquivo de
      *> elegibilidade e conferir a fatura da operadora - substitui a
      *> rubrica PSAU de valor unico de payelements.parm.
       01 HEALTH-PLAN-RECORD.
           05 HPL-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 HPL-PLAN-TYPE       PIC X.
               88 HPL-SAUDE       VALUE "S".
               88 HPL-ODONTO      VALUE "O".
           05 FILLER              PIC X.
           05 HPL-TIER            PIC X(3).
           05 FILLER              PIC X.
           05 HPL-CARRIER         PIC X(3).
           05 FILLER              PIC X.
           05 HPL-AGE-FROM        PIC 99.
           05 FILLER              PIC X.
           05 HPL-AGE-TO          PIC 99.
           05 FILLER              PIC X.
           05 HPL-PREMIUM         PIC 9(6)V99.
           05 FILLER              PIC X.
           05 HPL-PCT-TITULAR     PIC 9(3)V99.
           05 FILLER              PIC X.
           05 HPL-PCT-DEPENDENT   PIC 9(3)V99.
