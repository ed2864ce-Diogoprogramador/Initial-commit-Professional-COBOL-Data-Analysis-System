      *> DEPDECL.cpy
      *> Layout das declaracoes de dependentes
      *> (dependent_declarations.dat): um registro por titular que
      *> entregou a declaracao ao RH, com a quantidade de dependentes
      *> validos declarados - zero para quem declarou nao ter
      *> nenhum (linha NEN do extrato). Gravado pelo DEPENDENT-LOAD
      *> junto com dependents.dat; sem linha aqui, a declaracao ainda
      *> nao foi entregue - e o que o ONBOARDING-CHECK cobra de cada
      *> admissao. dependents.dat continua so com os dependentes de
      *> fato, para o IRRF e o plano de saude.
       01 DEPENDENT-DECLARATION-RECORD.
           05 DDC-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 DDC-DEP-COUNT       PIC 99.
