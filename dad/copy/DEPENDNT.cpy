      *> dependente na base do IRRF (valor na linha DEPD de
      *> payroll.parm) - antes disso todo mundo com filhos era retido
      *> a maior e a restituicao saia na mao.
      *> No extrato dependents_input.dat vale tambem o parentesco NEN
      *> (declarou nao ter dependentes), que o DEPENDENT-LOAD leva so
      *> para dependent_declarations.dat (DEPDECL.cpy) - nunca para
      *> este arquivo.
      *> DEP-START-PERIOD e DEP-LATE-FLAG acrescentados ao final, sem
      *> deslocar campos: a competencia a partir da qual o dependente
      *> conta na deducao do IRRF e a marca "L" do dependente que
      *> chegou depois do corte de dependentes da competencia
      *> (payroll_calendar.dat, PAYCAL-FD.cpy) e so conta na seguinte.
      *> Preenchidos pelo DEPENDENT-LOAD (o extrato nao traz); zerado
      *> conta desde sempre, como os dependentes anteriores ao corte.
       01 DEPENDENT-RECORD.
           05 DEP-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
               88 DEP-FILHO       VALUE "FIL".
               88 DEP-CONJUGE     VALUE "CON".
               88 DEP-OUTROS      VALUE "OUT".
           05 FILLER              PIC X.
           05 DEP-START-PERIOD    PIC 9(6).
           05 FILLER              PIC X.
           05 DEP-LATE-FLAG       PIC X.
               88 DEP-ATRASADO    VALUE "L".
