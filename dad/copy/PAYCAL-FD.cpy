      *> PAYCAL-FD.cpy
      *> FD do calendario de fechamento da folha
      *> (payroll_calendar.dat), mantido pela operacao como o
      *> calendario de feriados: uma linha por competencia (AAAAMM)
      *> com a data de corte de cada tipo de entrada da folha, a data
      *> de calculo e a data de pagamento. Ate aqui os cortes viviam
      *> num e-mail, e o lancamento atrasado ou entrava escondido numa
      *> competencia ja calculada ou se perdia.
      *>   PCL-CUTOFF-PON  apontamento de horas (TIMESHEET-LOAD);
      *>   PCL-CUTOFF-AUS  afastamentos (ABSENCE-LOAD);
      *>   PCL-CUTOFF-EXT  aprovacao de extras pelo gestor
      *>                   (TIMESHEET-APPROVE);
      *>   PCL-CUTOFF-MAN  transacoes de manutencao de funcionarios
      *>                   (EMPLOYEE-MAINTENANCE);
      *>   PCL-CUTOFF-SUP  ajustes da folha suplementar
      *>                   (SUPPLEMENTAL-RUN);
      *>   PCL-CUTOFF-DEP  dependentes (DEPENDENT-LOAD).
      *> Corte zerado = aquele tipo de entrada nao tem corte na
      *> competencia. PCL-CALC-DATE e PCL-PAY-DATE sao informativos
      *> (saem no relatorio de entradas atrasadas). Mesmo criterio do
      *> PAYSEAL-FD.cpy: o FD fica no copybook e cada programa declara
      *> o proprio SELECT, com FILE STATUS PCL-FILE-STATUS.
       FD PAYROLL-CALENDAR-FILE.
       01 PAYROLL-CALENDAR-RECORD.
           05 PCL-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-PON      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-AUS      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-EXT      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-MAN      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-SUP      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CUTOFF-DEP      PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-CALC-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 PCL-PAY-DATE        PIC 9(8).
