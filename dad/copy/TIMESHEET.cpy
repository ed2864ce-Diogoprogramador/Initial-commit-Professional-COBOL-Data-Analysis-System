      *> a rotina compartilhada de data (DATEVAL-RTN) antes de entrar
      *> no resumo mensal de horas - ate aqui o sistema so conhecia o
      *> salario base e as extras eram invisiveis em todo relatorio.
      *> TS-NIGHT-HOURS foi acrescentado ao final (mesmo criterio -
      *> sem deslocar campos): quantas das horas do dia (normais ou
      *> extras) cairam entre 22:00 e 05:00, tambem em decimos de
      *> hora. E a base do adicional noturno de 20% pago pelo
      *> PAYROLL-RUN. Em branco (arquivos anteriores ao campo) vale
      *> como zero; nunca pode passar do total de horas do dia.
       01 TIMESHEET-RECORD.
           05 TS-EMP-ID           PIC X(6).
           05 FILLER              PIC X.
           05 TS-REGULAR-HOURS    PIC 99V9.
           05 FILLER              PIC X.
           05 TS-OVERTIME-HOURS   PIC 99V9.
           05 FILLER              PIC X.
           05 TS-NIGHT-HOURS      PIC 99V9.
