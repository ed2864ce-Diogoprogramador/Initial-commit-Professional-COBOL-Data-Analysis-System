      *> folha do mes seguinte ou saia por fora do sistema. Validado
      *> contra o mestre de funcionarios no mesmo estilo das demais
      *> cargas.
      *> ADJ-RECEIVED-DATE acrescentada ao final, sem deslocar campos:
      *> data em que o RH recebeu o ajuste (em branco vale a data de
      *> negocio da rodada). Recebido depois do corte de suplementares
      *> da competencia dessa data (payroll_calendar.dat,
      *> PAYCAL-FD.cpy), o ajuste e lancado na competencia seguinte.
       01 ADJUSTMENT-RECORD.
           05 ADJ-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 ADJ-AMOUNT          PIC 9(8)V99.
           05 FILLER              PIC X.
           05 ADJ-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X.
           05 ADJ-RECEIVED-DATE   PIC 9(8).
