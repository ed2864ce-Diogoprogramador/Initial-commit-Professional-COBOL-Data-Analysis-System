      *> outras entregas. Em branco (anteriores ao campo) vale como
      *> apontamento. Registros duplicados do mesmo funcionario e
      *> competencia sao SOMADOS pelo PAYROLL-RUN na carga.
      *> OTH-NIGHT-HOURS (mesmo criterio): horas noturnas (22:00 as
      *> 05:00) apontadas na competencia, normais ou extras, base do
      *> adicional noturno. Seguem a mesma aprovacao do gestor que as
      *> extras - pendente ou questionado nao entra na folha. Pode
      *> haver registro so com horas noturnas (OTH-HOURS zero), de
      *> quem trabalhou a noite sem fazer extra. Em branco (registros
      *> anteriores ao campo e pagamentos do banco de horas) vale
      *> como zero.
      *> OTH-REGULAR-HOURS (mesmo criterio): horas normais apontadas na
      *> competencia, so para o horista (EMP-PAY-BASIS = H), que
      *> recebe exatamente as horas trabalhadas - o PAYROLL-RUN monta o
      *> bruto dele com estas horas aprovadas x valor da hora. Segue a
      *> mesma aprovacao do gestor. Do mensalista fica zero, e pode
      *> haver registro de horista so com horas normais. Em branco
      *> (registros anteriores ao campo) vale como zero.
      *> OTH-LATE-FLAG (mesmo criterio): "L" no registro que chegou
      *> depois do corte da sua competencia (payroll_calendar.dat,
      *> PAYCAL-FD.cpy) e foi empurrado para a competencia seguinte -
      *> apontamento entregue apos o corte de ponto (TIMESHEET-LOAD)
      *> ou extra aprovada apos o corte de aprovacao
      *> (TIMESHEET-APPROVE). O registro atrasado fica separado do
      *> registro normal da mesma competencia (a recarga do
      *> apontamento substitui cada um pelo seu par) e o PAYROLL-RUN
      *> soma os dois como sempre somou duplicados. Em branco
      *> (anteriores ao campo) = no prazo.
       01 OVERTIME-HOURS-RECORD.
           05 OTH-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 OTH-SOURCE          PIC X(3).
               88 OTH-DE-APONTAMENTO VALUE "APT" "   ".
               88 OTH-DO-BANCO       VALUE "BCO".
           05 FILLER              PIC X.
           05 OTH-NIGHT-HOURS     PIC 9(4)V9.
           05 FILLER              PIC X.
           05 OTH-REGULAR-HOURS   PIC 9(4)V9.
           05 FILLER              PIC X.
           05 OTH-LATE-FLAG       PIC X.
               88 OTH-ATRASADO    VALUE "L".
