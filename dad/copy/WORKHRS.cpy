      *> WORKHRS.cpy
      *> Campos de trabalho da rotina compartilhada de jornada (COPY
      *> WORKHRS-RTN na PROCEDURE DIVISION). Ate aqui cada programa
      *> dividia o salario por 220 para chegar a hora e por 30 para
      *> chegar ao dia, como se todo mundo fosse mensalista de 44
      *> horas semanais; com os contratos de tempo parcial (30 e 20
      *> horas) e os horistas, o divisor e o valor do dia passam a
      *> sair da jornada do proprio funcionario. O programa move a
      *> jornada semanal (MST-WEEKLY-HOURS/EMP-WEEKLY-HOURS) para
      *> WKH-WEEKLY-HOURS, a forma de pagamento para WKH-PAY-BASIS e o
      *> salario do cadastro para WKH-SALARY; executa WKH-DERIVE e
      *> recebe:
      *>   WKH-DIVISOR     horas do mes (jornada x 5: 44 -> 220,
      *>                   30 -> 150, 20 -> 100);
      *>   WKH-HOUR-RATE   valor da hora (salario / divisor);
      *>   WKH-DAY-VALUE   valor do dia - do mensalista, salario / 30;
      *>                   do horista, as horas de um dia de trabalho
      *>                   (jornada / 6) x valor da hora;
      *>   WKH-MONTH-BASE  base mensal de 13o, ferias, adiantamento e
      *>                   rescisao - do mensalista, o salario; do
      *>                   horista, valor da hora x divisor;
      *>   WKH-FTE         equivalente em tempo integral (jornada/44).
      *> Jornada em branco, zero ou acima de 44 vale 44 - os registros
      *> anteriores ao campo sao todos do regime integral.
       01 WS-WORK-HOURS-AREA.
           05 WKH-WEEKLY-HOURS          PIC 99.
           05 WKH-PAY-BASIS             PIC X.
               88 WKH-HOURLY            VALUE "H".
           05 WKH-SALARY                PIC 9(8)V99.
           05 WKH-DIVISOR               PIC 9(3).
           05 WKH-HOUR-RATE             PIC 9(6)V9999.
           05 WKH-DAY-VALUE             PIC 9(8)V99.
           05 WKH-MONTH-BASE            PIC 9(8)V99.
           05 WKH-FTE                   PIC 9V9999.
           05 WKH-FULL-WEEK             PIC 99 VALUE 44.
