      *> WORKHRS-RTN.cpy
      *> Rotina compartilhada de jornada: a partir da jornada semanal
      *> contratada e da forma de pagamento, deriva o divisor de horas
      *> do mes, o valor da hora, o valor do dia e o equivalente em
      *> tempo integral (ver WORKHRS.cpy). Jornada invalida ou ausente
      *> vale o regime integral de 44 horas; forma de pagamento
      *> diferente de H vale mensalista. O programa que copia esta
      *> rotina precisa ter os campos de WORKHRS.cpy na
      *> WORKING-STORAGE.
       WKH-DERIVE.
           IF WKH-WEEKLY-HOURS NOT NUMERIC OR
              WKH-WEEKLY-HOURS = 0 OR
              WKH-WEEKLY-HOURS > WKH-FULL-WEEK
               MOVE WKH-FULL-WEEK TO WKH-WEEKLY-HOURS
           END-IF
           IF WKH-SALARY NOT NUMERIC
               MOVE 0 TO WKH-SALARY
           END-IF
           COMPUTE WKH-DIVISOR = WKH-WEEKLY-HOURS * 5
           COMPUTE WKH-HOUR-RATE ROUNDED = WKH-SALARY / WKH-DIVISOR
           IF WKH-HOURLY
               COMPUTE WKH-MONTH-BASE ROUNDED =
                   WKH-HOUR-RATE * WKH-DIVISOR
               COMPUTE WKH-DAY-VALUE ROUNDED =
                   WKH-HOUR-RATE * WKH-WEEKLY-HOURS / 6
           ELSE
               MOVE WKH-SALARY TO WKH-MONTH-BASE
               COMPUTE WKH-DAY-VALUE ROUNDED = WKH-SALARY / 30
           END-IF
           COMPUTE WKH-FTE ROUNDED = WKH-WEEKLY-HOURS / WKH-FULL-WEEK.
