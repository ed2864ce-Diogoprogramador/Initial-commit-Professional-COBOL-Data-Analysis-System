      *> ASODUE.cpy
      *> Campos de trabalho da rotina compartilhada de proximo exame
      *> periodico (COPY ASODUE-RTN na PROCEDURE DIVISION), pela regra
      *> do PCMSO: periodico anual para menor de 18 anos, maior de 45
      *> ou funcionario de setor com risco ocupacional
      *> (DEPT-HEALTH-RISK); bienal para os demais. O programa move a
      *> data do ultimo exame para ASD-EXAM-DATE, a idade (AGECALC-RTN)
      *> para ASD-AGE e o risco do setor para ASD-RISK; executa
      *> ASD-COMPUTE-NEXT-DUE e recebe a data em ASD-NEXT-DUE e o
      *> intervalo aplicado em ASD-MONTHS.
       01 WS-ASO-DUE-AREA.
           05 ASD-EXAM-DATE           PIC 9(8).
           05 ASD-EXAM-DATE-R REDEFINES ASD-EXAM-DATE.
               10 ASD-EXAM-YEAR       PIC 9999.
               10 ASD-EXAM-MONTH      PIC 99.
               10 ASD-EXAM-DAY        PIC 99.
           05 ASD-AGE                 PIC 99.
           05 ASD-RISK                PIC X.
               88 ASD-RISCO-OCUPACIONAL VALUE "S".
           05 ASD-MONTHS              PIC 99.
           05 ASD-NEXT-DUE            PIC 9(8).
           05 ASD-NEXT-DUE-R REDEFINES ASD-NEXT-DUE.
               10 ASD-NEXT-YEAR       PIC 9999.
               10 ASD-NEXT-MONTH      PIC 99.
               10 ASD-NEXT-DAY        PIC 99.
