      *> PENSENRL.cpy
      *> Layout das adesoes a previdencia complementar
      *> (pension_enrollment.dat): uma linha por participante, com o
      *> plano (PENSPLAN.cpy), o numero de inscricao na entidade, o
      *> percentual do salario de participacao que o funcionario
      *> contribui, a data de inicio das contribuicoes e a suspensao -
      *> periodo em que o participante pediu para nao contribuir
      *> (inicio e fim; fim zerado = suspenso ate novo aviso; inicio
      *> zerado = sem suspensao). Substitui a rubrica de percentual
      *> em employee_elements.dat e a planilha da contrapartida
      *> mandada a entidade. Lido pelo PAYROLL-RUN.
       01 PENSION-ENROLLMENT-RECORD.
           05 PNE-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 PNE-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 PNE-PARTICIPANT     PIC X(12).
           05 FILLER              PIC X.
           05 PNE-EMP-PCT         PIC 99V99.
           05 FILLER              PIC X.
           05 PNE-START-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 PNE-SUSP-FROM       PIC 9(8).
           05 FILLER              PIC X.
           05 PNE-SUSP-TO         PIC 9(8).
