      *> PENSDED.cpy
      *> Layout das contribuicoes a previdencia complementar da folha
      *> mensal (pension_deductions.dat, gravado pelo PAYROLL-RUN a
      *> cada folha mensal): um registro por participante com
      *> contribuicao na competencia - plano e inscricao
      *> (PENSENRL.cpy), o salario de participacao, o percentual e o
      *> valor descontado do funcionario, e a contrapartida da
      *> empresa pela regra do plano (PENSPLAN.cpy). O PENSION-REMIT
      *> le o arquivo e gera o arquivo de contribuicoes de cada
      *> entidade - o mesmo papel de loan_deductions.dat para o
      *> LOAN-REMIT.
       01 PENSION-DEDUCTION-RECORD.
           05 PDD-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 PDD-EMP-NAME        PIC X(30).
           05 FILLER              PIC X.
           05 PDD-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 PDD-PARTICIPANT     PIC X(12).
           05 FILLER              PIC X.
           05 PDD-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 PDD-BASE-SALARY     PIC 9(8)V99.
           05 FILLER              PIC X.
           05 PDD-EMP-PCT         PIC 99V99.
           05 FILLER              PIC X.
           05 PDD-EMP-AMOUNT      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 PDD-EMPLOYER-AMOUNT PIC 9(8)V99.
