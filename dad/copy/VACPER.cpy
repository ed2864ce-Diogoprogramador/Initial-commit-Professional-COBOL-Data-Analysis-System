      *> VACPER.cpy
      *> Layout dos periodos aquisitivos de ferias
      *> (vacation_periods.dat): um registro por funcionario ativo e
      *> periodo de 12 meses contado de MST-EMP-HIRE-DATE, gravado do
      *> zero a cada carga pelo ABSENCE-LOAD. O periodo n vai do
      *> aniversario n-1 da admissao ate a vespera do aniversario n;
      *> o prazo concessivo (VP-DEADLINE) termina na vespera do
      *> aniversario n+1 - ferias nao concedidas ate ali sao pagas em
      *> dobro. Os dias FER de absence_transactions.dat (inclusive os
      *> ja programados para datas futuras) sao alocados ao periodo
      *> mais antigo primeiro; o que passar do ultimo periodo fica no
      *> periodo em aquisicao como ferias antecipadas (saldo
      *> negativo). No periodo em aquisicao, VP-DAYS-EARNED sao os
      *> dias proporcionais aos meses completos (2,5 por mes).
      *> vacation_balance.dat continua sendo o saldo total por
      *> funcionario; este arquivo e o detalhe por periodo.
      *>   VP-STATUS  A em aquisicao
      *>              P pendente (completo, com saldo, no prazo)
      *>              V vencido (prazo concessivo passou com saldo)
      *>              Q quitado (sem saldo)
       01 VACATION-PERIOD-RECORD.
           05 VP-EMP-ID           PIC X(6).
           05 FILLER              PIC X.
           05 VP-PERIOD-SEQ       PIC 99.
           05 FILLER              PIC X.
           05 VP-ACQ-START        PIC 9(8).
           05 FILLER              PIC X.
           05 VP-ACQ-END          PIC 9(8).
           05 FILLER              PIC X.
           05 VP-DEADLINE         PIC 9(8).
           05 FILLER              PIC X.
           05 VP-DAYS-EARNED      PIC 99.
           05 FILLER              PIC X.
           05 VP-DAYS-TAKEN       PIC 999.
           05 FILLER              PIC X.
           05 VP-BALANCE          PIC S999 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 VP-STATUS           PIC X.
               88 VP-EM-AQUISICAO VALUE "A".
               88 VP-PENDENTE     VALUE "P".
               88 VP-VENCIDO      VALUE "V".
               88 VP-QUITADO      VALUE "Q".
