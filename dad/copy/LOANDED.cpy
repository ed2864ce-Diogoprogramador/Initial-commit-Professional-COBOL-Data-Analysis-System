      *> LOANDED.cpy
      *> Layout das retencoes de consignado (loan_deductions.dat,
      *> gravado pelo PAYROLL-RUN a cada folha mensal, e
      *> loan_severance.dat, acrescentado pelo SEVERANCE-RUN a cada
      *> rescisao): um registro por contrato com parcela devida, com
      *> o tomador, o banco e o contrato (LOANMST.cpy), a competencia,
      *> a origem (FOL folha mensal / RES rescisao), o valor devido
      *> (a parcela, ou o saldo na rescisao), o valor efetivamente
      *> retido e o desfecho frente a margem: INT integral, PAR
      *> parcial, NAO nao descontado. LND-INSTALLMENTS e a quantidade
      *> de parcelas que o registro encerra (1 na folha, as restantes
      *> na rescisao). O LOAN-REMIT le os dois arquivos, gera o
      *> repasse por banco e atualiza o mestre de contratos - o
      *> mesmo papel de garnish_payments.dat para o BANK-REMIT.
       01 LOAN-DEDUCTION-RECORD.
           05 LND-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LND-EMP-NAME        PIC X(30).
           05 FILLER              PIC X.
           05 LND-BANK-CODE       PIC X(3).
           05 FILLER              PIC X.
           05 LND-CONTRACT-ID     PIC X(15).
           05 FILLER              PIC X.
           05 LND-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 LND-ORIGIN          PIC X(3).
               88 LND-FOLHA       VALUE "FOL".
               88 LND-RESCISAO    VALUE "RES".
           05 FILLER              PIC X.
           05 LND-DUE-AMOUNT      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 LND-DEDUCTED        PIC 9(8)V99.
           05 FILLER              PIC X.
           05 LND-STATUS          PIC X(3).
               88 LND-INTEGRAL    VALUE "INT".
               88 LND-PARCIAL     VALUE "PAR".
               88 LND-NAO-DESCONTADO VALUE "NAO".
           05 FILLER              PIC X.
           05 LND-INSTALLMENTS    PIC 9(3).
