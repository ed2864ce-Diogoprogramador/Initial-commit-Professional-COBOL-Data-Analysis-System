      *> LOANMST.cpy
      *> Layout do mestre de contratos de emprestimo consignado
      *> (loan_contracts.dat): um registro por contrato averbado, com
      *> a matricula do tomador, o banco credor, o numero do contrato
      *> no banco, o valor da parcela, a quantidade de parcelas
      *> contratadas e a de parcelas ja processadas, a situacao (A
      *> ativo, Q quitado, R encerrado na rescisao), a ultima
      *> competencia repassada ao banco e o acumulado que a folha nao
      *> conseguiu reter dentro da margem (o banco cobra direto do
      *> tomador). O PAYROLL-RUN desconta a parcela dos contratos
      *> ativos ate a margem legal, o SEVERANCE-RUN aplica o saldo na
      *> rescisao e o LOAN-REMIT, ao gerar o repasse, e quem avanca
      *> LNC-PAID/LNC-LAST-PERIOD - a ultima competencia e a trava
      *> que impede contar a mesma parcela duas vezes num rerun.
      *> Substitui a rubrica manual de payelements.parm, que descontava
      *> sem margem, sem contrato e sem repasse.
       01 LOAN-CONTRACT-RECORD.
           05 LNC-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LNC-BANK-CODE       PIC X(3).
           05 FILLER              PIC X.
           05 LNC-CONTRACT-ID     PIC X(15).
           05 FILLER              PIC X.
           05 LNC-INSTALLMENT     PIC 9(8)V99.
           05 FILLER              PIC X.
           05 LNC-INSTALLMENTS    PIC 9(3).
           05 FILLER              PIC X.
           05 LNC-PAID            PIC 9(3).
           05 FILLER              PIC X.
           05 LNC-STATUS          PIC X.
               88 LNC-ATIVO       VALUE "A".
               88 LNC-QUITADO     VALUE "Q".
               88 LNC-RESCINDIDO  VALUE "R".
           05 FILLER              PIC X.
           05 LNC-LAST-PERIOD     PIC 9(6).
           05 FILLER              PIC X.
           05 LNC-SHORTFALL       PIC 9(8)V99.
