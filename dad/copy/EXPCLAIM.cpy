      *> EXPCLAIM.cpy
      *> Layout do arquivo de prestacao de contas de despesas
      *> (expense_claims.dat): um registro por despesa de viagem ou
      *> representacao apresentada pelo funcionario - matricula, data
      *> da despesa, categoria (expense.parm), valor, centro de custo
      *> a ser debitado e a referencia do comprovante. Gravado pelo
      *> EXPENSE-LOAD a partir da entrega validada
      *> (expense_input.dat, que traz so os seis primeiros campos
      *> deste mesmo layout), decidido pelo gestor no
      *> EXPENSE-APPROVE e pago pelo EXPENSE-PAY, que gera o credito
      *> de reembolso (PD-PAY-TYPE "REE") para a remessa AVULSA do
      *> BANK-REMIT e para o GL-EXPORT. Acabou a planilha do
      *> financeiro sem ligacao com o mestre e com os dados
      *> bancarios.
      *>   EXC-STATUS  P pendente de aprovacao do gestor
      *>               Q questionado pelo gestor (volta para ele)
      *>               A aprovado, aguardando pagamento
      *>               R recusado (o comprovante pode ser
      *>                 reapresentado corrigido)
      *>               L liquidado - credito de reembolso gerado
      *> EXC-APPROVER/EXC-DECISION-DATE: gestor que decidiu por ultimo
      *> e quando; EXC-PAID-DATE: data do credito gerado.
       01 EXPENSE-CLAIM-RECORD.
           05 EXC-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 EXC-EXPENSE-DATE.
               10 EXC-EXPENSE-YEAR  PIC 9999.
               10 EXC-EXPENSE-MONTH PIC 99.
               10 EXC-EXPENSE-DAY   PIC 99.
           05 EXC-EXPENSE-DATE-N REDEFINES EXC-EXPENSE-DATE
                                  PIC 9(8).
           05 FILLER              PIC X.
           05 EXC-CATEGORY        PIC X(4).
           05 FILLER              PIC X.
           05 EXC-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X.
           05 EXC-COST-CENTER     PIC X(6).
           05 FILLER              PIC X.
           05 EXC-RECEIPT-REF     PIC X(12).
           05 FILLER              PIC X.
           05 EXC-STATUS          PIC X.
               88 EXC-PENDENTE    VALUE "P".
               88 EXC-QUESTIONADO VALUE "Q".
               88 EXC-APROVADO    VALUE "A".
               88 EXC-RECUSADO    VALUE "R".
               88 EXC-LIQUIDADO   VALUE "L".
               88 EXC-EM-ABERTO   VALUE "P" "Q" "A".
           05 FILLER              PIC X.
           05 EXC-LOAD-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 EXC-APPROVER        PIC X(6).
           05 FILLER              PIC X.
           05 EXC-DECISION-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 EXC-PAID-DATE       PIC 9(8).
