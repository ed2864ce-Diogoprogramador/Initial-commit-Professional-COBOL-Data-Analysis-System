      *> COMMPAY.cpy
      *> Layout das comissoes calculadas (commission_payable.dat),
      *> gravado pelo SALES-COMMISSION: um registro por vendedor e
      *> competencia, com a meta e o plano aplicados, o faturado e o
      *> devolvido do mes, o atingimento, a comissao bruta, o estorno
      *> das devolucoes do mes, o estorno pendente que veio da
      *> competencia anterior (CMP-BALANCE-IN), a comissao a pagar na
      *> folha (CMP-PAYABLE = bruta - estornos, nunca negativa) e o
      *> estorno que a comissao do mes nao absorveu e fica pendente
      *> para a proxima (CMP-BALANCE-OUT). O PAYROLL-RUN paga
      *> CMP-PAYABLE da competencia de referencia como provento, com
      *> o reflexo no DSR. O arquivo e o historico das comissoes: o
      *> recalculo de uma competencia substitui so os registros dela,
      *> e o saldo pendente de cada vendedor e sempre o
      *> CMP-BALANCE-OUT do seu registro mais recente anterior a
      *> competencia calculada.
       01 COMMISSION-PAYABLE-RECORD.
           05 CMP-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 CMP-PERIOD          PIC 9(6).
           05 FILLER              PIC X.
           05 CMP-PLAN            PIC X(4).
           05 FILLER              PIC X.
           05 CMP-TARGET          PIC 9(10)V99.
           05 FILLER              PIC X.
           05 CMP-INVOICED        PIC 9(10)V99.
           05 FILLER              PIC X.
           05 CMP-RETURNS         PIC 9(10)V99.
           05 FILLER              PIC X.
           05 CMP-ATTAINMENT      PIC 9(3)V99.
           05 FILLER              PIC X.
           05 CMP-GROSS           PIC 9(8)V99.
           05 FILLER              PIC X.
           05 CMP-CLAWBACK        PIC 9(8)V99.
           05 FILLER              PIC X.
           05 CMP-BALANCE-IN      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 CMP-PAYABLE         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 CMP-BALANCE-OUT     PIC 9(8)V99.
           05 FILLER              PIC X.
           05 CMP-CALC-DATE       PIC 9(8).
