      *> APINVC.cpy
      *> Layout da interface de contas a pagar com o ERP
      *> (ap_payables.dat), gravada pelo PAYEE-AP-EXPORT a cada
      *> competencia: uma fatura "I" por empresa e favorecido terceiro
      *> (PAYEEMST.cpy) com o valor retido ou devido pela folha, o
      *> vencimento, os dados bancarios e a conta do passivo que a
      *> fatura baixa - o mesmo historico do credito lancado pelo
      *> GL-EXPORT. APV-PAY-METHOD diz como a fatura se liquida: ERP
      *> o contas a pagar paga; REM ja paga pela remessa bancaria da
      *> folha (pensao e deposito judicial saem no BANK-REMIT), o ERP
      *> so registra e baixa. APV-ITEMS e a quantidade de retencoes
      *> somadas na fatura. Header "H" na frente com o identificador
      *> do lote (data + sequencia do dia, em APV-INVOICE-ID) e
      *> trailer "T" no final com a quantidade de faturas (APV-ITEMS)
      *> e o hash total (APV-AMOUNT), a disciplina do diario
      *> contabil (gl_journal.dat).
       01 AP-INVOICE-RECORD.
           05 APV-RECORD-TYPE     PIC X.
               88 APV-HEADER      VALUE "H".
               88 APV-INVOICE     VALUE "I".
               88 APV-TRAILER     VALUE "T".
           05 FILLER              PIC X.
           05 APV-INVOICE-ID      PIC X(18).
           05 FILLER              PIC X.
           05 APV-COMPANY         PIC X(2).
           05 FILLER              PIC X.
           05 APV-PAYEE-ID        PIC X(10).
           05 FILLER              PIC X.
           05 APV-PAYEE-TYPE      PIC X(3).
           05 FILLER              PIC X.
           05 APV-PAYEE-NAME      PIC X(30).
           05 FILLER              PIC X.
           05 APV-TAX-ID          PIC X(14).
           05 FILLER              PIC X.
           05 APV-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 APV-ISSUE-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 APV-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 APV-AMOUNT          PIC 9(13)V99.
           05 FILLER              PIC X.
           05 APV-CURRENCY        PIC X(3).
           05 FILLER              PIC X.
           05 APV-BANK-CODE       PIC X(3).
           05 APV-BRANCH          PIC X(5).
           05 APV-ACCOUNT         PIC X(10).
           05 APV-ACCOUNT-DV      PIC X.
           05 FILLER              PIC X.
           05 APV-PAY-METHOD      PIC X(3).
               88 APV-PAGA-ERP    VALUE "ERP".
               88 APV-PAGA-REMESSA VALUE "REM".
           05 FILLER              PIC X.
           05 APV-GL-ACCOUNT      PIC X(25).
           05 FILLER              PIC X.
           05 APV-ITEMS           PIC 9(5).
