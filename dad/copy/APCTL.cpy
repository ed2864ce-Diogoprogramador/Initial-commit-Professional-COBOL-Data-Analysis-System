      *> APCTL.cpy
      *> Layout do controle das faturas enviadas ao contas a pagar
      *> (ap_invoice_control.dat), no estilo de GLBATCH.cpy, mas uma
      *> linha por FATURA: o identificador (competencia + empresa +
      *> favorecido), o lote em que saiu, a data de envio, a empresa,
      *> o favorecido, o valor e o desfecho - ENV enviada aguardando
      *> confirmacao, ACE aceita pelo ERP, REJ rejeitada (com o
      *> motivo). Gravado pelo PAYEE-AP-EXPORT no envio e atualizado
      *> pelo AP-ACK-PROCESS quando a confirmacao do ERP chega. Fatura
      *> ja aceita nao sai de novo numa rerodada - e o que impede o
      *> favorecido de ser pago duas vezes.
       01 AP-INVOICE-CONTROL-RECORD.
           05 APC-INVOICE-ID      PIC X(18).
           05 FILLER              PIC X.
           05 APC-BATCH-ID        PIC X(12).
           05 FILLER              PIC X.
           05 APC-SENT-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 APC-COMPANY         PIC X(2).
           05 FILLER              PIC X.
           05 APC-PAYEE-ID        PIC X(10).
           05 FILLER              PIC X.
           05 APC-AMOUNT          PIC 9(13)V99.
           05 FILLER              PIC X.
           05 APC-STATUS          PIC X(3).
               88 APC-ENVIADA     VALUE "ENV".
               88 APC-ACEITA      VALUE "ACE".
               88 APC-REJEITADA   VALUE "REJ".
           05 FILLER              PIC X.
           05 APC-REASON          PIC X(30).
