      *> TAXOBLIG.cpy
      *> Layout do arquivo de obrigacoes de recolhimento
      *> (tax_obligations.dat), gravado pelo TAX-OBLIGATIONS: uma
      *> linha por empresa (EMP-COMPANY-CODE), codigo de receita,
      *> competencia e vencimento, com a guia (DARF/GPS/GFD), o valor
      *> consolidado da folha, a quantidade de registros que o
      *> compoem e a situacao na data da rodada: ABE em aberto, VEN
      *> vencimento ja passado - a tesouraria deixa de somar na
      *> planilha o que pagar e quando, e a guia atrasada aparece
      *> antes da multa.
       01 TAX-OBLIGATION-RECORD.
           05 OBL-COMPANY-CODE    PIC X(2).
           05 FILLER              PIC X.
           05 OBL-GUIDE           PIC X(4).
           05 FILLER              PIC X.
           05 OBL-REVENUE-CODE    PIC X(4).
           05 FILLER              PIC X.
           05 OBL-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 OBL-DUE-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 OBL-AMOUNT          PIC 9(11)V99.
           05 FILLER              PIC X.
           05 OBL-RECORDS         PIC 9(5).
           05 FILLER              PIC X.
           05 OBL-STATUS          PIC X(3).
               88 OBL-EM-ABERTO   VALUE "ABE".
               88 OBL-VENCIDA     VALUE "VEN".
           05 FILLER              PIC X.
           05 OBL-DESCRIPTION     PIC X(30).
