      *> PENSCTL.cpy
      *> Layout do controle do repasse a previdencia complementar
      *> (pension_remit_control.dat): uma linha por plano e inscricao,
      *> com a matricula, a ultima competencia cuja contribuicao saiu
      *> no arquivo da entidade e a data em que saiu. Gravado pelo
      *> PENSION-REMIT a cada repasse - a ultima competencia e a trava
      *> que impede mandar a mesma contribuicao duas vezes numa
      *> rerodada, o mesmo papel de LNC-LAST-PERIOD (LOANMST.cpy) no
      *> repasse do consignado.
       01 PENSION-REMIT-CONTROL-RECORD.
           05 PRC-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 PRC-PARTICIPANT     PIC X(12).
           05 FILLER              PIC X.
           05 PRC-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 PRC-LAST-PERIOD     PIC 9(6).
           05 FILLER              PIC X.
           05 PRC-SENT-DATE       PIC 9(8).
