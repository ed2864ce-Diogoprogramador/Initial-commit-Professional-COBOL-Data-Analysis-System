      *> GRDPROP.cpy
      *> Layout da proposta de revisao das faixas salariais
      *> (paygrade_proposal.dat), gerada pelo MARKET-SURVEY para a
      *> equipe de remuneracao revisar antes de qualquer alteracao em
      *> paygrade_master.dat. As primeiras colunas repetem o layout de
      *> PAYGRD.cpy com a faixa proposta (mesmo codigo, minimo, medio
      *> e maximo), de modo que a linha aprovada pode ser levada ao
      *> mestre como esta; o restante e a justificativa: a faixa
      *> atual, a mediana de mercado da grade, a distancia percentual
      *> entre o medio atual e o mercado (positiva quando o mercado
      *> paga mais), quantos cargos da grade tem pesquisa, o ano e a
      *> regiao da pesquisa usada.
       01 PAYGRADE-PROPOSAL-RECORD.
           05 GPR-CODE            PIC X(3).
           05 FILLER              PIC X.
           05 GPR-NEW-MIN         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-NEW-MID         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-NEW-MAX         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-CUR-MIN         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-CUR-MID         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-CUR-MAX         PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-MARKET-P50      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 GPR-GAP-PCT         PIC S9(3)V99 SIGN LEADING SEPARATE.
           05 FILLER              PIC X.
           05 GPR-POSITIONS       PIC 99.
           05 FILLER              PIC X.
           05 GPR-SURVEY-YEAR     PIC 9(4).
           05 FILLER              PIC X.
           05 GPR-REGION          PIC X(2).
