      *> PENSPLAN.cpy
      *> Layout da tabela de planos de previdencia complementar
      *> (pensionplan.parm): uma linha por plano de contribuicao
      *> definida patrocinado pela empresa, com a regra da
      *> contrapartida da patrocinadora - o percentual da
      *> contribuicao do participante que a empresa acompanha
      *> (10000 = 100%) e o teto dessa contrapartida em percentual do
      *> salario de participacao (0500 = ate 5% do salario) - e o nome
      *> da entidade que administra o plano, que vai no header do
      *> arquivo de contribuicoes. Teto zerado = contrapartida sem
      *> teto. Lida pelo PAYROLL-RUN (calculo) e pelo PENSION-REMIT
      *> (arquivo para a entidade).
       01 PENSION-PLAN-RECORD.
           05 PNP-PLAN-CODE       PIC X(4).
           05 FILLER              PIC X.
           05 PNP-MATCH-PCT       PIC 9(3)V99.
           05 FILLER              PIC X.
           05 PNP-MATCH-CAP-PCT   PIC 99V99.
           05 FILLER              PIC X.
           05 PNP-PROVIDER-NAME   PIC X(30).
