      *> garante que os avulsos preservados atraves da regravacao do
      *> detalhe nao sejam contabilizados de novo. Em branco nos
      *> registros anteriores ao campo e nos recem-gravados.
      *> PD-PAY-TYPE "ADI": adiantamento salarial quinzenal (modo ADTO
      *> do PAYROLL-RUN, percentual da linha ADTO de payroll.parm),
      *> pago sem descontos pela remessa AVULSA. Nao e rendimento
      *> novo - e parte do salario do mes paga antes -, por isso o
      *> informe anual, a declaracao e a contabilizacao o ignoram: o
      *> valor inteiro do mes sai na folha mensal da mesma
      *> competencia.
      *> PD-ADVANCE-AMOUNT (mesmo criterio): na folha mensal, o
      *> adiantamento quinzenal ja pago na competencia e descontado
      *> do liquido (ja abatido de PD-NET-PAY, depois das pensoes) -
      *> acabou a conciliacao manual dos dois valores. Zeros nos
      *> registros anteriores ao campo e nos demais tipos.
      *> PD-NIGHT-HOURS/PD-NIGHT-AMOUNT (mesmo criterio): horas
      *> noturnas aprovadas da competencia (22:00 as 05:00,
      *> OTH-NIGHT-HOURS) e o adicional noturno pago sobre elas.
      *> PD-DSR-AMOUNT (mesmo criterio): reflexo das extras no
      *> descanso semanal remunerado (extras / dias uteis x domingos
      *> e feriados da competencia). Os dois valores ja estao dentro
      *> de PD-GROSS-PAY; zeros nos registros anteriores aos campos
      *> e nos demais tipos. Com eles o registro passa de 200 bytes:
      *> as areas que guardam a imagem do detalhe foram alargadas
      *> para 400, com folga para os proximos acrescimos.
      *> PD-POSITION-CODE (mesmo criterio): cargo do funcionario no
      *> momento do pagamento (MST-POSITION-CODE), para o contracheque
      *> e os arquivos estatutarios trazerem titulo e CBO do cargo
      *> (POSMST.cpy) da propria competencia; em branco nos registros
      *> anteriores ao campo.
      *> PD-LOAN-AMOUNT (mesmo criterio): parcelas de emprestimo
      *> consignado retidas (loan_contracts.dat, LOANMST.cpy) dentro
      *> da margem legal, depois das pensoes - ja abatidas de
      *> PD-NET-PAY; na rescisao, o saldo retido das verbas. O
      *> repasse aos bancos sai pelo LOAN-REMIT. Zeros ou brancos nos
      *> registros anteriores ao campo.
      *> PD-UNION-CODE/PD-UNION-DUES (mesmo criterio): sindicato do
      *> funcionario na competencia e a contribuicao sindical
      *> descontada na folha mensal (UNIONMST.cpy); brancos nos
      *> demais tipos de pagamento e nos registros anteriores.
      *> PD-HEALTH-LIVES/PD-HEALTH-COPAY/PD-HEALTH-EMPLOYER (mesmo
      *> criterio): vidas cobertas por plano de saude e odonto na
      *> competencia (benefits_enrollment.dat, BENENRL.cpy), a
      *> coparticipacao do funcionario pela faixa etaria de cada vida
      *> (healthplan.parm, HLTHPLAN.cpy) - ja abatida de PD-NET-PAY -
      *> e a parte da empresa, que nao mexe no liquido e vai para o
      *> GL-EXPORT como despesa propria. Zeros ou brancos nos demais
      *> tipos de pagamento e nos registros anteriores.
      *> PD-TRANSIT-AMOUNT/PD-TRANSIT-EMPLOYER (mesmo criterio):
      *> vale-transporte da competencia (pedido do TRANSIT-ORDER,
      *> TRANSORD.cpy) - o desconto do funcionario, limitado ao teto
      *> legal sobre o salario base e ja abatido de PD-NET-PAY, e o
      *> restante do custo, que e da empresa e vai para o GL-EXPORT.
      *> Zeros ou brancos nos demais tipos e nos registros anteriores.
      *> PD-PAY-TYPE "PLR": participacao nos lucros e resultados
      *> (PLR-RUN), paga pela remessa AVULSA. Sem INSS e com IRRF
      *> pela tabela exclusiva da PLR - e rendimento do ano, mas de
      *> tributacao exclusiva: o informe anual e a declaracao trazem
      *> o valor tambem em linha/campo proprio.
      *> PD-INSS-DAYS (mesmo criterio): dias da competencia em
      *> auxilio-doenca do INSS - licenca medica alem do 15o dia da
      *> cadeia (INSSLV.cpy) -, ja incluidos em PD-ABSENCE-DAYS.
      *> PD-MATERNITY-DAYS/PD-MATERNITY-AMOUNT (mesmo criterio): dias
      *> de licenca-maternidade da competencia e o salario-maternidade
      *> pago, ja dentro de PD-GROSS-PAY; e o valor que a empresa
      *> compensa do INSS patronal na GPS - PD-EMPLOYER-INSS continua
      *> sendo o patronal bruto, a compensacao e feita contra ele pelo
      *> TAX-OBLIGATIONS. Zeros ou brancos nos demais tipos e nos
      *> registros anteriores aos campos.
      *> PD-PAY-TYPE "REE": reembolso de despesas aprovado pelo gestor
      *> (EXPENSE-PAY, expense_claims.dat, EXPCLAIM.cpy), um registro
      *> por despesa, pago pela remessa AVULSA. Nao e rendimento - e
      *> devolucao do que o funcionario gastou pela empresa: sem INSS,
      *> IRRF ou FGTS, fora do informe anual, da declaracao, das
      *> guias e do eSocial. O GL-EXPORT debita o valor no centro de
      *> custo da propria despesa.
      *> PD-COST-CENTER (mesmo criterio): centro de custo a debitar,
      *> preenchido so nos reembolsos ("REE"); em branco nos demais
      *> tipos, que seguem o centro do departamento e o rateio.
      *> PD-COMPANY-CODE: empresa do funcionario (MST-COMPANY-CODE,
      *> branco vale "01"), gravada pelo PAYROLL-RUN - e por ela que a
      *> folha particionada por empresa e consolidada pelo
      *> PAYROLL-MERGE e liberada empresa a empresa pelo BANK-REMIT e
      *> pelo GL-EXPORT. Brancos nos demais tipos e nos registros
      *> anteriores ao campo.
      *> PD-PENSION-AMOUNT/PD-PENSION-EMPLOYER (mesmo criterio):
      *> previdencia complementar da competencia
      *> (pension_enrollment.dat, PENSENRL.cpy) - a contribuicao do
      *> participante, ja abatida de PD-NET-PAY e deduzida da base do
      *> IRRF ate o limite legal, e a contrapartida da empresa pela
      *> regra do plano (pensionplan.parm, PENSPLAN.cpy), que nao
      *> mexe no liquido e vai para o GL-EXPORT como despesa propria.
      *> Zeros ou brancos nos demais tipos e nos registros anteriores.
      *> PD-INSS-COMBINED-BASE/PD-INSS-STANDALONE (mesmo criterio): so
      *> de quem contribui ao INSS por mais de um vinculo (mesmo CPF
      *> em outra matricula do grupo ou emprego externo declarado em
      *> external_employment.dat, EXTEMPL.cpy) - a base combinada do
      *> CPF sobre a qual o teto foi aplicado uma unica vez e o INSS
      *> que a matricula reteria se fosse o unico vinculo. A diferenca
      *> para PD-INSS-AMOUNT e o ajuste mostrado no registro e no
      *> contracheque. Zeros no vinculo unico; zeros ou brancos nos
      *> demais tipos e nos registros anteriores.
      *> PD-COMMISSION-AMOUNT/PD-COMMISSION-DSR (mesmo criterio): na
      *> folha mensal, a comissao de vendas paga na competencia
      *> (commission_payable.dat, COMMPAY.cpy, ja liquida do estorno
      *> de devolucoes) e o seu reflexo no DSR, ambos dentro do bruto.
      *> No 13o e nas ferias PD-COMMISSION-AMOUNT traz a media das
      *> comissoes (com DSR) que entrou na base - informativo, o valor
      *> ja esta no bruto - e PD-COMMISSION-DSR fica zero. Zeros ou
      *> brancos nos demais tipos e nos registros anteriores.
      *> PD-ADVANCE-CARRY-IN/PD-ADVANCE-RESIDUE (mesmo criterio): na
      *> folha mensal, o saldo de adiantamento que a folha anterior
      *> nao conseguiu descontar e que entrou na cobranca desta
      *> (PD-ADVANCE-AMOUNT traz o total descontado, adiantamento do
      *> mes mais esse saldo), e o que ainda ficou sem desconto por
      *> falta de liquido - saldo que a proxima folha mensal le do
      *> ultimo registro do funcionario e cobra, como o saldo do
      *> estorno de comissao em COMMPAY.cpy. Zeros ou brancos nos
      *> demais tipos e nos registros anteriores.
       01 PAYROLL-DETAIL-RECORD.
           05 PD-EMP-ID           PIC X(6).
           05 PD-EMP-NAME         PIC X(30).
               88 PD-TYPE-RETROATIVO  VALUE "RET".
               88 PD-TYPE-AVULSO      VALUE "SUP".
               88 PD-TYPE-RESCISAO    VALUE "RES".
               88 PD-TYPE-ADIANTAMENTO VALUE "ADI".
               88 PD-TYPE-PLR         VALUE "PLR".
               88 PD-TYPE-REEMBOLSO   VALUE "REE".
           05 PD-DEPENDENTS       PIC 99.
           05 PD-EMPLOYER-INSS    PIC 9(8)V99.
           05 PD-FGTS-AMOUNT      PIC 9(8)V99.
           05 PD-GL-FLAG          PIC X.
               88 PD-CONTABILIZADO    VALUE "C".
               88 PD-NAO-CONTABILIZADO VALUE " ".
           05 PD-ADVANCE-AMOUNT   PIC 9(8)V99.
           05 PD-NIGHT-HOURS      PIC 9(4)V9.
           05 PD-NIGHT-AMOUNT     PIC 9(8)V99.
           05 PD-DSR-AMOUNT       PIC 9(8)V99.
           05 PD-POSITION-CODE    PIC X(5).
           05 PD-LOAN-AMOUNT      PIC 9(8)V99.
           05 PD-UNION-CODE       PIC X(3).
           05 PD-UNION-DUES       PIC 9(8)V99.
           05 PD-HEALTH-LIVES     PIC 99.
           05 PD-HEALTH-COPAY     PIC 9(8)V99.
           05 PD-HEALTH-EMPLOYER  PIC 9(8)V99.
           05 PD-TRANSIT-AMOUNT   PIC 9(8)V99.
           05 PD-TRANSIT-EMPLOYER PIC 9(8)V99.
           05 PD-INSS-DAYS        PIC 99.
           05 PD-MATERNITY-DAYS   PIC 99.
           05 PD-MATERNITY-AMOUNT PIC 9(8)V99.
           05 PD-COST-CENTER      PIC X(6).
           05 PD-COMPANY-CODE     PIC X(2).
           05 PD-PENSION-AMOUNT   PIC 9(8)V99.
           05 PD-PENSION-EMPLOYER PIC 9(8)V99.
           05 PD-INSS-COMBINED-BASE PIC 9(8)V99.
           05 PD-INSS-STANDALONE  PIC 9(8)V99.
           05 PD-COMMISSION-AMOUNT PIC 9(8)V99.
           05 PD-COMMISSION-DSR   PIC 9(8)V99.
           05 PD-ADVANCE-CARRY-IN PIC 9(8)V99.
           05 PD-ADVANCE-RESIDUE  PIC 9(8)V99.
