      *> (PD-OVERTIME-HOURS/AMOUNT) - o pagamento manual por fora do
      *> sistema acabou. Sem o arquivo, a folha roda sem extras, como
      *> sempre rodou.
      *> Junto com as extras vem o que a fiscalizacao do trabalho
      *> cobrou: o adicional noturno (horas aprovadas entre 22:00 e
      *> 05:00, OTH-NIGHT-HOURS, a 20% da hora normal - linha NOTU de
      *> payroll.parm) e o reflexo das extras no DSR (valor das
      *> extras / dias uteis da competencia x domingos e feriados de
      *> holiday_calendar.dat; sabado conta como dia util). Os dois
      *> entram no bruto tributavel, saem em linhas proprias no
      *> registro e seguem no detalhe (PD-NIGHT-HOURS/AMOUNT e
      *> PD-DSR-AMOUNT) para o contracheque e a contabilidade.
      *> Afastamentos da competencia (absence_transactions.dat, layout
      *> ABSENCE.cpy) entram no calculo: cada ABS-TYPE e classificado
      *> como remunerado ou nao por abstype.parm, e os dias NAO
      *> payroll_elements.dat, PAYELEMD.cpy) e nos totais
      *> PD-OTHER-EARNINGS/DEDUCTIONS do detalhe - vale-refeicao e
      *> plano de saude entram por arquivo, sem mudanca de programa.
      *> Adiantamento quinzenal: o modo ADTO de payrollrun.parm paga a
      *> cada ativo o percentual do acordo coletivo sobre
      *> MST-EMP-SALARY (linha ADTO de payroll.parm, 40% se a linha
      *> nao existir), sem descontos, com PD-PAY-TYPE "ADI" no
      *> detalhe/historico para a remessa AVULSA do BANK-REMIT. A
      *> competencia ja calculada recusa o adiantamento (a folha do
      *> mes nao o descontaria mais) e o historico recusa o segundo
      *> adiantamento da mesma competencia. A folha mensal da mesma
      *> competencia le do historico o adiantamento pago e o desconta
      *> do liquido depois das pensoes, em linha propria no registro,
      *> no contracheque e em PD-ADVANCE-AMOUNT - acabou a digitacao
      *> no portal do banco e a conciliacao manual.
      *> Emprestimo consignado: os contratos averbados
      *> (loan_contracts.dat, LOANMST.cpy) tem a parcela descontada
      *> SO na folha mensal, depois de INSS/IRRF e das pensoes e
      *> penhoras (que tem prioridade), limitada a margem legal - o
      *> percentual da linha CONS de payroll.parm (35% quando a linha
      *> falta) sobre o liquido dos descontos obrigatorios e das
      *> ordens judiciais. Contratos do mesmo tomador descontam na
      *> ordem do arquivo (o mais antigo primeiro); a parcela que nao
      *> coube sai parcial ou nao descontada, em linha propria no
      *> registro. Cada contrato devido gera um registro em
      *> loan_deductions.dat (LOANDED.cpy) com o devido, o retido e o
      *> desfecho, que o LOAN-REMIT transforma no repasse por banco;
      *> o total segue no detalhe (PD-LOAN-AMOUNT, ja abatido do
      *> liquido) - acabou a rubrica manual sem controle de margem.
      *> Contribuicao sindical: na folha mensal cada ativo tem
      *> descontada a contribuicao do seu sindicato (union_master.dat,
      *> UNIONMST.cpy) - o de MST-UNION-CODE ou, em branco, o do seu
      *> departamento (DEPT-UNION-CODE em dept_master.dat) -
      *> percentual do salario base com teto ou valor fixo, depois
      *> das pensoes e antes do consignado (a contribuicao sai da
      *> base da margem, como manda a regra do consignado). Linha
      *> propria no registro, total no rodape e PD-UNION-CODE/
      *> PD-UNION-DUES no detalhe para o contracheque. Sem o mestre
      *> de sindicatos, folha sem contribuicao.
      *> Planos de saude e odonto: a rubrica PSAU de valor unico saiu
      *> de payelements.parm. Cada vida com adesao vigente na
      *> competencia (benefits_enrollment.dat, BENENRL.cpy) - o
      *> titular e os dependentes de dependents.dat - tem a idade
      *> calculada pela AGECALC-RTN, que escolhe a faixa do plano em
      *> healthplan.parm (HLTHPLAN.cpy); a coparticipacao do titular
      *> ou do dependente sai do liquido junto com os demais
      *> descontos voluntarios e a parte da empresa segue no detalhe
      *> (PD-HEALTH-COPAY/PD-HEALTH-EMPLOYER) para o GL-EXPORT. Vida
      *> sem faixa na tabela nao desconta e sai no aviso. Sem a
      *> tabela ou sem as adesoes, folha sem plano de saude.
      *> Vale-transporte: a rubrica fixa VTRA saiu de
      *> payelements.parm. O custo do mes vem do pedido gravado pelo
      *> TRANSIT-ORDER para a competencia (transit_order.dat,
      *> TRANSORD.cpy - dias uteis menos ferias e afastamentos, vezes
      *> a tarifa diaria do itinerario); o desconto e o menor entre
      *> esse custo e o teto legal sobre o salario base (linha VTRA
      *> de payroll.parm; 6% quando a linha falta), abatido do
      *> liquido logo depois das rubricas. O restante do custo e da
      *> empresa e segue no detalhe (PD-TRANSIT-AMOUNT/
      *> PD-TRANSIT-EMPLOYER) para o GL-EXPORT. Sem o pedido, folha
      *> sem vale-transporte.

      *> Jornada e forma de pagamento do mestre (MST-WEEKLY-HOURS,
      *> MST-PAY-BASIS): a hora deixa de ser salario/220 para todo
      *> mundo - extras, adicional noturno e o valor do dia do
      *> desconto de afastamento saem do divisor do proprio
      *> funcionario (WORKHRS-RTN; 150 para 30 horas, 100 para 20). O
      *> horista recebe so o que trabalhou: o bruto base dele e a soma
      *> das horas normais APROVADAS da competencia
      *> (OTH-REGULAR-HOURS) x valor da hora, em linha propria no
      *> registro - sem horas aprovadas, sem salario base - e por isso
      *> nao tem desconto de afastamento. 13o e adiantamento do
      *> horista saem da base mensal da jornada contratada.
      *> Licenca medica e licenca-maternidade seguem a regra da
      *> previdencia (INSSLV-RTN) em vez de valerem como remuneradas
      *> pelo periodo inteiro: as licencas MED de cada funcionario sao
      *> ligadas em cadeia (recomeco ate 60 dias depois do fim da
      *> anterior conta junto) e a empresa paga so os primeiros 15
      *> dias da cadeia - do 16o dia em diante o funcionario esta em
      *> auxilio-doenca do INSS e os dias da competencia saem do bruto
      *> como afastamento nao remunerado, em linha propria no
      *> registro (PD-INSS-DAYS). A licenca-maternidade (MAT) e paga
      *> normalmente - o horista, que nao tem horas no periodo,
      *> recebe o valor do dia da jornada - e o salario-maternidade
      *> da competencia (PD-MATERNITY-DAYS/PD-MATERNITY-AMOUNT) e
      *> mostrado contra o INSS patronal: o rodape traz o total a
      *> compensar e o patronal a recolher depois da compensacao.
      *> Para MED e MAT a classificacao de abstype.parm nao se aplica.
      *> Pre-critica de admissoes: na folha mensal o programa le o
      *> checklist do ONBOARDING-CHECK (onboarding_checklist.dat) e
      *> lista no cabecalho do registro os admitidos na competencia
      *> que ainda estao com o cadastro incompleto - os itens que
      *> faltam e ha quantos dias. A folha e calculada assim mesmo,
      *> mas termina com RC 4 para o RH corrigir antes da remessa
      *> bancaria. Sem o checklist a pre-critica so avisa.
      *> Folha sombra: o modo SIMU de payrollrun.parm calcula a folha
      *> mensal da competencia inteira, como a FOL, mas com as tabelas
      *> propostas (payroll.parm, payelements.parm e abstype.parm do
      *> diretorio de onde o programa e chamado - o
      *> shadow_payroll.sh monta esse diretorio) e sem gravar nada em
      *> producao: detalhe, historico, checkpoint, controle de
      *> competencias, FGTS, repasses judiciais, consignado e
      *> rubricas nao sao tocados. O resultado sai em
      *> payroll_shadow.dat e payroll_shadow_elements.dat, no mesmo
      *> diretorio, para o PAYROLL-SHADOW comparar com a producao.
      *> Particao por empresa: chamado com o codigo da empresa na
      *> linha de comando (./payroll_run 02), a folha mensal calcula
      *> so os ativos daquela MST-COMPANY-CODE (branco vale "01") e
      *> grava tudo em arquivos proprios da empresa - detalhe,
      *> historico, FGTS, repasses judiciais, consignado, rubricas,
      *> registro e checkpoint (payroll_detail_<empresa>.dat e
      *> assim por diante) - mais o registro de controle da particao
      *> (payroll_partition_<empresa>.dat, PARTCTL.cpy) com os totais.
      *> As empresas rodam em paralelo na cadeia mensal e o
      *> PAYROLL-MERGE consolida depois; por isso a particao nao
      *> mexe em period_control.dat (quem grava a linha da empresa e
      *> o merge) e so e aceita na folha mensal de producao. A
      *> particao recusa empresa ja calculada, paga ou fechada; a
      *> rodada integral de sempre (sem argumento) recusa competencia
      *> em que alguma empresa ja saiu da situacao aberta. O detalhe
      *> passa a levar a empresa (PD-COMPANY-CODE) em qualquer modo.
      *> Totais de controle da cadeia: a folha mensal de producao
      *> (integral ou particao) lanca por empresa no livro de totais
      *> de controle (control_ledger.dat, CTLLEDG-FD.cpy), sob a
      *> competencia: ATIVOS (ativos do mestre), PAGOS (detalhes de
      *> folha gravados e soma dos liquidos), ISENTOS (ativos sem
      *> pagamento), BRUTO, ENCARGOS (INSS patronal, FGTS e a parte
      *> da empresa no plano de saude e no vale-transporte) e LIQUIDO.
      *> O CHAIN-BALANCE confere estes totais contra o
      *> PAYROLL-RECONCILE, a remessa do BANK-REMIT e os debitos do
      *> GL-EXPORT. A simulacao nao lanca nada.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) e definitivo:
      *> competencia de ano selado e recusada em qualquer modo que
      *> grave (folha, adiantamento, 13o, particao) antes de abrir
      *> arquivo algum. A simulacao, que nao grava, continua livre.
      *> Previdencia complementar: a rubrica de percentual em
      *> employee_elements.dat deu lugar a adesao do participante
      *> (pension_enrollment.dat, PENSENRL.cpy - plano, inscricao,
      *> percentual, inicio e suspensao). Na folha mensal, o
      *> participante com adesao vigente e nao suspensa na
      *> competencia contribui o seu percentual sobre a base mensal
      *> (WKH-MONTH-BASE); a contribuicao sai do liquido logo depois
      *> dos impostos e e deduzida da base do IRRF ate o limite legal
      *> sobre o bruto tributavel (linha PREV de payroll.parm; 12%
      *> quando a linha falta). A contrapartida da empresa segue a
      *> regra do plano em pensionplan.parm (PENSPLAN.cpy - percentual
      *> da contribuicao, ate um teto sobre a base), nao mexe no
      *> liquido e vai no detalhe (PD-PENSION-AMOUNT/
      *> PD-PENSION-EMPLOYER) para o GL-EXPORT e para os ENCARGOS do
      *> livro de controle. Cada contribuicao e gravada em
      *> pension_deductions.dat (PENSDED.cpy), de onde o
      *> PENSION-REMIT monta o arquivo de cada entidade. Adesao de
      *> plano fora da tabela nao contribui e sai no aviso; sem a
      *> tabela ou sem as adesoes, folha sem previdencia.
      *> Falta nao justificada (FNJ) e perda do DSR (DSR), gravadas
      *> pelo ABSENCE-DETECT depois da confirmacao do gestor, descontam
      *> como os demais tipos DESC de abstype.parm, mas na competencia
      *> de ABS-PAY-PERIOD e nao na do dia: falta confirmada depois
      *> do fechamento e descontada na folha seguinte.
      *> INSS com mais de um vinculo: quem tem mais de uma matricula
      *> ativa no grupo com o mesmo CPF (personal_data.dat,
      *> PERSDATA.cpy - inclusive em empresas diferentes) ou declarou
      *> outro emprego fora do grupo na competencia
      *> (external_employment.dat, EXTEMPL.cpy) contribui sobre a BASE
      *> COMBINADA, com o teto aplicado uma unica vez. Antes da folha
      *> a base de cada vinculo do CPF e calculada pela mesma montagem
      *> do bruto do processamento (CALCULATE-CONTRIBUTION-BASE), sem
      *> o filtro da particao, para que as rodadas de cada empresa
      *> cheguem aos mesmos numeros. O INSS da base combinada, menos o
      *> ja retido pelo empregador externo, e repartido entre as
      *> matriculas do grupo na proporcao da base de cada uma (o
      *> arredondamento acumulado fecha a soma no centavo). O INSS que
      *> a matricula reteria sozinha e a base combinada vao no detalhe
      *> (PD-INSS-STANDALONE/PD-INSS-COMBINED-BASE), no registro e no
      *> contracheque. So a folha mensal - 13o e demais calculos
      *> seguem por matricula.
      *> Dependente que o DEPENDENT-LOAD marcou como recebido depois
      *> do corte de dependentes (DEP-START-PERIOD posterior a
      *> competencia de referencia) ainda nao entra na deducao do
      *> IRRF; extras e afastamentos atrasados ja chegam aqui na
      *> competencia do roteamento e nao pedem tratamento proprio.
      *> Comissao de vendas: a folha mensal paga como provento a
      *> comissao da competencia calculada pelo SALES-COMMISSION
      *> (commission_payable.dat, COMMPAY.cpy - ja liquida do estorno
      *> de devolucoes), com o reflexo no DSR pelo mesmo criterio das
      *> extras (comissao / dias uteis x domingos e feriados); as
      *> duas entram no bruto e na base do INSS e do IRRF e vao no
      *> detalhe (PD-COMMISSION-AMOUNT/PD-COMMISSION-DSR). Sem o
      *> arquivo, folha sem comissao. No 13o a media mensal das
      *> comissoes com DSR das folhas do ano (historico, rotina
      *> compartilhada COMMAVG-RTN) soma ao salario base antes dos
      *> avos.
      *> O adiantamento quinzenal passa a ser descontado logo depois
      *> das ordens judiciais, antes da contribuicao sindical e do
      *> consignado, e a margem do consignado fica limitada ao
      *> liquido que sobra depois dele. O que o liquido nao comporta
      *> nao se perde mais numa anotacao do registro: vai no detalhe
      *> (PD-ADVANCE-RESIDUE) e a proxima folha mensal le esse saldo
      *> do ultimo registro mensal do funcionario no historico - ou
      *> do arquivo anual, se o ano anterior ja foi selado - e o
      *> cobra junto com o adiantamento do mes (PD-ADVANCE-CARRY-IN),
      *> como o saldo do estorno de comissao. A media de comissoes
      *> do 13o tambem le o arquivo anual de ano selado da janela.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-EMP-ID
               ALTERNATE RECORD KEY IS MST-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT RUN-MODE-PARM-FILE ASSIGN TO "payrollrun.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN DYNAMIC WS-REGISTER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN DYNAMIC WS-DETAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERTIME-FILE-STATUS.

           SELECT COMMISSION-FILE ASSIGN TO "../data/commission_payable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMISSION-FILE-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENTS-FILE-STATUS.

           SELECT ONBOARDING-FILE
               ASSIGN TO "../data/onboarding_checklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ONBOARD-FILE-STATUS.

           SELECT FGTS-FILE ASSIGN DYNAMIC WS-FGTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-FILE-STATUS.

           SELECT GARNISH-PAY-FILE ASSIGN DYNAMIC WS-GARNPAY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNPAY-FILE-STATUS.

           SELECT LOAN-CONTRACT-FILE ASSIGN TO "../data/loan_contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-DEDUCTION-FILE ASSIGN DYNAMIC WS-LOANDED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDED-FILE-STATUS.

           SELECT UNION-MASTER-FILE ASSIGN TO "../data/union_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNION-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT HEALTH-PLAN-FILE ASSIGN TO "healthplan.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPLAN-FILE-STATUS.

           SELECT BENEFIT-ENROLL-FILE ASSIGN TO "../data/benefits_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENE-FILE-STATUS.

           SELECT TRANSIT-ORDER-FILE ASSIGN TO "../data/transit_order.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSIT-FILE-STATUS.

           SELECT PENSION-PLAN-FILE ASSIGN TO "pensionplan.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PPLAN-FILE-STATUS.

           SELECT PENSION-ENROLL-FILE ASSIGN TO "../data/pension_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENR-FILE-STATUS.

           SELECT PENSION-DEDUCTION-FILE ASSIGN DYNAMIC WS-PENSDED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENSDED-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT EXT-EMPLOYMENT-FILE
               ASSIGN TO "../data/external_employment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTEMP-FILE-STATUS.

           SELECT SHADOW-DETAIL-FILE ASSIGN TO "payroll_shadow.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-FILE-STATUS.

           SELECT SHADOW-ELEMENTS-FILE
               ASSIGN TO "payroll_shadow_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHADOW-ELEM-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT CKPT-FILE ASSIGN DYNAMIC WS-CKPT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPELEM-FILE-STATUS.

           SELECT ELEMENTS-OUT-FILE ASSIGN DYNAMIC WS-ELEMOUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEMOUT-FILE-STATUS.

           SELECT PARTITION-CONTROL-FILE ASSIGN DYNAMIC WS-PARTCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.
       COPY PAYSEAL-FD.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.
       FD OVERTIME-FILE.
       COPY OVERTIME.

       FD COMMISSION-FILE.
       COPY COMMPAY.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD DEPENDENTS-FILE.
       COPY DEPENDNT.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD EXT-EMPLOYMENT-FILE.
       COPY EXTEMPL.

       FD ONBOARDING-FILE.
       COPY ONBOARD.

      *> Resultado da simulacao (modo SIMU): mesmos layouts do
      *> detalhe e das rubricas da producao.
       FD SHADOW-DETAIL-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==SHD==
                   ==PAYROLL-DETAIL-RECORD== BY ==SHADOW-DETAIL-RECORD==.

       FD SHADOW-ELEMENTS-FILE.
       COPY PAYELEMD REPLACING LEADING ==PED== BY ==SHE==
                   ==PAYROLL-ELEMENT-RECORD== BY ==SHADOW-ELEMENT-RECORD==.

      *> Interface do deposito mensal do FGTS: um registro por
      *> funcionario pago, com a competencia e o valor de 8% sobre o
      *> bruto, no layout fixo que o agente operador recebe.
           05 FILLER              PIC X.
           05 PCK-HISTORY-BASE    PIC 9(7).

       FD PARTITION-CONTROL-FILE.
       COPY PARTCTL.

       FD HISTORY-TEMP-FILE.
       01 HISTORY-TEMP-RECORD     PIC X(400).

      *> Tabela de rubricas: codigo, descricao, natureza (P/D),
      *> metodo (F valor fixo / P percentual do salario), valor e se
       FD GARNISH-PAY-FILE.
       COPY GARNPAY.

       FD LOAN-CONTRACT-FILE.
       COPY LOANMST.

       FD LOAN-DEDUCTION-FILE.
       COPY LOANDED.

       FD UNION-MASTER-FILE.
       COPY UNIONMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD HEALTH-PLAN-FILE.
       COPY HLTHPLAN.

       FD BENEFIT-ENROLL-FILE.
       COPY BENENRL.

       FD TRANSIT-ORDER-FILE.
       COPY TRANSORD.

       FD PENSION-PLAN-FILE.
       COPY PENSPLAN.

       FD PENSION-ENROLL-FILE.
       COPY PENSENRL.

       FD PENSION-DEDUCTION-FILE.
       COPY PENSDED.

      *> Classificacao dos tipos de afastamento: PAGA (remunerado, nao
      *> mexe no bruto) ou DESC (nao remunerado, desconta os dias da
      *> competencia proporcionalmente).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-REGISTER-FILE-STATUS PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-ARCHIVE-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-HOLIDAY-FILE-STATUS  PIC XX.
           05 WS-OVERTIME-FILE-STATUS PIC XX.
           05 WS-COMMISSION-FILE-STATUS PIC XX.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-ABSTYPE-FILE-STATUS  PIC XX.
           05 WS-MODE-FILE-STATUS     PIC XX.
           05 WS-DEPENDENTS-FILE-STATUS PIC XX.
           05 WS-ONBOARD-FILE-STATUS PIC XX.
           05 WS-SHADOW-FILE-STATUS PIC XX.
           05 WS-SHADOW-ELEM-STATUS PIC XX.
           05 WS-FGTS-FILE-STATUS     PIC XX.
           05 WS-GARN-FILE-STATUS     PIC XX.
           05 WS-GARNPAY-FILE-STATUS  PIC XX.
           05 WS-ELPARM-FILE-STATUS   PIC XX.
           05 WS-EMPELEM-FILE-STATUS  PIC XX.
           05 WS-ELEMOUT-FILE-STATUS  PIC XX.
           05 WS-LOAN-FILE-STATUS     PIC XX.
           05 WS-LOANDED-FILE-STATUS  PIC XX.
           05 WS-UNION-FILE-STATUS    PIC XX.
           05 WS-DEPT-FILE-STATUS     PIC XX.
           05 WS-HPLAN-FILE-STATUS    PIC XX.
           05 WS-BENE-FILE-STATUS     PIC XX.
           05 WS-TRANSIT-FILE-STATUS  PIC XX.
           05 WS-PPLAN-FILE-STATUS    PIC XX.
           05 WS-PENR-FILE-STATUS     PIC XX.
           05 WS-PENSDED-FILE-STATUS  PIC XX.
           05 WS-PARTCTL-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-FILE-STATUS PIC XX.
           05 WS-EXTEMP-FILE-STATUS   PIC XX.

      *> Nomes dos arquivos gravados pela rodada: os de sempre, ou os
      *> da empresa quando a folha roda particionada.
       01 WS-FILE-NAMES.
           05 WS-REGISTER-FILENAME PIC X(40)
                                   VALUE "payroll_register.txt".
           05 WS-DETAIL-FILENAME   PIC X(40)
                                   VALUE "../data/payroll_detail.dat".
           05 WS-HISTORY-FILENAME  PIC X(40)
                                   VALUE "../data/payroll_history.dat".
           05 WS-FGTS-FILENAME     PIC X(40)
                                   VALUE "../data/fgts_deposit.dat".
           05 WS-GARNPAY-FILENAME  PIC X(40)
                                   VALUE "../data/garnish_payments.dat".
           05 WS-LOANDED-FILENAME  PIC X(40)
                                   VALUE "../data/loan_deductions.dat".
           05 WS-PENSDED-FILENAME  PIC X(40)
                                   VALUE "../data/pension_deductions.dat".
           05 WS-CKPT-FILENAME     PIC X(40)
                                   VALUE "../data/payroll.ckpt".
           05 WS-ELEMOUT-FILENAME  PIC X(40)
                                   VALUE "../data/payroll_elements.dat".
           05 WS-PARTCTL-FILENAME  PIC X(40) VALUE SPACES.
           05 WS-PART-HIST-FILENAME PIC X(40) VALUE SPACES.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           88 MODO-FOLHA              VALUE "FOL ".
           88 MODO-DEC1               VALUE "DEC1".
           88 MODO-DEC2               VALUE "DEC2".
           88 MODO-ADTO               VALUE "ADTO".
      *> SIMU calcula como FOL (WS-RUN-MODE fica "FOL ") e liga esta
      *> chave, que desvia as gravacoes para os arquivos da simulacao.
       01 WS-SIMULATION-FLAG          PIC X VALUE "N".
           88 MODO-SIMULACAO          VALUE "S".
      *> Particao por empresa (codigo na linha de comando).
       01 WS-COMMAND-LINE             PIC X(40).
       01 WS-PARTITION-FLAG           PIC X VALUE "N".
           88 MODO-PARTICAO           VALUE "S".
       01 WS-PART-COMPANY             PIC X(2) VALUE SPACES.
       01 WS-EMP-COMPANY              PIC X(2).
      *> Totais de controle por empresa, lancados no livro da cadeia
      *> ao fim da folha mensal.
       01 WS-CTL-TABLE.
           05 WS-CTL-QTDE             PIC 99 VALUE 0.
           05 WS-CTL-ENTRADAS OCCURS 20 TIMES.
               10 WS-CTL-COMPANY      PIC X(2).
               10 WS-CTL-ACTIVE       PIC 9(5).
               10 WS-CTL-PAID         PIC 9(5).
               10 WS-CTL-GROSS        PIC 9(13)V99.
               10 WS-CTL-CHARGES      PIC 9(13)V99.
               10 WS-CTL-NET          PIC 9(13)V99.
       01 WS-CTL-INDEX                PIC 99.
       01 WS-CTL-MATCH                PIC 99 VALUE 0.
       01 WS-PER-COMPANY              PIC X(2).
       01 WS-PTC-STATE                PIC X(4).

       01 WS-INSS-TABLE.
           05 WS-INSS-QTDE        PIC 99 VALUE 0.
           05 WS-OT-ENTRADAS OCCURS 500 TIMES.
               10 WS-OT-TAB-ID        PIC X(6).
               10 WS-OT-TAB-HOURS     PIC 9(4)V9.
               10 WS-OT-TAB-NIGHT     PIC 9(4)V9.
               10 WS-OT-TAB-REGULAR   PIC 9(4)V9.
       01 WS-OT-INDEX             PIC 9(4).
       01 WS-REF-PERIOD           PIC 9(6).

      *> Comissoes a pagar na competencia de referencia, carregadas
      *> de commission_payable.dat na INITIALIZATION.
       01 WS-CM-TABLE.
           05 WS-CM-QTDE          PIC 9(4) VALUE 0.
           05 WS-CM-ENTRADAS OCCURS 500 TIMES.
               10 WS-CM-TAB-ID        PIC X(6).
               10 WS-CM-TAB-AMOUNT    PIC 9(8)V99.
       01 WS-CM-INDEX             PIC 9(4).

      *> Declaracoes de vinculo externo da competencia de referencia
      *> (external_employment.dat), somadas por funcionario.
       01 WS-EXT-TABLE.
           05 WS-EXT-QTDE         PIC 9(3) VALUE 0.
           05 WS-EXT-ENTRADAS OCCURS 500 TIMES.
               10 WS-EXT-TAB-ID       PIC X(6).
               10 WS-EXT-TAB-SALARY   PIC 9(8)V99.
               10 WS-EXT-TAB-INSS     PIC 9(8)V99.
       01 WS-EXT-INDEX            PIC 9(3).
       01 WS-EXT-MATCH            PIC 9(3).

      *> Vinculos por CPF: todas as matriculas de personal_data.dat, na
      *> ordem da chave. WS-VIN-STATUS "C" marca as candidatas (CPF
      *> repetido ou declaracao externa), que tem a base calculada
      *> antes da folha; "S" as que de fato contribuem pela base
      *> combinada (mais de um vinculo com base, ou vinculo externo).
      *> Declaracao externa de matricula sem CPF entra com a propria
      *> matricula no lugar do CPF.
       01 WS-VIN-TABLE.
           05 WS-VIN-QTDE         PIC 9(4) VALUE 0.
           05 WS-VIN-ENTRADAS OCCURS 5000 TIMES.
               10 WS-VIN-CPF          PIC X(11).
               10 WS-VIN-EMP          PIC X(6).
               10 WS-VIN-STATUS       PIC X.
                   88 WS-VIN-CANDIDATO    VALUE "C" "S".
                   88 WS-VIN-MULTIPLO     VALUE "S".
               10 WS-VIN-BASE         PIC 9(8)V99.
               10 WS-VIN-EXT-SALARY   PIC 9(8)V99.
               10 WS-VIN-EXT-INSS     PIC 9(8)V99.
       01 WS-VIN-FIELDS.
           05 WS-VIN-INDEX        PIC 9(4).
           05 WS-VIN-OTHER        PIC 9(4).
           05 WS-VIN-MATCH        PIC 9(4).
           05 WS-VIN-OVERFLOW     PIC 9(5) VALUE 0.
           05 WS-VIN-CANDIDATES   PIC 9(4) VALUE 0.
           05 WS-VIN-MULTIPLES    PIC 9(4) VALUE 0.
           05 WS-VIN-LINKS        PIC 9(4).
           05 WS-VIN-INTERNAL     PIC 9(10)V99.
           05 WS-VIN-BEFORE       PIC 9(10)V99.
           05 WS-VIN-EXT-INSS-SUM PIC 9(10)V99.
           05 WS-VIN-SHARE        PIC 9(8)V99.
           05 WS-VIN-CUM-BEFORE   PIC 9(8)V99.
           05 WS-VIN-CUM-AFTER    PIC 9(8)V99.

      *> Tipos de afastamento e seu tratamento (abstype.parm): so os
      *> tipos marcados DESC geram desconto; tipo fora da tabela vale
      *> como remunerado, o comportamento historico.
           05 WS-UNP-ENTRADAS OCCURS 500 TIMES.
               10 WS-UNP-TAB-ID       PIC X(6).
               10 WS-UNP-TAB-DAYS     PIC 99.
               10 WS-UNP-TAB-INSS-DAYS PIC 99.
               10 WS-UNP-TAB-MAT-DAYS PIC 99.
       01 WS-UNP-INDEX            PIC 9(4).
       01 WS-UNP-MATCH            PIC 9(4).
      *> Intervalo a somar na tabela acima - preenchido antes de
      *> ADD-UNPAID-INTERVAL: desconto comum (D), beneficio do INSS
      *> depois do 15o dia de licenca medica (I) ou
      *> licenca-maternidade (M).
       01 WS-UNP-EMP-ID           PIC X(6).
       01 WS-UNP-KIND             PIC X.
           88 UNP-KIND-DESCONTO   VALUE "D".
           88 UNP-KIND-INSS       VALUE "I".
           88 UNP-KIND-MATERNIDADE VALUE "M".

      *> Quantidade de dependentes por funcionario (dependents.dat) e
      *> o valor legal da deducao por dependente (linha DEPD de
               10 WS-DEP-TAB-ID       PIC X(6).
               10 WS-DEP-TAB-COUNT    PIC 99.
       01 WS-DEP-TAB-INDEX        PIC 9(4).

      *> Admitidos da competencia com cadastro incompleto segundo o
      *> onboarding_checklist.dat (pre-critica da folha mensal).
       01 WS-ONB-TABLE.
           05 WS-ONB-QTDE         PIC 9(3) VALUE 0.
           05 WS-ONB-ENTRADAS OCCURS 200 TIMES.
               10 WS-ONB-EMP-ID       PIC X(6).
               10 WS-ONB-HIRE-DATE    PIC 9(8).
               10 WS-ONB-DAYS         PIC S9(4).
               10 WS-ONB-ITEMS        PIC X(6).
       01 WS-ONB-INDEX            PIC 9(3).
       01 WS-ONB-MISSING          PIC X(80).
       01 WS-ONB-POINTER          PIC 9(3).
       01 WS-ONB-DAYS-EDIT        PIC -(4)9.
       01 WS-ONB-HIRE-EDIT.
           05 WS-ONB-HIRE-DD      PIC 99.
           05 FILLER              PIC X VALUE "/".
           05 WS-ONB-HIRE-MM      PIC 99.
           05 FILLER              PIC X VALUE "/".
           05 WS-ONB-HIRE-AAAA    PIC 9(4).
       01 WS-DEPD-VALUE           PIC 9(6)V99 VALUE 0.

      *> Aliquotas dos encargos patronais (payroll.parm): zero quando
           05 WS-PATRONAL-PCT     PIC 99V99 VALUE 0.
           05 WS-FGTS-PCT         PIC 99V99 VALUE 0.

      *> Percentual do adiantamento quinzenal (linha ADTO de
      *> payroll.parm; 40% do acordo coletivo quando a linha falta) e
      *> os adiantamentos ja pagos na competencia, lidos do historico
      *> pela folha mensal para o desconto.
       01 WS-ADVANCE-PCT          PIC 99V99 VALUE 40,00.

      *> Percentual do adicional noturno (linha NOTU de payroll.parm;
      *> 20% da CLT quando a linha falta) e os dias da competencia
      *> para o reflexo das extras no DSR: uteis (segunda a sabado
      *> fora feriado) e de descanso (domingos e feriados).
       01 WS-NIGHT-PCT            PIC 99V99 VALUE 20,00.
       01 WS-DSR-DAYS.
           05 WS-DSR-BUSINESS-DAYS PIC 99 VALUE 0.
           05 WS-DSR-REST-DAYS    PIC 99 VALUE 0.
           05 WS-DSR-DAY          PIC 99.
           05 WS-DSR-REST-FLAG    PIC X.
       01 WS-ADV-TABLE.
           05 WS-ADV-QTDE         PIC 9(4) VALUE 0.
           05 WS-ADV-ENTRADAS OCCURS 500 TIMES.
               10 WS-ADV-TAB-ID       PIC X(6).
               10 WS-ADV-TAB-AMOUNT   PIC 9(8)V99.
               10 WS-ADV-TAB-CARRY    PIC 9(8)V99.
               10 WS-ADV-TAB-CARRY-PER PIC 9(6).
       01 WS-ADV-INDEX            PIC 9(4).
       01 WS-ADV-MATCH            PIC 9(4).
       01 WS-ADV-CUR-PERIOD       PIC 9(6).
       01 WS-ADV-WORK-PERIOD      PIC 9(6).
       01 WS-ADV-WORK-RESIDUE     PIC 9(8)V99.
       01 WS-ADV-PRIOR-YEAR       PIC 9999.
       01 WS-ADV-EOF              PIC X.
       01 WS-ADVANCE-FIELDS.
           05 WS-ADVANCE-AMOUNT   PIC 9(8)V99.
           05 WS-ADVANCE-RESIDUE  PIC 9(8)V99.
           05 WS-ADVANCE-CARRY-IN PIC 9(8)V99.

      *> Campos do checkpoint/reinicio da folha.
      *> Pagamentos fora do ciclo ainda nao remetidos, preservados
      *> atraves da regravacao do detalhe.
       01 WS-CO-TABLE.
           05 WS-CO-QTDE          PIC 9(4) VALUE 0.
           05 WS-CO-ENTRADAS OCCURS 500 TIMES.
               10 WS-CO-REG       PIC X(400).
       01 WS-CO-INDEX             PIC 9(4).
       01 WS-CO-EOF               PIC X.

       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.

               10 WS-GAP-AMOUNT       PIC 9(8)V99.
       01 WS-GAP-INDEX            PIC 9.

      *> Contratos de consignado ativos com parcela a vencer,
      *> carregados de loan_contracts.dat (imagem integral), e o
      *> percentual da margem legal (linha CONS de payroll.parm; 35%
      *> quando a linha falta).
       01 WS-LOAN-MARGIN-PCT      PIC 99V99 VALUE 35,00.
       01 WS-LNC-TABLE.
           05 WS-LNC-QTDE         PIC 9(3) VALUE 0.
           05 WS-LNC-ENTRADAS OCCURS 300 TIMES.
               10 WS-LNC-REG      PIC X(65).
       01 WS-LNC-INDEX            PIC 9(3).
       01 WS-LOAN-FIELDS.
           05 WS-LOAN-BASE        PIC S9(8)V99.
           05 WS-LOAN-MARGIN      PIC 9(8)V99.
           05 WS-LOAN-TOTAL       PIC 9(8)V99.
           05 WS-LOAN-ONE         PIC 9(8)V99.
           05 WS-LOAN-SHORT-COUNT PIC 9(5) VALUE 0.

      *> Contratos do funcionario corrente, para as linhas proprias
      *> do registro (devido, retido e desfecho).
       01 WS-LNA-TABLE.
           05 WS-LNA-QTDE         PIC 9 VALUE 0.
           05 WS-LNA-ENTRADAS OCCURS 9 TIMES.
               10 WS-LNA-BANK         PIC X(3).
               10 WS-LNA-CONTRACT     PIC X(15).
               10 WS-LNA-DUE          PIC 9(8)V99.
               10 WS-LNA-AMOUNT       PIC 9(8)V99.
               10 WS-LNA-STATUS       PIC X(3).
       01 WS-LNA-INDEX            PIC 9.

      *> Sindicatos ativos (regra da contribuicao) e o sindicato de
      *> cada departamento, pelo nome gravado em MST-EMP-DEPARTMENT.
       01 WS-UNION-TABLE.
           05 WS-UNION-QTDE       PIC 99 VALUE 0.
           05 WS-UNION-ENTRADAS OCCURS 20 TIMES.
               10 WS-UNION-CODE       PIC X(3).
               10 WS-UNION-DUES-TYPE  PIC X.
               10 WS-UNION-DUES-RATE  PIC 9(2)V99.
               10 WS-UNION-DUES-AMT   PIC 9(6)V99.
               10 WS-UNION-DUES-CAP   PIC 9(6)V99.
       01 WS-UNION-INDEX          PIC 99.
       01 WS-UNION-MATCH          PIC 99.
       01 WS-DPU-TABLE.
           05 WS-DPU-QTDE         PIC 99 VALUE 0.
           05 WS-DPU-ENTRADAS OCCURS 30 TIMES.
               10 WS-DPU-NAME         PIC X(15).
               10 WS-DPU-UNION        PIC X(3).
       01 WS-DPU-INDEX            PIC 99.
       01 WS-EMP-UNION-CODE       PIC X(3).
       01 WS-UNION-DUES           PIC 9(8)V99.

      *> Faixas etarias dos planos de saude/odonto (healthplan.parm),
      *> adesoes vigentes na competencia e as vidas de dependentes
      *> (nome e nascimento, de dependents.dat) para a idade.
       01 WS-HPL-TABLE.
           05 WS-HPL-QTDE         PIC 99 VALUE 0.
           05 WS-HPL-ENTRADAS OCCURS 60 TIMES.
               10 WS-HPL-CODE         PIC X(4).
               10 WS-HPL-TIER         PIC X(3).
               10 WS-HPL-AGE-FROM     PIC 99.
               10 WS-HPL-AGE-TO       PIC 99.
               10 WS-HPL-PREMIUM      PIC 9(6)V99.
               10 WS-HPL-PCT-TIT      PIC 9(3)V99.
               10 WS-HPL-PCT-DEP      PIC 9(3)V99.
       01 WS-HPL-INDEX            PIC 99.
       01 WS-HPL-MATCH            PIC 99.
       01 WS-BNE-TABLE.
           05 WS-BNE-QTDE         PIC 9(4) VALUE 0.
           05 WS-BNE-ENTRADAS OCCURS 1000 TIMES.
               10 WS-BNE-EMP          PIC X(6).
               10 WS-BNE-TYPE         PIC X.
               10 WS-BNE-NAME         PIC X(30).
               10 WS-BNE-PLAN         PIC X(4).
               10 WS-BNE-TIER         PIC X(3).
       01 WS-BNE-INDEX            PIC 9(4).
       01 WS-DPL-TABLE.
           05 WS-DPL-QTDE         PIC 9(4) VALUE 0.
           05 WS-DPL-ENTRADAS OCCURS 1000 TIMES.
               10 WS-DPL-EMP          PIC X(6).
               10 WS-DPL-NAME         PIC X(30).
               10 WS-DPL-BIRTH        PIC 9(8).
       01 WS-DPL-INDEX            PIC 9(4).
       01 WS-HEALTH-FIELDS.
           05 WS-HEALTH-LIVES     PIC 99.
           05 WS-HEALTH-COPAY     PIC 9(8)V99.
           05 WS-HEALTH-EMPLOYER  PIC 9(8)V99.
           05 WS-HEALTH-ONE-COPAY PIC 9(8)V99.
           05 WS-HEALTH-PCT       PIC 9(3)V99.
           05 WS-HEALTH-FOUND     PIC X.
           05 WS-HEALTH-NO-BAND   PIC 9(5) VALUE 0.

      *> Pedidos de vale-transporte da competencia (transit_order.dat)
      *> e o teto legal do desconto (linha VTRA de payroll.parm; 6%
      *> quando a linha falta).
       01 WS-TRANSIT-PCT          PIC 99V99 VALUE 6,00.
       01 WS-TRO-TABLE.
           05 WS-TRO-QTDE         PIC 9(4) VALUE 0.
           05 WS-TRO-ENTRADAS OCCURS 1000 TIMES.
               10 WS-TRO-EMP          PIC X(6).
               10 WS-TRO-DAYS         PIC 99.
               10 WS-TRO-AMOUNT       PIC 9(6)V99.
       01 WS-TRO-INDEX            PIC 9(4).
       01 WS-TRANSIT-FIELDS.
           05 WS-TRANSIT-DAYS     PIC 99.
           05 WS-TRANSIT-COST     PIC 9(8)V99.
           05 WS-TRANSIT-CAP      PIC 9(8)V99.
           05 WS-TRANSIT-AMOUNT   PIC 9(8)V99.
           05 WS-TRANSIT-EMPLOYER PIC 9(8)V99.

      *> Planos de previdencia (pensionplan.parm), adesoes que
      *> contribuem na competencia (pension_enrollment.dat) e o limite
      *> legal da deducao no IRRF (linha PREV de payroll.parm; 12%
      *> quando a linha falta).
       01 WS-PENSION-IR-PCT       PIC 99V99 VALUE 12,00.
       01 WS-PNP-TABLE.
           05 WS-PNP-QTDE         PIC 99 VALUE 0.
           05 WS-PNP-ENTRADAS OCCURS 20 TIMES.
               10 WS-PNP-CODE         PIC X(4).
               10 WS-PNP-MATCH-PCT    PIC 9(3)V99.
               10 WS-PNP-CAP-PCT      PIC 99V99.
       01 WS-PNP-INDEX            PIC 99.
       01 WS-PNP-MATCH            PIC 99.
       01 WS-PNE-TABLE.
           05 WS-PNE-QTDE         PIC 9(4) VALUE 0.
           05 WS-PNE-ENTRADAS OCCURS 1000 TIMES.
               10 WS-PNE-EMP          PIC X(6).
               10 WS-PNE-PLAN         PIC X(4).
               10 WS-PNE-PARTICIPANT  PIC X(12).
               10 WS-PNE-PCT          PIC 99V99.
       01 WS-PNE-INDEX            PIC 9(4).
       01 WS-PENSION-FIELDS.
           05 WS-PENSION-PLAN     PIC X(4).
           05 WS-PENSION-PARTICIPANT PIC X(12).
           05 WS-PENSION-PCT      PIC 99V99.
           05 WS-PENSION-BASE     PIC 9(8)V99.
           05 WS-PENSION-AMOUNT   PIC 9(8)V99.
           05 WS-PENSION-EMPLOYER PIC 9(8)V99.
           05 WS-PENSION-CAP      PIC 9(8)V99.
           05 WS-PENSION-IR-DEDUCTION PIC 9(8)V99.
           05 WS-PENSION-NO-PLAN  PIC 9(5) VALUE 0.

       01 WS-OVERLAP-FIELDS.
           05 WS-MONTH-START-INT  PIC 9(7).
           05 WS-MONTH-END-INT    PIC 9(7).
           05 WS-ABS-END-INT      PIC 9(7).
           05 WS-OVERLAP-DAYS     PIC S9(4).
           05 WS-MONTH-END-DATE   PIC 9(8).
           05 WS-MONTH-DAYS       PIC 99.

       01 WS-CALC-FIELDS.
           05 WS-GROSS-PAY        PIC 9(8)V99.
           05 WS-FAIXA-BASE       PIC 9(8)V99.
           05 WS-FAIXA-TOPO       PIC 9(8)V99.
           05 WS-FAIXA-VALOR      PIC 9(8)V99.
           05 WS-INSS-CALC-BASE   PIC 9(10)V99.
           05 WS-INSS-CALC-AMOUNT PIC 9(8)V99.
           05 WS-INSS-MULTI-BASE  PIC 9(8)V99.
           05 WS-INSS-MULTI-EXT   PIC 9(8)V99.
           05 WS-INSS-MULTI-EXT-INSS PIC 9(8)V99.
           05 WS-INSS-STANDALONE  PIC 9(8)V99.
           05 WS-OVERTIME-HOURS   PIC 9(4)V9.
           05 WS-OVERTIME-AMOUNT  PIC 9(8)V99.
           05 WS-NIGHT-HOURS      PIC 9(4)V9.
           05 WS-NIGHT-AMOUNT     PIC 9(8)V99.
           05 WS-DSR-AMOUNT       PIC 9(8)V99.
           05 WS-COMMISSION-AMOUNT PIC 9(8)V99.
           05 WS-COMMISSION-DSR   PIC 9(8)V99.
           05 WS-HOURLY-RATE      PIC 9(6)V99.
           05 WS-REGULAR-HOURS    PIC 9(4)V9.
           05 WS-ABSENCE-DAYS     PIC 99.
           05 WS-ABSENCE-AMOUNT   PIC 9(8)V99.
           05 WS-INSS-DAYS        PIC 99.
           05 WS-MATERNITY-DAYS   PIC 99.
           05 WS-MATERNITY-AMOUNT PIC 9(8)V99.
           05 WS-DEPENDENT-COUNT  PIC 99.
           05 WS-DEP-DEDUCTION    PIC 9(8)V99.
           05 WS-PATRONAL-AMOUNT  PIC 9(8)V99.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-EMPLOYEES-PAID   PIC 9(5) VALUE 0.
           05 WS-INACTIVE-SKIPPED PIC 9(5) VALUE 0.
           05 WS-OTHER-COMPANY    PIC 9(5) VALUE 0.
           05 WS-MULTI-LINK-PAID  PIC 9(5) VALUE 0.

       01 WS-GRAND-TOTALS.
           05 WS-TOTAL-BRUTO      PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-AFAST      PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-PATRONAL   PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-FGTS       PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-ADIANT     PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-NOTURNO    PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-DSR        PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-COMISSAO   PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-DSR-COMIS  PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-CONSIG     PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-SINDICAL   PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-SAUDE-FUNC PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-SAUDE-EMPR PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-VT-FUNC    PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-VT-EMPR    PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-PREV-FUNC  PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-PREV-EMPR  PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-MATERN     PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-PATR-NET   PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-INSS-DAYS  PIC 9(5) VALUE 0.
           05 WS-TOTAL-INSS-ISOL  PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-INSS-VINC  PIC 9(10)V99 USAGE COMP-3 VALUE 0.

       01 WS-HEADERS.
           05 TITLE-1        PIC X(120) VALUE
           05 FORMATTED-LIQUIDO   PIC Z(7)9,99.
           05 FORMATTED-FUNC      PIC ZZZ9.
           05 FORMATTED-OT-HOURS  PIC ZZZ9,9.
           05 FORMATTED-PCT       PIC Z9,99.

       01 WS-DATE-TIME.
           05 WS-CURRENT-DATE.
       COPY MONEYFMT.
       COPY BIZDAY.
       COPY DATEVAL.
       COPY AGECALC.
       COPY WORKHRS.
       COPY COMMAVG.
       COPY INSSLV.

      *> Data de pagamento da competencia: dia 05 do mes seguinte,
      *> deslocada para o proximo dia util pelo calendario de feriados
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               IF MODO-FOLHA
                   PERFORM BUILD-LINK-BASES
               END-IF
               PERFORM PROCESS-PAYROLL
               PERFORM WRITE-DEPARTMENT-SUBTOTALS
               PERFORM WRITE-REGISTER-FOOTER
               PERFORM CLOSE-FILES
               PERFORM DISPLAY-SUMMARY
               IF MODO-FOLHA AND WS-ERROR-FLAG NOT = "Y" AND
                  NOT MODO-SIMULACAO
                   IF MODO-PARTICAO
                       MOVE "CALC" TO WS-PTC-STATE
                       PERFORM WRITE-PARTITION-CONTROL
                   ELSE
                       PERFORM MARK-PERIOD-CALCULATED
                   END-IF
                   PERFORM POST-CONTROL-TOTALS
               END-IF
               IF WS-ERROR-FLAG NOT = "Y" AND NOT MODO-SIMULACAO
                   PERFORM CLEAR-PAYROLL-CHECKPOINT
               END-IF
           END-IF
           COMPUTE WS-REF-PERIOD = WS-YEAR * 100 + WS-MONTH
           MOVE WS-REF-PERIOD TO WS-PARM-TARGET
           PERFORM LOAD-RUN-MODE
           PERFORM LOAD-PARTITION-ARGUMENT
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF NOT MODO-SIMULACAO
               MOVE WS-YEAR TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM PSL-DISPLAY-REFUSAL
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF (MODO-FOLHA OR MODO-ADTO) AND NOT MODO-SIMULACAO
               PERFORM CHECK-PERIOD-CONTROL
               IF WS-ERROR-FLAG = "Y"
                   EXIT PARAGRAPH
           PERFORM CALCULATE-PAYMENT-DATE
           IF MODO-FOLHA
               PERFORM LOAD-OVERTIME-HOURS
               PERFORM LOAD-COMMISSIONS
               PERFORM COUNT-DSR-DAYS
               PERFORM LOAD-ABSENCE-TYPES
               PERFORM LOAD-UNPAID-ABSENCES
               PERFORM LOAD-PAY-ELEMENTS
               PERFORM LOAD-GARNISHMENTS
               PERFORM LOAD-LOAN-CONTRACTS
               PERFORM LOAD-UNION-MASTER
               PERFORM LOAD-HEALTH-PLANS
               PERFORM LOAD-TRANSIT-ORDERS
               PERFORM LOAD-PENSION-PLANS
               PERFORM LOAD-ONBOARDING-PENDING
               PERFORM LOAD-EXTERNAL-EMPLOYMENT
               PERFORM LOAD-CPF-LINKS
           END-IF
           PERFORM LOAD-DEPENDENTS
           PERFORM LOAD-PAYROLL-PARMS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MODO-SIMULACAO
               PERFORM OPEN-SIMULATION-FILES
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-PAYROLL-CHECKPOINT
           IF MODO-ADTO
               PERFORM CHECK-ADVANCE-ALREADY-RUN
           END-IF
           IF MODO-DEC1 OR MODO-DEC2
               PERFORM CHECK-13TH-ALREADY-RUN
           END-IF
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           IF MODO-FOLHA
               PERFORM LOAD-ADVANCES-PAID
           END-IF
           IF MODO-DEC1 OR MODO-DEC2
               PERFORM LOAD-13TH-COMMISSION-AVERAGES
           END-IF
      *> Da leitura dos adiantamentos em diante o historico da
      *> particao e o arquivo proprio da empresa, regravado do zero a
      *> cada rodada - o merge e quem leva ao historico acumulado.
           IF MODO-PARTICAO
               MOVE WS-PART-HIST-FILENAME TO WS-HISTORY-FILENAME
               MOVE 0 TO WS-HISTORY-BASE
           ELSE
               PERFORM COUNT-HISTORY-RECORDS
           END-IF
           PERFORM WRITE-PAYROLL-CHECKPOINT
           IF MODO-PARTICAO
               MOVE "INIC" TO WS-PTC-STATE
               PERFORM WRITE-PARTITION-CONTROL
               IF WS-ERROR-FLAG = "Y"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"

           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-REGISTER-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           IF NOT MODO-PARTICAO
               PERFORM LOAD-CARRYOVER-DETAILS
           END-IF
           OPEN OUTPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-DETAIL-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM WRITE-CARRYOVER-DETAILS

           IF MODO-PARTICAO
               OPEN OUTPUT PAYROLL-HISTORY-FILE
           ELSE
               OPEN EXTEND PAYROLL-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PAYROLL-HISTORY-FILE
               END-IF
           END-IF
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                       WS-HISTORY-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE

           OPEN OUTPUT FGTS-FILE
           IF WS-FGTS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-FGTS-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
               OPEN OUTPUT GARNISH-PAY-FILE
               IF WS-GARNPAY-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO: nao foi possivel criar "
                           WS-GARNPAY-FILENAME
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT LOAN-DEDUCTION-FILE
               IF WS-LOANDED-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO: nao foi possivel criar "
                           WS-LOANDED-FILENAME
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               OPEN OUTPUT PENSION-DEDUCTION-FILE
               IF WS-PENSDED-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO: nao foi possivel criar "
                           WS-PENSDED-FILENAME
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 16 TO RETURN-CODE
                   EXIT PARAGRAPH
           OPEN OUTPUT ELEMENTS-OUT-FILE
           IF WS-ELEMOUT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-ELEMOUT-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH

           PERFORM WRITE-REGISTER-HEADER.

      *> Simulacao: sem checkpoint, sem regravar o detalhe e sem
      *> abrir nenhum arquivo de producao para gravacao - so o
      *> adiantamento ja pago e lido do historico, como na FOL.
       OPEN-SIMULATION-FILES.
           PERFORM LOAD-ADVANCES-PAID
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTER-FILE
           OPEN OUTPUT SHADOW-DETAIL-FILE
           OPEN OUTPUT SHADOW-ELEMENTS-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00" OR
              WS-SHADOW-FILE-STATUS NOT = "00" OR
              WS-SHADOW-ELEM-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar os arquivos da "
                       "simulacao (payroll_register.txt/"
                       "payroll_shadow.dat/payroll_shadow_elements.dat)"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REGISTER-HEADER.

      *> Sem payrollrun.parm roda a folha mensal de sempre; DEC1/DEC2
      *> so sao usados nas rodadas do 13o e ADTO na rodada do
      *> adiantamento quinzenal, quando o operador troca o parm - o
      *> mesmo idioma de bankremit.parm.
       LOAD-RUN-MODE.
           OPEN INPUT RUN-MODE-PARM-FILE
           IF WS-MODE-FILE-STATUS = "00"
               READ RUN-MODE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       EVALUATE PRM-MODE
                           WHEN "FOL "
                           WHEN "DEC1"
                           WHEN "DEC2"
                           WHEN "ADTO"
                               MOVE PRM-MODE TO WS-RUN-MODE
                           WHEN "SIMU"
                               MOVE "FOL " TO WS-RUN-MODE
                               SET MODO-SIMULACAO TO TRUE
                           WHEN OTHER
                               DISPLAY "ERRO: modo invalido em "
                                       "payrollrun.parm: " PRM-MODE
                                       " (use FOL, DEC1, DEC2, ADTO "
                                       "ou SIMU)"
                               MOVE "Y" TO WS-ERROR-FLAG
                               MOVE 8 TO RETURN-CODE
                       END-EVALUATE
               END-READ
               CLOSE RUN-MODE-PARM-FILE
           ELSE
               DISPLAY "Aviso: payrollrun.parm nao encontrado, "
                       "assumindo folha mensal (FOL)"
           END-IF
           DISPLAY "Modo de execucao: " WS-RUN-MODE
           IF MODO-SIMULACAO
               DISPLAY "SIMULACAO: tabelas propostas, sem gravacao "
                       "em producao"
           END-IF.

      *> Codigo de empresa na linha de comando = particao. So a folha
      *> mensal de producao particiona: 13o, adiantamento e simulacao
      *> continuam rodando a empresa inteira de uma vez.
       LOAD-PARTITION-ARGUMENT.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COMMAND-LINE(1:2) TO WS-PART-COMPANY
           IF WS-COMMAND-LINE(3:) NOT = SPACES OR
              WS-PART-COMPANY(2:1) = SPACE
               DISPLAY "ERRO: empresa invalida na linha de comando: "
                       WS-COMMAND-LINE
               DISPLAY "Uso: payroll_run [<empresa com 2 posicoes>]"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT MODO-FOLHA OR MODO-SIMULACAO
               DISPLAY "ERRO: particao por empresa so na folha mensal "
                       "(FOL) - modo atual: " WS-RUN-MODE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           SET MODO-PARTICAO TO TRUE
           MOVE SPACES TO WS-FILE-NAMES
           STRING "payroll_register_" WS-PART-COMPANY ".txt"
                  DELIMITED BY SIZE INTO WS-REGISTER-FILENAME
           STRING "../data/payroll_detail_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-DETAIL-FILENAME
           STRING "../data/payroll_history_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PART-HIST-FILENAME
           STRING "../data/fgts_deposit_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-FGTS-FILENAME
           STRING "../data/garnish_payments_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-GARNPAY-FILENAME
           STRING "../data/loan_deductions_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-LOANDED-FILENAME
           STRING "../data/pension_deductions_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PENSDED-FILENAME
           STRING "../data/payroll_" WS-PART-COMPANY ".ckpt"
                  DELIMITED BY SIZE INTO WS-CKPT-FILENAME
           STRING "../data/payroll_elements_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-ELEMOUT-FILENAME
           STRING "../data/payroll_partition_" WS-PART-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PARTCTL-FILENAME
      *> O historico acumulado ainda e lido (adiantamentos do mes)
      *> antes de a rodada passar a gravar no historico da particao.
           MOVE "../data/payroll_history.dat" TO WS-HISTORY-FILENAME
           DISPLAY "Particao da empresa: " WS-PART-COMPANY.

      *> Competencia ja calculada, paga ou fechada nao recalcula: um
      *> rerun acidental dobrava payroll_history.dat e o informe
      *> anual. Recalculo legitimo passa antes pelo REABRIR do
      *> PERIOD-CONTROL. Sem arquivo de controle (instalacao anterior
      *> ao conceito), a folha roda e o controle passa a existir. O
      *> adiantamento quinzenal passa pela mesma verificacao: depois
      *> da folha do mes calculada ninguem mais o descontaria.
       CHECK-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
                           "REABRIR no PERIOD-CONTROL"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM CHECK-COMPANY-PERIODS.

      *> Linhas por empresa da competencia (folha particionada). A
      *> particao olha so a linha da propria empresa; a rodada
      *> integral recusa se qualquer empresa ja saiu de ABER - ela
      *> recalcularia por cima de uma empresa ja consolidada ou paga.
       CHECK-COMPANY-PERIODS.
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY NOT = SPACES AND NOT PCT-ABERTA
                   IF NOT MODO-PARTICAO
                       DISPLAY "ERRO: competencia " WS-REF-PERIOD
                               " ja tem a empresa " PCT-COMPANY " "
                               PCT-STATE " pela folha particionada - "
                               "rodada integral exige REABRIR da "
                               "competencia"
                       MOVE "Y" TO WS-ERROR-FLAG
                       MOVE 8 TO RETURN-CODE
                       EXIT PERFORM
                   END-IF
                   IF PCT-COMPANY = WS-PART-COMPANY
                       DISPLAY "ERRO: competencia " WS-REF-PERIOD
                               " da empresa " PCT-COMPANY " esta "
                               PCT-STATE " - recalculo exige REABRIR "
                               "da empresa no PERIOD-CONTROL"
                       MOVE "Y" TO WS-ERROR-FLAG
                       MOVE 8 TO RETURN-CODE
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       FIND-REF-PERIOD.
           MOVE 0 TO WS-PER-MATCH
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY = SPACES
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
           IF PCK-REF-PERIOD = WS-REF-PERIOD AND
              PCK-RUN-MODE = WS-RUN-MODE
               MOVE "S" TO WS-PRIOR-RUN-FLAG
               IF MODO-PARTICAO
                   DISPLAY "Rodada anterior incompleta da particao "
                           "detectada (ultima matricula "
                           PCK-LAST-EMP-ID ", " PCK-EMPLOYEES-PAID
                           " pagos) - arquivos da empresa regravados "
                           "do zero"
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Rodada anterior incompleta detectada "
                       "(ultima matricula " PCK-LAST-EMP-ID ", "
                       PCK-EMPLOYEES-PAID " pagos) - descartando os "
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE.

      *> Protecao de rerun do adiantamento: um segundo ADTO na mesma
      *> competencia pagaria o adiantamento duas vezes pela remessa
      *> avulsa (e a folha descontaria os dois). Mesmo criterio do
      *> 13o - o historico decide, depois do descarte de rodada
      *> caida.
       CHECK-ADVANCE-ALREADY-RUN.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CKPT-EOF
           PERFORM UNTIL WS-CKPT-EOF = "S"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "S" TO WS-CKPT-EOF
                   NOT AT END
                       IF PH-REF-YEAR = WS-YEAR AND
                          PH-REF-MONTH = WS-MONTH AND
                          PH-TYPE-ADIANTAMENTO
                           DISPLAY "ERRO: a competencia " WS-REF-PERIOD
                                   " ja tem adiantamento quinzenal no "
                                   "historico - rerun recusado"
                           MOVE "Y" TO WS-ERROR-FLAG
                           MOVE 8 TO RETURN-CODE
                           MOVE "S" TO WS-CKPT-EOF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE.

      *> Adiantamentos quinzenais pagos na competencia (PH-PAY-TYPE
      *> "ADI" no historico), somados por funcionario para o desconto
      *> na folha mensal, e o saldo de adiantamento que a folha
      *> mensal anterior nao conseguiu descontar (PH-ADVANCE-RESIDUE
      *> do ultimo registro mensal do funcionario antes da
      *> competencia - o mesmo criterio do saldo do estorno de
      *> comissao). Em janeiro, se o ano anterior ja foi selado, a
      *> folha de dezembro esta no arquivo anual e e lida de la. Sem
      *> historico, sem adiantamento e sem saldo, nada a descontar -
      *> a folha de sempre.
       LOAD-ADVANCES-PAID.
           COMPUTE WS-ADV-CUR-PERIOD = WS-YEAR * 100 + WS-MONTH
           IF WS-MONTH = 1
               COMPUTE WS-ADV-PRIOR-YEAR = WS-YEAR - 1
               MOVE WS-ADV-PRIOR-YEAR TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM LOAD-ADVANCE-ARCHIVE
               END-IF
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "N" TO WS-ADV-EOF
               PERFORM UNTIL WS-ADV-EOF = "S"
                   READ PAYROLL-HISTORY-FILE
                       AT END MOVE "S" TO WS-ADV-EOF
                       NOT AT END
                           PERFORM TAKE-ADVANCE-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           DISPLAY "Funcionarios com adiantamento a descontar: "
                   WS-ADV-QTDE.

      *> Ano anterior selado: a folha mensal de dezembro, com o saldo
      *> de adiantamento, so existe no arquivo anual.
       LOAD-ADVANCE-ARCHIVE.
           OPEN INPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: ano " WS-ADV-PRIOR-YEAR " selado e "
                       "arquivo anual nao encontrado: " PSL-ARCHIVE-NAME
                       " - saldo de adiantamento de dezembro nao lido"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ADV-EOF
           PERFORM UNTIL WS-ADV-EOF = "S"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "S" TO WS-ADV-EOF
                   NOT AT END
                       IF PAR-DETAIL
                           MOVE PAR-DET-IMAGE TO PAYROLL-HISTORY-RECORD
                           PERFORM TAKE-ADVANCE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE.

       TAKE-ADVANCE-RECORD.
           IF PH-REF-YEAR NOT NUMERIC OR PH-REF-MONTH NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF PH-REF-YEAR = WS-YEAR AND
              PH-REF-MONTH = WS-MONTH AND
              PH-TYPE-ADIANTAMENTO
               PERFORM STORE-ADVANCE-ENTRY
               EXIT PARAGRAPH
           END-IF
           IF PH-TYPE-FOLHA
               COMPUTE WS-ADV-WORK-PERIOD =
                   PH-REF-YEAR * 100 + PH-REF-MONTH
               IF WS-ADV-WORK-PERIOD < WS-ADV-CUR-PERIOD
                   PERFORM STORE-ADVANCE-CARRY
               END-IF
           END-IF.

       FIND-ADVANCE-ENTRY.
           MOVE 0 TO WS-ADV-MATCH
           PERFORM VARYING WS-ADV-INDEX FROM 1 BY 1
                   UNTIL WS-ADV-INDEX > WS-ADV-QTDE
               IF WS-ADV-TAB-ID(WS-ADV-INDEX) = PH-EMP-ID
                   MOVE WS-ADV-INDEX TO WS-ADV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       STORE-ADVANCE-ENTRY.
           PERFORM FIND-ADVANCE-ENTRY
           IF WS-ADV-MATCH > 0
               ADD PH-NET-PAY TO WS-ADV-TAB-AMOUNT(WS-ADV-MATCH)
               EXIT PARAGRAPH
           END-IF
           IF WS-ADV-QTDE < 500
               ADD 1 TO WS-ADV-QTDE
               INITIALIZE WS-ADV-ENTRADAS(WS-ADV-QTDE)
               MOVE PH-EMP-ID  TO WS-ADV-TAB-ID(WS-ADV-QTDE)
               MOVE PH-NET-PAY TO WS-ADV-TAB-AMOUNT(WS-ADV-QTDE)
           END-IF.

      *> Vale o saldo da folha mensal mais recente antes da
      *> competencia (na mesma competencia, o ultimo registro lido):
      *> folha posterior sem saldo zera o que veio antes. Registro
      *> anterior ao campo conta como saldo zero.
       STORE-ADVANCE-CARRY.
           MOVE 0 TO WS-ADV-WORK-RESIDUE
           IF PH-ADVANCE-RESIDUE NUMERIC
               MOVE PH-ADVANCE-RESIDUE TO WS-ADV-WORK-RESIDUE
           END-IF
           PERFORM FIND-ADVANCE-ENTRY
           IF WS-ADV-MATCH > 0
               IF WS-ADV-WORK-PERIOD >=
                  WS-ADV-TAB-CARRY-PER(WS-ADV-MATCH)
                   MOVE WS-ADV-WORK-PERIOD
                       TO WS-ADV-TAB-CARRY-PER(WS-ADV-MATCH)
                   MOVE WS-ADV-WORK-RESIDUE
                       TO WS-ADV-TAB-CARRY(WS-ADV-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-ADV-WORK-RESIDUE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ADV-QTDE < 500
               ADD 1 TO WS-ADV-QTDE
               INITIALIZE WS-ADV-ENTRADAS(WS-ADV-QTDE)
               MOVE PH-EMP-ID TO WS-ADV-TAB-ID(WS-ADV-QTDE)
               MOVE WS-ADV-WORK-PERIOD
                   TO WS-ADV-TAB-CARRY-PER(WS-ADV-QTDE)
               MOVE WS-ADV-WORK-RESIDUE
                   TO WS-ADV-TAB-CARRY(WS-ADV-QTDE)
           END-IF.

       COUNT-HISTORY-RECORDS.
           MOVE 0 TO WS-HISTORY-BASE
           OPEN INPUT PAYROLL-HISTORY-FILE
           OPEN OUTPUT CKPT-FILE
           CLOSE CKPT-FILE.

      *> Controle da particao: INIC no arranque (a queda no meio deixa
      *> a empresa retida no merge) e CALC com os totais no final.
       WRITE-PARTITION-CONTROL.
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar "
                       WS-PARTCTL-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES            TO PARTITION-CONTROL-RECORD
           MOVE WS-PART-COMPANY   TO PTC-COMPANY
           MOVE WS-REF-PERIOD     TO PTC-PERIOD
           MOVE WS-PTC-STATE      TO PTC-STATE
           MOVE WS-EMPLOYEES-PAID TO PTC-EMPLOYEES
           MOVE WS-TOTAL-BRUTO    TO PTC-GROSS
           MOVE WS-TOTAL-INSS     TO PTC-INSS
           MOVE WS-TOTAL-IRRF     TO PTC-IRRF
           MOVE WS-TOTAL-LIQUIDO  TO PTC-NET
           MOVE BDT-DATE          TO PTC-UPDATE-DATE
           ACCEPT PTC-UPDATE-TIME FROM TIME
           WRITE PARTITION-CONTROL-RECORD
           CLOSE PARTITION-CONTROL-FILE
           DISPLAY "Controle da particao " WS-PART-COMPANY ": "
                   WS-PTC-STATE.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS = "00"
           DISPLAY "Funcionarios com extras na competencia: "
                   WS-OT-QTDE.

      *> Comissao a pagar da competencia de referencia gravada pelo
      *> SALES-COMMISSION; dois registros do mesmo funcionario somam.
      *> Sem commission_payable.dat a folha roda sem comissao.
       LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-FILE
           IF WS-COMMISSION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: commission_payable.dat nao encontrado - "
                       "folha sem comissoes"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COMMISSION-FILE-STATUS NOT = "00"
               READ COMMISSION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CMP-PERIOD = WS-REF-PERIOD AND
                          CMP-PAYABLE NUMERIC
                           PERFORM STORE-COMMISSION-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-FILE
           DISPLAY "Funcionarios com comissao na competencia: "
                   WS-CM-QTDE.

       STORE-COMMISSION-ENTRY.
           PERFORM VARYING WS-CM-INDEX FROM 1 BY 1
                   UNTIL WS-CM-INDEX > WS-CM-QTDE
               IF WS-CM-TAB-ID(WS-CM-INDEX) = CMP-EMP-ID
                   ADD CMP-PAYABLE TO WS-CM-TAB-AMOUNT(WS-CM-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CM-QTDE < 500
               ADD 1 TO WS-CM-QTDE
               MOVE CMP-EMP-ID  TO WS-CM-TAB-ID(WS-CM-QTDE)
               MOVE CMP-PAYABLE TO WS-CM-TAB-AMOUNT(WS-CM-QTDE)
           END-IF.

      *> Janela da media de comissoes do 13o: as folhas mensais do
      *> ano de referencia. Le o historico acumulado, antes da troca
      *> para o arquivo da particao.
       LOAD-13TH-COMMISSION-AVERAGES.
           COMPUTE CAV-FROM-PERIOD = WS-YEAR * 100 + 1
           COMPUTE CAV-TO-PERIOD   = WS-YEAR * 100 + 12
           PERFORM CAV-LOAD-AVERAGES
           DISPLAY "Funcionarios com media de comissoes no 13o: "
                   CAV-QTDE.

      *> Dias uteis e de descanso da competencia para o reflexo das
      *> extras no DSR: domingo e feriado do calendario sao descanso;
      *> sabado e dia util para o DSR (feriado no sabado e descanso).
       COUNT-DSR-DAYS.
           MOVE 0 TO WS-DSR-BUSINESS-DAYS
           MOVE 0 TO WS-DSR-REST-DAYS
           MOVE WS-YEAR  TO DATE-VAL-YEAR
           MOVE WS-MONTH TO DATE-VAL-MONTH
           PERFORM DATE-VAL-CALC-DAYS-IN-MONTH
           PERFORM VARYING WS-DSR-DAY FROM 1 BY 1
                   UNTIL WS-DSR-DAY > DATE-VAL-DAYS-IN-MONTH
               PERFORM CLASSIFY-DSR-DAY
           END-PERFORM
           DISPLAY "Dias uteis / descanso na competencia (DSR): "
                   WS-DSR-BUSINESS-DAYS " / " WS-DSR-REST-DAYS.

       CLASSIFY-DSR-DAY.
           COMPUTE BIZ-DATE-IN =
               WS-YEAR * 10000 + WS-MONTH * 100 + WS-DSR-DAY
           PERFORM BIZ-CHECK-DAY
           MOVE "N" TO WS-DSR-REST-FLAG
           IF BIZ-WEEKDAY = 0
               MOVE "S" TO WS-DSR-REST-FLAG
           ELSE
               PERFORM VARYING BIZ-HOL-INDEX FROM 1 BY 1
                       UNTIL BIZ-HOL-INDEX > BIZ-HOL-QTDE
                   IF BIZ-HOL-DATE(BIZ-HOL-INDEX) = BIZ-DATE-IN
                       MOVE "S" TO WS-DSR-REST-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-DSR-REST-FLAG = "S"
               ADD 1 TO WS-DSR-REST-DAYS
           ELSE
               ADD 1 TO WS-DSR-BUSINESS-DAYS
           END-IF.

      *> A regravacao do detalhe (toda rodada abre OUTPUT) nao pode
      *> destruir pagamentos fora do ciclo ainda nao remetidos: os
      *> registros NAO mensais sem a marca "R" (13o, ferias, acerto,
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF WS-OT-TAB-ID(WS-OT-INDEX) = OTH-EMP-ID
                   ADD OTH-HOURS TO WS-OT-TAB-HOURS(WS-OT-INDEX)
                   IF OTH-NIGHT-HOURS IS NUMERIC
                       ADD OTH-NIGHT-HOURS
                           TO WS-OT-TAB-NIGHT(WS-OT-INDEX)
                   END-IF
                   IF OTH-REGULAR-HOURS IS NUMERIC
                       ADD OTH-REGULAR-HOURS
                           TO WS-OT-TAB-REGULAR(WS-OT-INDEX)
                   END-IF
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
               ADD 1 TO WS-OT-QTDE
               MOVE OTH-EMP-ID TO WS-OT-TAB-ID(WS-OT-QTDE)
               MOVE OTH-HOURS  TO WS-OT-TAB-HOURS(WS-OT-QTDE)
               MOVE 0          TO WS-OT-TAB-NIGHT(WS-OT-QTDE)
               IF OTH-NIGHT-HOURS IS NUMERIC
                   MOVE OTH-NIGHT-HOURS
                       TO WS-OT-TAB-NIGHT(WS-OT-QTDE)
               END-IF
               MOVE 0          TO WS-OT-TAB-REGULAR(WS-OT-QTDE)
               IF OTH-REGULAR-HOURS IS NUMERIC
                   MOVE OTH-REGULAR-HOURS
                       TO WS-OT-TAB-REGULAR(WS-OT-QTDE)
               END-IF
           END-IF.

      *> Conta os dependentes de cada titular para a deducao do IRRF.
                   AT END CONTINUE
                   NOT AT END
                       PERFORM COUNT-ONE-DEPENDENT
                       PERFORM STORE-DEPENDENT-LIFE
               END-READ
           END-PERFORM
           CLOSE DEPENDENTS-FILE
           DISPLAY "Titulares com dependentes: " WS-DEP-TAB-QTDE.

      *> Dependente que entrou depois do corte (DEP-START-PERIOD) so
      *> conta na deducao a partir da competencia dele; no plano de
      *> saude a vida conta desde a inclusao.
       COUNT-ONE-DEPENDENT.
           IF DEP-START-PERIOD NUMERIC AND
              DEP-START-PERIOD > WS-REF-PERIOD
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEP-TAB-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-TAB-INDEX > WS-DEP-TAB-QTDE
               IF WS-DEP-TAB-ID(WS-DEP-TAB-INDEX) = DEP-EMP-ID
           MOVE DEP-EMP-ID TO WS-DEP-TAB-ID(WS-DEP-TAB-QTDE)
           MOVE 1 TO WS-DEP-TAB-COUNT(WS-DEP-TAB-QTDE).

      *> Nome e nascimento de cada dependente, para a idade da vida
      *> no plano de saude.
       STORE-DEPENDENT-LIFE.
           IF WS-DPL-QTDE < 1000
               ADD 1 TO WS-DPL-QTDE
               MOVE DEP-EMP-ID     TO WS-DPL-EMP(WS-DPL-QTDE)
               MOVE DEP-NAME       TO WS-DPL-NAME(WS-DPL-QTDE)
               MOVE DEP-BIRTH-DATE TO WS-DPL-BIRTH(WS-DPL-QTDE)
           END-IF.

      *> Pre-critica de admissoes: guarda os admitidos na competencia
      *> que o ONBOARDING-CHECK marcou como pendentes.
       LOAD-ONBOARDING-PENDING.
           OPEN INPUT ONBOARDING-FILE
           IF WS-ONBOARD-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: onboarding_checklist.dat nao encontrado "
                       "- admissoes da competencia sem pre-critica"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ONBOARD-FILE-STATUS NOT = "00"
               READ ONBOARDING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ONB-PENDING AND
                          ONB-HIRE-DATE(1:6) = WS-REF-PERIOD AND
                          WS-ONB-QTDE < 200
                           ADD 1 TO WS-ONB-QTDE
                           MOVE ONB-EMP-ID
                               TO WS-ONB-EMP-ID(WS-ONB-QTDE)
                           MOVE ONB-HIRE-DATE
                               TO WS-ONB-HIRE-DATE(WS-ONB-QTDE)
                           MOVE ONB-DAYS-PENDING
                               TO WS-ONB-DAYS(WS-ONB-QTDE)
                           MOVE ONB-ITEMS
                               TO WS-ONB-ITEMS(WS-ONB-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ONBOARDING-FILE
           DISPLAY "Admissoes da competencia com cadastro incompleto: "
                   WS-ONB-QTDE.

      *> Secao da pre-critica no cabecalho do registro: uma linha por
      *> admitido pendente, com os itens que faltam.
       WRITE-ONBOARDING-SECTION.
           WRITE REGISTER-LINE FROM SEPARATOR
           MOVE "PRE-CRITICA: ADMISSOES DA COMPETENCIA COM CADASTRO "
               & "INCOMPLETO - CORRIGIR ANTES DA REMESSA BANCARIA"
               TO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM VARYING WS-ONB-INDEX FROM 1 BY 1
                   UNTIL WS-ONB-INDEX > WS-ONB-QTDE
               PERFORM BUILD-ONBOARDING-MISSING
               MOVE WS-ONB-HIRE-DATE(WS-ONB-INDEX)(7:2)
                   TO WS-ONB-HIRE-DD
               MOVE WS-ONB-HIRE-DATE(WS-ONB-INDEX)(5:2)
                   TO WS-ONB-HIRE-MM
               MOVE WS-ONB-HIRE-DATE(WS-ONB-INDEX)(1:4)
                   TO WS-ONB-HIRE-AAAA
               MOVE WS-ONB-DAYS(WS-ONB-INDEX) TO WS-ONB-DAYS-EDIT
               MOVE SPACES TO REGISTER-LINE
               STRING "  " WS-ONB-EMP-ID(WS-ONB-INDEX)
                      "  ADMISSAO " WS-ONB-HIRE-EDIT
                      "  DIAS " WS-ONB-DAYS-EDIT
                      "  FALTA: " WS-ONB-MISSING
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               DISPLAY "Aviso: admissao " WS-ONB-EMP-ID(WS-ONB-INDEX)
                       " com cadastro incompleto - "
                       WS-ONB-MISSING(1:WS-ONB-POINTER - 1)
           END-PERFORM.

       BUILD-ONBOARDING-MISSING.
           MOVE SPACES TO WS-ONB-MISSING
           MOVE 1 TO WS-ONB-POINTER
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(1:1) = "N"
               STRING "DADOS-PESSOAIS " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(2:1) = "N"
               STRING "DADOS-BANCARIOS " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(3:1) = "N"
               STRING "DECL-DEPENDENTES " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(4:1) = "N"
               STRING "CERTIFICACAO " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(5:1) = "N"
               STRING "CARGO " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-ITEMS(WS-ONB-INDEX)(6:1) = "N"
               STRING "SINDICATO " DELIMITED BY SIZE
                   INTO WS-ONB-MISSING WITH POINTER WS-ONB-POINTER
           END-IF
           IF WS-ONB-POINTER = 1
               MOVE "?" TO WS-ONB-MISSING
               MOVE 2 TO WS-ONB-POINTER
           END-IF.

      *> Carrega a tabela de rubricas e as recorrencias por
      *> funcionario. Sem os arquivos, folha sem rubrica - o
      *> comportamento historico.
       LOAD-PAY-ELEMENTS.
           OPEN INPUT ELEMENT-PARM-FILE
           IF WS-ELPARM-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payelements.parm nao encontrado - "
                       "folha sem rubricas configuraveis"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ELPARM-FILE-STATUS NOT = "00"
               READ ELEMENT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
           CLOSE GARNISHMENT-FILE
           DISPLAY "Ordens judiciais vigentes: " WS-GRN-QTDE.

      *> Carrega os contratos de consignado ativos com parcela a
      *> vencer. Sem o arquivo, folha sem consignado - o
      *> comportamento historico.
       LOAD-LOAN-CONTRACTS.
           OPEN INPUT LOAN-CONTRACT-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: loan_contracts.dat nao encontrado "
                       "- folha sem consignado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-CONTRACT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LNC-ATIVO AND
                          LNC-PAID < LNC-INSTALLMENTS
                           IF WS-LNC-QTDE < 300
                               ADD 1 TO WS-LNC-QTDE
                               MOVE LOAN-CONTRACT-RECORD
                                   TO WS-LNC-REG(WS-LNC-QTDE)
                           ELSE
                               DISPLAY "Aviso: contrato fora da "
                                       "tabela ignorado ("
                                       LNC-CONTRACT-ID ")"
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-CONTRACT-FILE
           DISPLAY "Contratos de consignado ativos: " WS-LNC-QTDE.

      *> Carrega os sindicatos e, se houver algum, o sindicato de
      *> cada departamento. Sem union_master.dat, folha sem
      *> contribuicao sindical - o comportamento historico.
       LOAD-UNION-MASTER.
           OPEN INPUT UNION-MASTER-FILE
           IF WS-UNION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: union_master.dat nao encontrado "
                       "- folha sem contribuicao sindical"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNION-FILE-STATUS NOT = "00"
               READ UNION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UN-IS-ACTIVE AND WS-UNION-QTDE < 20
                           ADD 1 TO WS-UNION-QTDE
                           MOVE UN-CODE
                               TO WS-UNION-CODE(WS-UNION-QTDE)
                           MOVE UN-DUES-TYPE
                               TO WS-UNION-DUES-TYPE(WS-UNION-QTDE)
                           MOVE UN-DUES-RATE
                               TO WS-UNION-DUES-RATE(WS-UNION-QTDE)
                           MOVE UN-DUES-AMOUNT
                               TO WS-UNION-DUES-AMT(WS-UNION-QTDE)
                           MOVE UN-DUES-CAP
                               TO WS-UNION-DUES-CAP(WS-UNION-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-MASTER-FILE
           DISPLAY "Sindicatos ativos: " WS-UNION-QTDE
           IF WS-UNION-QTDE = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: dept_master.dat nao encontrado "
                       "- so o sindicato proprio do funcionario vale"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPT-FILE-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPT-UNION-CODE NOT = SPACES AND
                          WS-DPU-QTDE < 30
                           ADD 1 TO WS-DPU-QTDE
                           MOVE DEPT-NAME
                               TO WS-DPU-NAME(WS-DPU-QTDE)
                           MOVE DEPT-UNION-CODE
                               TO WS-DPU-UNION(WS-DPU-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

      *> Carrega as faixas dos planos de saude/odonto e as adesoes
      *> vigentes na competencia (inicio ate o fim do mes, fim zerado
      *> ou a partir do dia 1). Sem a tabela ou sem as adesoes,
      *> folha sem plano de saude.
       LOAD-HEALTH-PLANS.
           OPEN INPUT HEALTH-PLAN-FILE
           IF WS-HPLAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: healthplan.parm nao encontrado "
                       "- folha sem plano de saude"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HPLAN-FILE-STATUS NOT = "00"
               READ HEALTH-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-HPL-QTDE < 60 AND HPL-PREMIUM NUMERIC
                           ADD 1 TO WS-HPL-QTDE
                           MOVE HPL-PLAN-CODE
                               TO WS-HPL-CODE(WS-HPL-QTDE)
                           MOVE HPL-TIER TO WS-HPL-TIER(WS-HPL-QTDE)
                           MOVE HPL-AGE-FROM
                               TO WS-HPL-AGE-FROM(WS-HPL-QTDE)
                           MOVE HPL-AGE-TO TO WS-HPL-AGE-TO(WS-HPL-QTDE)
                           MOVE HPL-PREMIUM
                               TO WS-HPL-PREMIUM(WS-HPL-QTDE)
                           MOVE HPL-PCT-TITULAR
                               TO WS-HPL-PCT-TIT(WS-HPL-QTDE)
                           MOVE HPL-PCT-DEPENDENT
                               TO WS-HPL-PCT-DEP(WS-HPL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-PLAN-FILE
           DISPLAY "Faixas de planos de saude: " WS-HPL-QTDE
           IF WS-HPL-QTDE = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT BENEFIT-ENROLL-FILE
           IF WS-BENE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: benefits_enrollment.dat nao encontrado "
                       "- folha sem plano de saude"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BENE-FILE-STATUS NOT = "00"
               READ BENEFIT-ENROLL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BNE-START-DATE NUMERIC AND
                          BNE-START-DATE <= WS-REF-PERIOD * 100 + 31
                          AND (BNE-END-DATE NOT NUMERIC OR
                               BNE-END-DATE = ZEROS OR
                               BNE-END-DATE >= WS-REF-PERIOD * 100 + 1)
                           PERFORM STORE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-ENROLL-FILE
           DISPLAY "Adesoes a plano de saude vigentes: " WS-BNE-QTDE.

      *> Pedidos de vale-transporte feitos para a competencia da
      *> folha (o TRANSIT-ORDER roda no mes anterior ao de uso). Sem
      *> o arquivo, folha sem vale-transporte.
       LOAD-TRANSIT-ORDERS.
           OPEN INPUT TRANSIT-ORDER-FILE
           IF WS-TRANSIT-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: transit_order.dat nao encontrado "
                       "- folha sem vale-transporte"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TRANSIT-FILE-STATUS NOT = "00"
               READ TRANSIT-ORDER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRO-REF-PERIOD = WS-REF-PERIOD AND
                          TRO-AMOUNT NUMERIC AND
                          WS-TRO-QTDE < 1000
                           ADD 1 TO WS-TRO-QTDE
                           MOVE TRO-EMP-ID TO WS-TRO-EMP(WS-TRO-QTDE)
                           MOVE TRO-DAYS TO WS-TRO-DAYS(WS-TRO-QTDE)
                           MOVE TRO-AMOUNT
                               TO WS-TRO-AMOUNT(WS-TRO-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSIT-ORDER-FILE
           DISPLAY "Pedidos de vale-transporte na competencia: "
                   WS-TRO-QTDE.

      *> Planos de previdencia complementar e as adesoes que
      *> contribuem na competencia: inicio ate o fim do mes e fora de
      *> suspensao (inicio da suspensao ate o fim do mes, com fim
      *> zerado ou a partir do dia 1). Sem a tabela ou sem as adesoes,
      *> folha sem previdencia.
       LOAD-PENSION-PLANS.
           OPEN INPUT PENSION-PLAN-FILE
           IF WS-PPLAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: pensionplan.parm nao encontrado "
                       "- folha sem previdencia complementar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PPLAN-FILE-STATUS NOT = "00"
               READ PENSION-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PNP-QTDE < 20 AND
                          PNP-MATCH-PCT NUMERIC AND
                          PNP-MATCH-CAP-PCT NUMERIC
                           ADD 1 TO WS-PNP-QTDE
                           MOVE PNP-PLAN-CODE
                               TO WS-PNP-CODE(WS-PNP-QTDE)
                           MOVE PNP-MATCH-PCT
                               TO WS-PNP-MATCH-PCT(WS-PNP-QTDE)
                           MOVE PNP-MATCH-CAP-PCT
                               TO WS-PNP-CAP-PCT(WS-PNP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-PLAN-FILE
           DISPLAY "Planos de previdencia complementar: " WS-PNP-QTDE
           IF WS-PNP-QTDE = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PENSION-ENROLL-FILE
           IF WS-PENR-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: pension_enrollment.dat nao encontrado "
                       "- folha sem previdencia complementar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENR-FILE-STATUS NOT = "00"
               READ PENSION-ENROLL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PNE-START-DATE NUMERIC AND
                          PNE-EMP-PCT NUMERIC AND PNE-EMP-PCT > 0 AND
                          PNE-START-DATE <= WS-REF-PERIOD * 100 + 31
                           PERFORM STORE-PENSION-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-ENROLL-FILE
           DISPLAY "Adesoes a previdencia contribuindo: " WS-PNE-QTDE.

       STORE-PENSION-ENROLLMENT.
           IF PNE-SUSP-FROM NUMERIC AND PNE-SUSP-FROM NOT = ZEROS AND
              PNE-SUSP-FROM <= WS-REF-PERIOD * 100 + 31 AND
              (PNE-SUSP-TO NOT NUMERIC OR PNE-SUSP-TO = ZEROS OR
               PNE-SUSP-TO >= WS-REF-PERIOD * 100 + 1)
               EXIT PARAGRAPH
           END-IF
           IF WS-PNE-QTDE NOT < 1000
               DISPLAY "Aviso: adesao a previdencia fora da tabela "
                       "ignorada (" PNE-EMP-ID " " PNE-PLAN-CODE ")"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PNE-QTDE
           MOVE PNE-EMP-ID      TO WS-PNE-EMP(WS-PNE-QTDE)
           MOVE PNE-PLAN-CODE   TO WS-PNE-PLAN(WS-PNE-QTDE)
           MOVE PNE-PARTICIPANT TO WS-PNE-PARTICIPANT(WS-PNE-QTDE)
           MOVE PNE-EMP-PCT     TO WS-PNE-PCT(WS-PNE-QTDE).

       STORE-ENROLLMENT.
           IF WS-BNE-QTDE NOT < 1000
               DISPLAY "Aviso: adesao fora da tabela ignorada ("
                       BNE-EMP-ID " " BNE-PLAN-CODE ")"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BNE-QTDE
           MOVE BNE-EMP-ID    TO WS-BNE-EMP(WS-BNE-QTDE)
           MOVE BNE-LIFE-TYPE TO WS-BNE-TYPE(WS-BNE-QTDE)
           MOVE BNE-DEP-NAME  TO WS-BNE-NAME(WS-BNE-QTDE)
           MOVE BNE-PLAN-CODE TO WS-BNE-PLAN(WS-BNE-QTDE)
           MOVE BNE-TIER      TO WS-BNE-TIER(WS-BNE-QTDE).

      *> Carrega as declaracoes de vinculo externo da competencia
      *> (external_employment.dat, EXTEMPL.cpy): salario e INSS ja
      *> retido pelo outro empregador de quem tem mais de um emprego.
      *> Alimentam a base combinada do INSS do CPF - o teto vale para
      *> a soma dos vinculos e o retido fora abate a contribuicao
      *> daqui. Linhas de outras competencias sao ignoradas; valor nao
      *> numerico sai no aviso e a linha nao conta. Sem o arquivo,
      *> so os vinculos da propria empresa entram na base.
       LOAD-EXTERNAL-EMPLOYMENT.
           OPEN INPUT EXT-EMPLOYMENT-FILE
           IF WS-EXTEMP-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXTEMP-FILE-STATUS NOT = "00"
               READ EXT-EMPLOYMENT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EXT-REF-PERIOD = WS-REF-PERIOD
                           PERFORM STORE-EXTERNAL-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXT-EMPLOYMENT-FILE
           DISPLAY "Funcionarios com vinculo externo declarado: "
                   WS-EXT-QTDE.

       STORE-EXTERNAL-ENTRY.
           IF EXT-SALARY NOT NUMERIC OR EXT-INSS-WITHHELD NOT NUMERIC
               DISPLAY "Aviso: declaracao de vinculo externo com valor "
                       "invalido ignorada (" EXT-EMP-ID ")"
               EXIT PARAGRAPH
           END-IF
           PERFORM FIND-EXTERNAL-ENTRY
           IF WS-EXT-MATCH = 0
               IF WS-EXT-QTDE NOT < 500
                   DISPLAY "Aviso: tabela de vinculos externos cheia - "
                           EXT-EMP-ID " ignorado"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-EXT-QTDE
               MOVE WS-EXT-QTDE TO WS-EXT-MATCH
               MOVE EXT-EMP-ID TO WS-EXT-TAB-ID(WS-EXT-MATCH)
               MOVE 0 TO WS-EXT-TAB-SALARY(WS-EXT-MATCH)
               MOVE 0 TO WS-EXT-TAB-INSS(WS-EXT-MATCH)
           END-IF
           ADD EXT-SALARY TO WS-EXT-TAB-SALARY(WS-EXT-MATCH)
           ADD EXT-INSS-WITHHELD TO WS-EXT-TAB-INSS(WS-EXT-MATCH).

      *> Procura EXT-EMP-ID na tabela de vinculos externos.
       FIND-EXTERNAL-ENTRY.
           MOVE 0 TO WS-EXT-MATCH
           PERFORM VARYING WS-EXT-INDEX FROM 1 BY 1
                   UNTIL WS-EXT-INDEX > WS-EXT-QTDE
               IF WS-EXT-TAB-ID(WS-EXT-INDEX) = EXT-EMP-ID
                   MOVE WS-EXT-INDEX TO WS-EXT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Matriculas e CPFs de personal_data.dat. Candidatas a base
      *> combinada: CPF repetido em outra matricula ou declaracao
      *> externa na competencia. Sem o arquivo, so as declaracoes
      *> externas sao consideradas.
       LOAD-CPF-LINKS.
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: personal_data.dat nao encontrado - "
                       "INSS sem agrupamento de vinculos por CPF"
           ELSE
               PERFORM UNTIL WS-PERSONAL-FILE-STATUS NOT = "00"
                   READ PERSONAL-DATA-FILE NEXT RECORD
                       AT END CONTINUE
                       NOT AT END
                           PERFORM STORE-CPF-LINK
                   END-READ
               END-PERFORM
               CLOSE PERSONAL-DATA-FILE
           END-IF
           IF WS-VIN-OVERFLOW > 0
               DISPLAY "Aviso: tabela de vinculos por CPF cheia - "
                       WS-VIN-OVERFLOW " matricula(s) sem agrupamento"
           END-IF
           PERFORM VARYING WS-EXT-INDEX FROM 1 BY 1
                   UNTIL WS-EXT-INDEX > WS-EXT-QTDE
               PERFORM LINK-EXTERNAL-DECLARATION
           END-PERFORM
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               PERFORM VARYING WS-VIN-OTHER FROM WS-VIN-INDEX BY 1
                       UNTIL WS-VIN-OTHER > WS-VIN-QTDE
                   IF WS-VIN-OTHER NOT = WS-VIN-INDEX AND
                      WS-VIN-CPF(WS-VIN-OTHER) =
                      WS-VIN-CPF(WS-VIN-INDEX)
                       MOVE "C" TO WS-VIN-STATUS(WS-VIN-INDEX)
                       MOVE "C" TO WS-VIN-STATUS(WS-VIN-OTHER)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-CANDIDATO(WS-VIN-INDEX)
                   ADD 1 TO WS-VIN-CANDIDATES
               END-IF
           END-PERFORM.

       STORE-CPF-LINK.
           IF PRS-CPF = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-VIN-QTDE NOT < 5000
               ADD 1 TO WS-VIN-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIN-QTDE
           MOVE PRS-CPF    TO WS-VIN-CPF(WS-VIN-QTDE)
           MOVE PRS-EMP-ID TO WS-VIN-EMP(WS-VIN-QTDE)
           MOVE SPACE      TO WS-VIN-STATUS(WS-VIN-QTDE)
           MOVE 0 TO WS-VIN-BASE(WS-VIN-QTDE)
           MOVE 0 TO WS-VIN-EXT-SALARY(WS-VIN-QTDE)
           MOVE 0 TO WS-VIN-EXT-INSS(WS-VIN-QTDE).

      *> Declaracao externa vai para a matricula no grupo do CPF; sem
      *> CPF, a matricula entra sozinha (a propria matricula no lugar
      *> do CPF) e sai no aviso.
       LINK-EXTERNAL-DECLARATION.
           MOVE 0 TO WS-VIN-MATCH
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-EMP(WS-VIN-INDEX) = WS-EXT-TAB-ID(WS-EXT-INDEX)
                   MOVE WS-VIN-INDEX TO WS-VIN-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VIN-MATCH = 0
               IF WS-VIN-QTDE NOT < 5000
                   ADD 1 TO WS-VIN-OVERFLOW
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "Aviso: vinculo externo de "
                       WS-EXT-TAB-ID(WS-EXT-INDEX)
                       " sem CPF em personal_data.dat"
               ADD 1 TO WS-VIN-QTDE
               MOVE WS-VIN-QTDE TO WS-VIN-MATCH
               MOVE WS-EXT-TAB-ID(WS-EXT-INDEX)
                   TO WS-VIN-CPF(WS-VIN-MATCH)
               MOVE WS-EXT-TAB-ID(WS-EXT-INDEX)
                   TO WS-VIN-EMP(WS-VIN-MATCH)
               MOVE 0 TO WS-VIN-BASE(WS-VIN-MATCH)
           END-IF
           MOVE "C" TO WS-VIN-STATUS(WS-VIN-MATCH)
           MOVE WS-EXT-TAB-SALARY(WS-EXT-INDEX)
               TO WS-VIN-EXT-SALARY(WS-VIN-MATCH)
           MOVE WS-EXT-TAB-INSS(WS-EXT-INDEX)
               TO WS-VIN-EXT-INSS(WS-VIN-MATCH).

      *> Carrega a classificacao dos tipos de afastamento. Sem
      *> abstype.parm todo tipo vale como remunerado - a folha cheia
      *> de sempre, com aviso para a operacao providenciar o parm.
           COMPUTE WS-MONTH-END-DATE =
               WS-YEAR * 10000 + WS-MONTH * 100 +
               DATE-VAL-DAYS-IN-MONTH
           MOVE DATE-VAL-DAYS-IN-MONTH TO WS-MONTH-DAYS
           COMPUTE WS-MONTH-START-INT = FUNCTION INTEGER-OF-DATE
               (WS-YEAR * 10000 + WS-MONTH * 100 + 1)
           COMPUTE WS-MONTH-END-INT =
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           IF ILV-OVERFLOW = "S"
               DISPLAY "Aviso: mais de 1000 licencas MED/MAT em "
                       "absence_transactions.dat - excedentes fora do "
                       "calculo do INSS"
           END-IF
           PERFORM ILV-LINK-CHAINS
           PERFORM VARYING ILV-INDEX FROM 1 BY 1
                   UNTIL ILV-INDEX > ILV-QTDE
               PERFORM APPLY-INSS-LEAVE
           END-PERFORM
           DISPLAY "Funcionarios com desconto de afastamento: "
                   WS-UNP-QTDE.

      *> Licenca medica e licenca-maternidade tem tratamento legal
      *> fixo (INSSLV-RTN) e vao para a tabela de cadeias; os demais
      *> tipos seguem a classificacao de abstype.parm.
       CLASSIFY-ONE-ABSENCE.
           IF ABS-MEDICA OR ABS-MATERNIDADE
               MOVE ABS-EMP-ID     TO ILV-NEW-EMP-ID
               MOVE ABS-TYPE       TO ILV-NEW-TYPE
               MOVE ABS-START-DATE TO ILV-NEW-START
               MOVE ABS-END-DATE   TO ILV-NEW-END
               PERFORM ILV-INSERT-LEAVE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ABT-INDEX FROM 1 BY 1
                   UNTIL WS-ABT-INDEX > WS-ABT-QTDE
               IF WS-ABT-TYPE(WS-ABT-INDEX) = ABS-TYPE
               END-IF
           END-PERFORM.

      *> Afastamento com ABS-PAY-PERIOD (falta FNJ e perda de DSR do
      *> ABSENCE-DETECT) desconta inteiro na competencia indicada, nao
      *> na do dia - a falta confirmada depois do fechamento cai na
      *> folha seguinte.
       ACCUMULATE-UNPAID-DAYS.
           IF ABS-PAY-PERIOD NUMERIC AND ABS-PAY-PERIOD > 0
               PERFORM ACCUMULATE-DEFERRED-DAYS
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-ABS-START-INT =
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE)
           COMPUTE WS-ABS-END-INT =
               FUNCTION INTEGER-OF-DATE(ABS-END-DATE)
           MOVE ABS-EMP-ID TO WS-UNP-EMP-ID
           SET UNP-KIND-DESCONTO TO TRUE
           PERFORM ADD-UNPAID-INTERVAL.

       ACCUMULATE-DEFERRED-DAYS.
           IF ABS-PAY-PERIOD NOT = WS-REF-PERIOD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-OVERLAP-DAYS =
               FUNCTION INTEGER-OF-DATE(ABS-END-DATE) -
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE) + 1
           IF WS-OVERLAP-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           MOVE ABS-EMP-ID TO WS-UNP-EMP-ID
           SET UNP-KIND-DESCONTO TO TRUE
           PERFORM ADD-UNPAID-DAYS.

      *> Parte da licenca a cargo do INSS: na MED, do primeiro dia de
      *> beneficio da cadeia ate o fim da licenca (sai do bruto como
      *> afastamento); na MAT, a licenca inteira (paga e compensada).
      *> Licenca MED ainda dentro dos 15 dias da empresa nao entra.
       APPLY-INSS-LEAVE.
           IF ILV-BENEFIT-INT(ILV-INDEX) = 0
               EXIT PARAGRAPH
           END-IF
           MOVE ILV-BENEFIT-INT(ILV-INDEX) TO WS-ABS-START-INT
           MOVE ILV-END-INT(ILV-INDEX)     TO WS-ABS-END-INT
           MOVE ILV-EMP-ID(ILV-INDEX)      TO WS-UNP-EMP-ID
           IF ILV-MATERNIDADE(ILV-INDEX)
               SET UNP-KIND-MATERNIDADE TO TRUE
           ELSE
               SET UNP-KIND-INSS TO TRUE
           END-IF
           PERFORM ADD-UNPAID-INTERVAL.

      *> Soma a intersecao do intervalo com o mes de referencia no
      *> funcionario. O mes inteiro vale 30 dias (mes comercial) -
      *> fevereiro inteiro afastado desconta o salario todo, nao 28
      *> trinta avos.
       ADD-UNPAID-INTERVAL.
           IF WS-ABS-START-INT < WS-MONTH-START-INT
               MOVE WS-MONTH-START-INT TO WS-ABS-START-INT
           END-IF
           IF WS-OVERLAP-DAYS <= 0
               EXIT PARAGRAPH
           END-IF
           IF WS-OVERLAP-DAYS >= WS-MONTH-DAYS
               MOVE 30 TO WS-OVERLAP-DAYS
           END-IF
           PERFORM ADD-UNPAID-DAYS.

      *> Soma WS-OVERLAP-DAYS na linha do funcionario, no tipo de dia
      *> indicado, sem passar de 30.
       ADD-UNPAID-DAYS.
           MOVE 0 TO WS-UNP-MATCH
           PERFORM VARYING WS-UNP-INDEX FROM 1 BY 1
                   UNTIL WS-UNP-INDEX > WS-UNP-QTDE
               IF WS-UNP-TAB-ID(WS-UNP-INDEX) = WS-UNP-EMP-ID
                   MOVE WS-UNP-INDEX TO WS-UNP-MATCH
                   EXIT PERFORM
               END-IF
               IF WS-UNP-QTDE < 500
                   ADD 1 TO WS-UNP-QTDE
                   MOVE WS-UNP-QTDE TO WS-UNP-MATCH
                   MOVE WS-UNP-EMP-ID TO WS-UNP-TAB-ID(WS-UNP-MATCH)
                   MOVE 0 TO WS-UNP-TAB-DAYS(WS-UNP-MATCH)
                   MOVE 0 TO WS-UNP-TAB-INSS-DAYS(WS-UNP-MATCH)
                   MOVE 0 TO WS-UNP-TAB-MAT-DAYS(WS-UNP-MATCH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF UNP-KIND-MATERNIDADE
               ADD WS-OVERLAP-DAYS TO WS-UNP-TAB-MAT-DAYS(WS-UNP-MATCH)
               IF WS-UNP-TAB-MAT-DAYS(WS-UNP-MATCH) > 30
                   MOVE 30 TO WS-UNP-TAB-MAT-DAYS(WS-UNP-MATCH)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF UNP-KIND-INSS
               ADD WS-OVERLAP-DAYS
                   TO WS-UNP-TAB-INSS-DAYS(WS-UNP-MATCH)
               IF WS-UNP-TAB-INSS-DAYS(WS-UNP-MATCH) > 30
                   MOVE 30 TO WS-UNP-TAB-INSS-DAYS(WS-UNP-MATCH)
               END-IF
           END-IF
           ADD WS-OVERLAP-DAYS TO WS-UNP-TAB-DAYS(WS-UNP-MATCH)
           IF WS-UNP-TAB-DAYS(WS-UNP-MATCH) > 30
               MOVE 30 TO WS-UNP-TAB-DAYS(WS-UNP-MATCH)
                   MOVE PAY-PARM-PCT TO WS-PATRONAL-PCT
               WHEN "FGTS"
                   MOVE PAY-PARM-PCT TO WS-FGTS-PCT
               WHEN "ADTO"
                   MOVE PAY-PARM-PCT TO WS-ADVANCE-PCT
               WHEN "NOTU"
                   MOVE PAY-PARM-PCT TO WS-NIGHT-PCT
               WHEN "CONS"
                   MOVE PAY-PARM-PCT TO WS-LOAN-MARGIN-PCT
               WHEN "VTRA"
                   MOVE PAY-PARM-PCT TO WS-TRANSIT-PCT
               WHEN "PREV"
                   MOVE PAY-PARM-PCT TO WS-PENSION-IR-PCT
      *> Tabela exclusiva da PLR: e do PLR-RUN, nao da folha mensal.
               WHEN "PLRT"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "Aviso: linha de payroll.parm ignorada ("
                           PAY-PARM-TABLE ")"

       PROCESS-ONE-EMPLOYEE.
           ADD 1 TO WS-RECORDS-READ
           MOVE MST-COMPANY-CODE TO WS-EMP-COMPANY
           IF WS-EMP-COMPANY = SPACES
               MOVE "01" TO WS-EMP-COMPANY
           END-IF
           IF MODO-PARTICAO AND WS-EMP-COMPANY NOT = WS-PART-COMPANY
               ADD 1 TO WS-OTHER-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF MASTER-ACTIVE-EMPLOYEE
               ADD 1 TO WS-EMPLOYEES-PAID
               PERFORM FIND-CONTROL-COMPANY
               IF WS-CTL-MATCH > 0
                   ADD 1 TO WS-CTL-ACTIVE(WS-CTL-MATCH)
               END-IF
               PERFORM FIND-DEPENDENT-COUNT
               MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
               MOVE MST-PAY-BASIS    TO WKH-PAY-BASIS
               MOVE MST-EMP-SALARY   TO WKH-SALARY
               PERFORM WKH-DERIVE
               IF MODO-FOLHA
                   PERFORM CALCULATE-CONTRIBUTION-BASE
                   PERFORM CALCULATE-INSS
                   PERFORM APPLY-MULTIPLE-LINKS-INSS
                   PERFORM CALCULATE-PENSION
                   PERFORM CALCULATE-IRRF
                   IF WS-PENSION-AMOUNT >
                      WS-GROSS-PAY - WS-INSS-AMOUNT - WS-IRRF-AMOUNT
                       PERFORM LIMIT-PENSION-TO-NET
                   END-IF
                   COMPUTE WS-NET-PAY =
                       WS-GROSS-PAY - WS-INSS-AMOUNT - WS-IRRF-AMOUNT
                       - WS-PENSION-AMOUNT
                   ADD WS-ELEM-EARN-FREE TO WS-GROSS-PAY
                   ADD WS-ELEM-EARN-FREE TO WS-NET-PAY
                   IF WS-ELEM-DEDUCTIONS > WS-NET-PAY
                       MOVE WS-NET-PAY TO WS-ELEM-DEDUCTIONS
                   END-IF
                   SUBTRACT WS-ELEM-DEDUCTIONS FROM WS-NET-PAY
                   PERFORM CALCULATE-TRANSIT-VOUCHER
                   SUBTRACT WS-TRANSIT-AMOUNT FROM WS-NET-PAY
                   PERFORM CALCULATE-HEALTH-PLANS
                   IF WS-HEALTH-COPAY > WS-NET-PAY
                       MOVE WS-NET-PAY TO WS-HEALTH-COPAY
                   END-IF
                   SUBTRACT WS-HEALTH-COPAY FROM WS-NET-PAY
               ELSE
                   IF MODO-ADTO
                       PERFORM CALCULATE-SALARY-ADVANCE
                   ELSE
                       PERFORM CALCULATE-13TH-SALARY
                   END-IF
               END-IF
               IF MODO-FOLHA
                   PERFORM APPLY-GARNISHMENTS
                   PERFORM APPLY-ADVANCE-DEDUCTION
                   PERFORM APPLY-UNION-DUES
                   PERFORM APPLY-LOAN-INSTALLMENTS
               ELSE
                   MOVE 0 TO WS-GARNISH-TOTAL
                   MOVE 0 TO WS-GAP-QTDE
                   MOVE SPACES TO WS-EMP-UNION-CODE
                   MOVE 0 TO WS-UNION-DUES
                   MOVE 0 TO WS-LOAN-TOTAL
                   MOVE 0 TO WS-LNA-QTDE
                   MOVE 0 TO WS-ADVANCE-AMOUNT
                   MOVE 0 TO WS-ADVANCE-RESIDUE
                   MOVE 0 TO WS-ADVANCE-CARRY-IN
                   MOVE 0 TO WS-HEALTH-LIVES
                   MOVE 0 TO WS-HEALTH-COPAY
                   MOVE 0 TO WS-HEALTH-EMPLOYER
                   MOVE 0 TO WS-TRANSIT-DAYS
                   MOVE 0 TO WS-TRANSIT-AMOUNT
                   MOVE 0 TO WS-TRANSIT-EMPLOYER
                   MOVE 0 TO WS-PENSION-AMOUNT
                   MOVE 0 TO WS-PENSION-EMPLOYER
                   MOVE 0 TO WS-PENSION-IR-DEDUCTION
                   MOVE 0 TO WS-INSS-MULTI-BASE
                   MOVE 0 TO WS-INSS-STANDALONE
               END-IF
               PERFORM CALCULATE-EMPLOYER-CHARGES
               PERFORM ACCUMULATE-TOTALS
               PERFORM WRITE-REGISTER-DETAIL
               PERFORM WRITE-PAYROLL-DETAIL
               PERFORM WRITE-FGTS-DEPOSIT
               PERFORM WRITE-PENSION-DEDUCTION
               ADD 1 TO WS-SINCE-CKPT
               IF WS-SINCE-CKPT >= WS-CKPT-INTERVAL
                   MOVE 0 TO WS-SINCE-CKPT
               ADD 1 TO WS-INACTIVE-SKIPPED
           END-IF.

      *> Bruto da folha mensal antes dos descontos - e a base do INSS.
      *> Serve ao processamento do funcionario e ao calculo previo das
      *> bases dos vinculos do mesmo CPF (BUILD-LINK-BASES).
       CALCULATE-CONTRIBUTION-BASE.
           PERFORM CALCULATE-OVERTIME
           PERFORM CALCULATE-BASE-PAY
           ADD WS-OVERTIME-AMOUNT TO WS-GROSS-PAY
           PERFORM CALCULATE-NIGHT-PREMIUM
           PERFORM CALCULATE-DSR-REFLEX
           ADD WS-NIGHT-AMOUNT WS-DSR-AMOUNT TO WS-GROSS-PAY
           PERFORM CALCULATE-COMMISSION
           ADD WS-COMMISSION-AMOUNT WS-COMMISSION-DSR TO WS-GROSS-PAY
           PERFORM EVALUATE-PAY-ELEMENTS
           ADD WS-ELEM-EARN-TAX TO WS-GROSS-PAY
           PERFORM CALCULATE-ABSENCE-DEDUCTION
           SUBTRACT WS-ABSENCE-AMOUNT FROM WS-GROSS-PAY
           IF WKH-HOURLY
               ADD WS-MATERNITY-AMOUNT TO WS-GROSS-PAY
           END-IF.

      *> Rubricas do funcionario: valor da tabela (ou o proprio, se a
      *> recorrencia trouxer override), fixo ou percentual do salario
      *> contratual. Provento tributavel acumula para entrar no bruto
               MOVE WS-ELEM-AMOUNT TO WS-ELA-AMOUNT(WS-ELA-QTDE)
           END-IF.

      *> Vale-transporte do funcionario: o menor entre o custo do
      *> pedido da competencia e o teto sobre o salario base, limitado
      *> ao liquido que sobrou; o que o desconto nao cobre do custo e
      *> da empresa.
       CALCULATE-TRANSIT-VOUCHER.
           MOVE 0 TO WS-TRANSIT-DAYS
           MOVE 0 TO WS-TRANSIT-COST
           MOVE 0 TO WS-TRANSIT-AMOUNT
           MOVE 0 TO WS-TRANSIT-EMPLOYER
           PERFORM VARYING WS-TRO-INDEX FROM 1 BY 1
                   UNTIL WS-TRO-INDEX > WS-TRO-QTDE
               IF WS-TRO-EMP(WS-TRO-INDEX) = MST-EMP-ID
                   MOVE WS-TRO-DAYS(WS-TRO-INDEX) TO WS-TRANSIT-DAYS
                   MOVE WS-TRO-AMOUNT(WS-TRO-INDEX) TO WS-TRANSIT-COST
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TRANSIT-COST = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-TRANSIT-CAP ROUNDED =
               MST-EMP-SALARY * WS-TRANSIT-PCT / 100
           IF WS-TRANSIT-COST < WS-TRANSIT-CAP
               MOVE WS-TRANSIT-COST TO WS-TRANSIT-AMOUNT
           ELSE
               MOVE WS-TRANSIT-CAP TO WS-TRANSIT-AMOUNT
           END-IF
           IF WS-TRANSIT-AMOUNT > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-TRANSIT-AMOUNT
           END-IF
           COMPUTE WS-TRANSIT-EMPLOYER =
               WS-TRANSIT-COST - WS-TRANSIT-AMOUNT.

      *> Previdencia complementar do participante: o percentual da
      *> adesao sobre a base mensal, limitado ao que sobra do bruto
      *> depois do INSS; a parte dedutivel no IRRF vai ate o limite
      *> legal sobre o bruto tributavel (linha PREV). A contrapartida
      *> e o percentual do plano sobre a contribuicao, ate o teto do
      *> plano sobre a base (teto zerado = sem teto).
       CALCULATE-PENSION.
           MOVE SPACES TO WS-PENSION-PLAN
           MOVE SPACES TO WS-PENSION-PARTICIPANT
           MOVE 0 TO WS-PENSION-PCT
           MOVE 0 TO WS-PENSION-BASE
           MOVE 0 TO WS-PENSION-AMOUNT
           MOVE 0 TO WS-PENSION-EMPLOYER
           MOVE 0 TO WS-PENSION-IR-DEDUCTION
           PERFORM VARYING WS-PNE-INDEX FROM 1 BY 1
                   UNTIL WS-PNE-INDEX > WS-PNE-QTDE
               IF WS-PNE-EMP(WS-PNE-INDEX) = MST-EMP-ID
                   MOVE WS-PNE-PLAN(WS-PNE-INDEX) TO WS-PENSION-PLAN
                   MOVE WS-PNE-PARTICIPANT(WS-PNE-INDEX)
                       TO WS-PENSION-PARTICIPANT
                   MOVE WS-PNE-PCT(WS-PNE-INDEX) TO WS-PENSION-PCT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PENSION-PCT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PNP-MATCH
           PERFORM VARYING WS-PNP-INDEX FROM 1 BY 1
                   UNTIL WS-PNP-INDEX > WS-PNP-QTDE
               IF WS-PNP-CODE(WS-PNP-INDEX) = WS-PENSION-PLAN
                   MOVE WS-PNP-INDEX TO WS-PNP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PNP-MATCH = 0
               ADD 1 TO WS-PENSION-NO-PLAN
               DISPLAY "Aviso: previdencia de " MST-EMP-ID
                       " em plano fora da tabela (" WS-PENSION-PLAN
                       ") - nao descontada"
               MOVE 0 TO WS-PENSION-PCT
               EXIT PARAGRAPH
           END-IF
           MOVE WKH-MONTH-BASE TO WS-PENSION-BASE
           COMPUTE WS-PENSION-AMOUNT ROUNDED =
               WS-PENSION-BASE * WS-PENSION-PCT / 100
           IF WS-PENSION-AMOUNT > WS-GROSS-PAY - WS-INSS-AMOUNT
               COMPUTE WS-PENSION-AMOUNT =
                   WS-GROSS-PAY - WS-INSS-AMOUNT
           END-IF
           COMPUTE WS-PENSION-IR-DEDUCTION ROUNDED =
               WS-GROSS-PAY * WS-PENSION-IR-PCT / 100
           IF WS-PENSION-IR-DEDUCTION > WS-PENSION-AMOUNT
               MOVE WS-PENSION-AMOUNT TO WS-PENSION-IR-DEDUCTION
           END-IF
           PERFORM CALCULATE-PENSION-MATCH.

       CALCULATE-PENSION-MATCH.
           COMPUTE WS-PENSION-EMPLOYER ROUNDED =
               WS-PENSION-AMOUNT * WS-PNP-MATCH-PCT(WS-PNP-MATCH) / 100
           IF WS-PNP-CAP-PCT(WS-PNP-MATCH) > 0
               COMPUTE WS-PENSION-CAP ROUNDED =
                   WS-PENSION-BASE * WS-PNP-CAP-PCT(WS-PNP-MATCH) / 100
               IF WS-PENSION-EMPLOYER > WS-PENSION-CAP
                   MOVE WS-PENSION-CAP TO WS-PENSION-EMPLOYER
               END-IF
           END-IF.

      *> Contribuicao que nao cabe no que sobra depois dos impostos
      *> fica no que sobra; a deducao do IRRF ja feita nao passa da
      *> contribuicao efetiva e a contrapartida acompanha.
       LIMIT-PENSION-TO-NET.
           COMPUTE WS-PENSION-AMOUNT =
               WS-GROSS-PAY - WS-INSS-AMOUNT - WS-IRRF-AMOUNT
           IF WS-PENSION-IR-DEDUCTION > WS-PENSION-AMOUNT
               MOVE WS-PENSION-AMOUNT TO WS-PENSION-IR-DEDUCTION
           END-IF
           PERFORM CALCULATE-PENSION-MATCH.

      *> Planos de saude/odonto do funcionario: para cada adesao
      *> vigente, a idade da vida (titular pelo mestre, dependente
      *> por dependents.dat) na data da rodada escolhe a faixa do
      *> plano e acomodacao; a coparticipacao e o percentual do
      *> titular ou do dependente sobre a mensalidade da faixa, e o
      *> resto fica com a empresa.
       CALCULATE-HEALTH-PLANS.
           MOVE 0 TO WS-HEALTH-LIVES
           MOVE 0 TO WS-HEALTH-COPAY
           MOVE 0 TO WS-HEALTH-EMPLOYER
           PERFORM VARYING WS-BNE-INDEX FROM 1 BY 1
                   UNTIL WS-BNE-INDEX > WS-BNE-QTDE
               IF WS-BNE-EMP(WS-BNE-INDEX) = MST-EMP-ID
                   PERFORM PRICE-ONE-LIFE
               END-IF
           END-PERFORM.

       PRICE-ONE-LIFE.
           MOVE WS-CURRENT-DATE TO AGE-CALC-REF-DATE
           MOVE 0 TO AGE-CALC-FALLBACK
           IF WS-BNE-TYPE(WS-BNE-INDEX) = "D"
               MOVE "N" TO WS-HEALTH-FOUND
               PERFORM VARYING WS-DPL-INDEX FROM 1 BY 1
                       UNTIL WS-DPL-INDEX > WS-DPL-QTDE
                   IF WS-DPL-EMP(WS-DPL-INDEX) = MST-EMP-ID AND
                      WS-DPL-NAME(WS-DPL-INDEX) =
                      WS-BNE-NAME(WS-BNE-INDEX)
                       MOVE WS-DPL-BIRTH(WS-DPL-INDEX)
                           TO AGE-CALC-BIRTH-DATE
                       MOVE "S" TO WS-HEALTH-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-HEALTH-FOUND = "N"
                   DISPLAY "Aviso: dependente " WS-BNE-NAME(WS-BNE-INDEX)
                           " de " MST-EMP-ID " fora de dependents.dat"
                           " - sem plano de saude"
                   ADD 1 TO WS-HEALTH-NO-BAND
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE MST-BIRTH-DATE TO AGE-CALC-BIRTH-DATE
               MOVE MST-EMP-AGE TO AGE-CALC-FALLBACK
           END-IF
           PERFORM AGE-CALC-COMPUTE
           MOVE 0 TO WS-HPL-MATCH
           PERFORM VARYING WS-HPL-INDEX FROM 1 BY 1
                   UNTIL WS-HPL-INDEX > WS-HPL-QTDE
               IF WS-HPL-CODE(WS-HPL-INDEX) = WS-BNE-PLAN(WS-BNE-INDEX)
                  AND WS-HPL-TIER(WS-HPL-INDEX) =
                      WS-BNE-TIER(WS-BNE-INDEX)
                  AND AGE-CALC-RESULT >= WS-HPL-AGE-FROM(WS-HPL-INDEX)
                  AND AGE-CALC-RESULT <= WS-HPL-AGE-TO(WS-HPL-INDEX)
                   MOVE WS-HPL-INDEX TO WS-HPL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HPL-MATCH = 0
               DISPLAY "Aviso: sem faixa para " WS-BNE-PLAN(WS-BNE-INDEX)
                       " " WS-BNE-TIER(WS-BNE-INDEX) " idade "
                       AGE-CALC-RESULT " (" MST-EMP-ID ")"
               ADD 1 TO WS-HEALTH-NO-BAND
               EXIT PARAGRAPH
           END-IF
           IF WS-BNE-TYPE(WS-BNE-INDEX) = "D"
               MOVE WS-HPL-PCT-DEP(WS-HPL-MATCH) TO WS-HEALTH-PCT
           ELSE
               MOVE WS-HPL-PCT-TIT(WS-HPL-MATCH) TO WS-HEALTH-PCT
           END-IF
           COMPUTE WS-HEALTH-ONE-COPAY ROUNDED =
               WS-HPL-PREMIUM(WS-HPL-MATCH) * WS-HEALTH-PCT / 100
           ADD 1 TO WS-HEALTH-LIVES
           ADD WS-HEALTH-ONE-COPAY TO WS-HEALTH-COPAY
           COMPUTE WS-HEALTH-EMPLOYER = WS-HEALTH-EMPLOYER
               + WS-HPL-PREMIUM(WS-HPL-MATCH) - WS-HEALTH-ONE-COPAY.

      *> Pensoes e penhoras da matricula, aplicadas sobre o liquido
      *> ja descontado de INSS/IRRF, em ordem de prioridade (1
      *> primeiro) e com o teto legal de 50% do liquido - a ordem que
           MOVE GRN-ACCOUNT-DV    TO GPY-ACCOUNT-DV
           MOVE WS-GARNISH-ONE    TO GPY-AMOUNT
           MOVE MST-CURRENCY-CODE TO GPY-CURRENCY
           IF NOT MODO-SIMULACAO
               WRITE GARNISH-PAYMENT-RECORD
           END-IF

           IF WS-GAP-QTDE < 9
               ADD 1 TO WS-GAP-QTDE
               MOVE WS-GARNISH-ONE TO WS-GAP-AMOUNT(WS-GAP-QTDE)
           END-IF.

      *> Contribuicao sindical do mes: sindicato proprio do
      *> funcionario ou, em branco, o do departamento. Percentual
      *> sobre o salario base (com o teto do sindicato, quando houver)
      *> ou valor fixo, limitada ao liquido restante. Sindicato que
      *> nao esta no mestre nao desconta - e aparece no aviso.
       APPLY-UNION-DUES.
           MOVE 0 TO WS-UNION-DUES
           MOVE MST-UNION-CODE TO WS-EMP-UNION-CODE
           IF WS-UNION-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-EMP-UNION-CODE = SPACES
               PERFORM VARYING WS-DPU-INDEX FROM 1 BY 1
                       UNTIL WS-DPU-INDEX > WS-DPU-QTDE
                   IF WS-DPU-NAME(WS-DPU-INDEX) = MST-EMP-DEPARTMENT
                       MOVE WS-DPU-UNION(WS-DPU-INDEX)
                           TO WS-EMP-UNION-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EMP-UNION-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-UNION-MATCH
           PERFORM VARYING WS-UNION-INDEX FROM 1 BY 1
                   UNTIL WS-UNION-INDEX > WS-UNION-QTDE
               IF WS-UNION-CODE(WS-UNION-INDEX) = WS-EMP-UNION-CODE
                   MOVE WS-UNION-INDEX TO WS-UNION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UNION-MATCH = 0
               DISPLAY "Aviso: sindicato " WS-EMP-UNION-CODE
                       " fora do mestre - sem contribuicao para "
                       MST-EMP-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-UNION-DUES-TYPE(WS-UNION-MATCH) = "F"
               MOVE WS-UNION-DUES-AMT(WS-UNION-MATCH) TO WS-UNION-DUES
           ELSE
               COMPUTE WS-UNION-DUES ROUNDED = MST-EMP-SALARY *
                   WS-UNION-DUES-RATE(WS-UNION-MATCH) / 100
               IF WS-UNION-DUES-CAP(WS-UNION-MATCH) > 0 AND
                  WS-UNION-DUES > WS-UNION-DUES-CAP(WS-UNION-MATCH)
                   MOVE WS-UNION-DUES-CAP(WS-UNION-MATCH)
                       TO WS-UNION-DUES
               END-IF
           END-IF
           IF WS-UNION-DUES > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-UNION-DUES
           END-IF
           SUBTRACT WS-UNION-DUES FROM WS-NET-PAY.

      *> Parcelas de consignado da matricula, depois das pensoes: a
      *> margem e o percentual legal sobre o bruto tributavel menos
      *> INSS, IRRF, ordens judiciais e contribuicao sindical
      *> (proventos isentos e descontos voluntarios nao entram),
      *> nunca acima do liquido restante.
      *> Contratos descontam na ordem do arquivo; o que nao coube sai
      *> parcial ou nao descontado - e vai assim para o banco.
       APPLY-LOAN-INSTALLMENTS.
           MOVE 0 TO WS-LOAN-TOTAL
           MOVE 0 TO WS-LNA-QTDE
           IF WS-LNC-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-BASE = WS-GROSS-PAY - WS-ELEM-EARN-FREE
               - WS-INSS-AMOUNT - WS-IRRF-AMOUNT - WS-GARNISH-TOTAL
               - WS-UNION-DUES
           IF WS-LOAN-BASE < 0
               MOVE 0 TO WS-LOAN-BASE
           END-IF
           COMPUTE WS-LOAN-MARGIN ROUNDED =
               WS-LOAN-BASE * WS-LOAN-MARGIN-PCT / 100
           IF WS-LOAN-MARGIN > WS-NET-PAY
               MOVE WS-NET-PAY TO WS-LOAN-MARGIN
           END-IF
           PERFORM VARYING WS-LNC-INDEX FROM 1 BY 1
                   UNTIL WS-LNC-INDEX > WS-LNC-QTDE
               MOVE WS-LNC-REG(WS-LNC-INDEX) TO LOAN-CONTRACT-RECORD
               IF LNC-EMP-ID = MST-EMP-ID
                   PERFORM APPLY-ONE-LOAN
               END-IF
           END-PERFORM
           SUBTRACT WS-LOAN-TOTAL FROM WS-NET-PAY.

       APPLY-ONE-LOAN.
           MOVE LNC-INSTALLMENT TO WS-LOAN-ONE
           IF WS-LOAN-TOTAL + WS-LOAN-ONE > WS-LOAN-MARGIN
               COMPUTE WS-LOAN-ONE = WS-LOAN-MARGIN - WS-LOAN-TOTAL
           END-IF
           ADD WS-LOAN-ONE TO WS-LOAN-TOTAL

           MOVE SPACES            TO LOAN-DEDUCTION-RECORD
           MOVE MST-EMP-ID        TO LND-EMP-ID
           MOVE MST-EMP-NAME      TO LND-EMP-NAME
           MOVE LNC-BANK-CODE     TO LND-BANK-CODE
           MOVE LNC-CONTRACT-ID   TO LND-CONTRACT-ID
           MOVE WS-REF-PERIOD     TO LND-REF-PERIOD
           MOVE "FOL"             TO LND-ORIGIN
           MOVE LNC-INSTALLMENT   TO LND-DUE-AMOUNT
           MOVE WS-LOAN-ONE       TO LND-DEDUCTED
           MOVE 1                 TO LND-INSTALLMENTS
           EVALUATE TRUE
               WHEN WS-LOAN-ONE = LNC-INSTALLMENT
                   MOVE "INT" TO LND-STATUS
               WHEN WS-LOAN-ONE > 0
                   MOVE "PAR" TO LND-STATUS
                   ADD 1 TO WS-LOAN-SHORT-COUNT
               WHEN OTHER
                   MOVE "NAO" TO LND-STATUS
                   ADD 1 TO WS-LOAN-SHORT-COUNT
           END-EVALUATE
           IF NOT MODO-SIMULACAO
               WRITE LOAN-DEDUCTION-RECORD
           END-IF

           IF WS-LNA-QTDE < 9
               ADD 1 TO WS-LNA-QTDE
               MOVE LNC-BANK-CODE   TO WS-LNA-BANK(WS-LNA-QTDE)
               MOVE LNC-CONTRACT-ID TO WS-LNA-CONTRACT(WS-LNA-QTDE)
               MOVE LNC-INSTALLMENT TO WS-LNA-DUE(WS-LNA-QTDE)
               MOVE WS-LOAN-ONE     TO WS-LNA-AMOUNT(WS-LNA-QTDE)
               MOVE LND-STATUS      TO WS-LNA-STATUS(WS-LNA-QTDE)
           END-IF.

      *> Desconto do adiantamento quinzenal ja pago na competencia,
      *> mais o saldo que a folha anterior nao descontou, depois de
      *> impostos e pensoes (a pensao incide sobre o liquido cheio do
      *> mes) e antes da contribuicao sindical e do consignado - o
      *> adiantamento e salario ja pago, e a margem do consignado
      *> fica limitada ao liquido que sobra depois dele. Limitado ao
      *> liquido restante - a sobra nao descontada vai no registro
      *> (PD-ADVANCE-RESIDUE) e e cobrada na proxima folha mensal.
       APPLY-ADVANCE-DEDUCTION.
           MOVE 0 TO WS-ADVANCE-AMOUNT
           MOVE 0 TO WS-ADVANCE-RESIDUE
           MOVE 0 TO WS-ADVANCE-CARRY-IN
           PERFORM VARYING WS-ADV-INDEX FROM 1 BY 1
                   UNTIL WS-ADV-INDEX > WS-ADV-QTDE
               IF WS-ADV-TAB-ID(WS-ADV-INDEX) = MST-EMP-ID
                   MOVE WS-ADV-TAB-AMOUNT(WS-ADV-INDEX)
                       TO WS-ADVANCE-AMOUNT
                   MOVE WS-ADV-TAB-CARRY(WS-ADV-INDEX)
                       TO WS-ADVANCE-CARRY-IN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           ADD WS-ADVANCE-CARRY-IN TO WS-ADVANCE-AMOUNT
           IF WS-ADVANCE-AMOUNT > WS-NET-PAY
               COMPUTE WS-ADVANCE-RESIDUE =
                   WS-ADVANCE-AMOUNT - WS-NET-PAY
               MOVE WS-NET-PAY TO WS-ADVANCE-AMOUNT
           END-IF
           SUBTRACT WS-ADVANCE-AMOUNT FROM WS-NET-PAY.

      *> Encargos do empregador sobre o bruto da competencia: INSS
      *> patronal e deposito de FGTS - nao saem do bolso do
      *> funcionario, por isso nao entram no liquido. O adiantamento
      *> nao gera encargo: os encargos do mes inteiro saem na folha
      *> mensal.
       CALCULATE-EMPLOYER-CHARGES.
           IF MODO-ADTO
               MOVE 0 TO WS-PATRONAL-AMOUNT
               MOVE 0 TO WS-FGTS-AMOUNT
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PATRONAL-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-PATRONAL-PCT / 100
           COMPUTE WS-FGTS-AMOUNT ROUNDED =
               WS-GROSS-PAY * WS-FGTS-PCT / 100.

       FIND-DEPENDENT-COUNT.
           MOVE 0 TO WS-DEPENDENT-COUNT
           PERFORM VARYING WS-DEP-TAB-INDEX FROM 1 BY 1
                   UNTIL WS-DEP-TAB-INDEX > WS-DEP-TAB-QTDE
               IF WS-DEP-TAB-ID(WS-DEP-TAB-INDEX) = MST-EMP-ID
                   MOVE WS-DEP-TAB-COUNT(WS-DEP-TAB-INDEX)
                       TO WS-DEPENDENT-COUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Valor das extras aprovadas da competencia: hora normal =
      *> salario / divisor da jornada (220 no regime integral), extra
      *> com adicional de 50% - o mesmo criterio que o TIMESHEET-LOAD
      *> estima no relatorio, pago de verdade dentro do bruto. Traz
      *> junto as horas normais aprovadas do horista.
       CALCULATE-OVERTIME.
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-OVERTIME-AMOUNT
           MOVE 0 TO WS-NIGHT-HOURS
           MOVE 0 TO WS-REGULAR-HOURS
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF WS-OT-TAB-ID(WS-OT-INDEX) = MST-EMP-ID
                   MOVE WS-OT-TAB-HOURS(WS-OT-INDEX)
                       TO WS-OVERTIME-HOURS
                   MOVE WS-OT-TAB-NIGHT(WS-OT-INDEX)
                       TO WS-NIGHT-HOURS
                   MOVE WS-OT-TAB-REGULAR(WS-OT-INDEX)
                       TO WS-REGULAR-HOURS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-HOURLY-RATE ROUNDED = WKH-HOUR-RATE
           IF WS-OVERTIME-HOURS > 0
               COMPUTE WS-OVERTIME-AMOUNT ROUNDED =
                   WS-OVERTIME-HOURS * WS-HOURLY-RATE * 1,5
           END-IF.

      *> Bruto base: do mensalista, o salario do mestre; do horista,
      *> as horas normais aprovadas da competencia x valor da hora
      *> (hora normal nao aprovada ou nao apontada nao e paga).
       CALCULATE-BASE-PAY.
           IF WKH-HOURLY
               COMPUTE WS-GROSS-PAY ROUNDED =
                   WS-REGULAR-HOURS * WKH-HOUR-RATE
           ELSE
               MOVE MST-EMP-SALARY TO WS-GROSS-PAY
           END-IF.

      *> Adicional noturno: horas aprovadas entre 22:00 e 05:00 (ja
      *> carregadas com as extras) x hora normal x percentual NOTU.
       CALCULATE-NIGHT-PREMIUM.
           MOVE 0 TO WS-NIGHT-AMOUNT
           IF WS-NIGHT-HOURS > 0
               COMPUTE WS-NIGHT-AMOUNT ROUNDED =
                   WS-NIGHT-HOURS * WS-HOURLY-RATE * WS-NIGHT-PCT / 100
           END-IF.

      *> Reflexo das extras no descanso semanal remunerado: valor das
      *> extras / dias uteis da competencia x domingos e feriados.
       CALCULATE-DSR-REFLEX.
           MOVE 0 TO WS-DSR-AMOUNT
           IF WS-OVERTIME-AMOUNT > 0 AND WS-DSR-BUSINESS-DAYS > 0
               COMPUTE WS-DSR-AMOUNT ROUNDED =
                   WS-OVERTIME-AMOUNT / WS-DSR-BUSINESS-DAYS *
                   WS-DSR-REST-DAYS
           END-IF.

      *> Comissao da competencia e o seu reflexo no DSR, pelo mesmo
      *> criterio das extras: comissao / dias uteis x descanso.
       CALCULATE-COMMISSION.
           MOVE 0 TO WS-COMMISSION-AMOUNT
           MOVE 0 TO WS-COMMISSION-DSR
           PERFORM VARYING WS-CM-INDEX FROM 1 BY 1
                   UNTIL WS-CM-INDEX > WS-CM-QTDE
               IF WS-CM-TAB-ID(WS-CM-INDEX) = MST-EMP-ID
                   MOVE WS-CM-TAB-AMOUNT(WS-CM-INDEX)
                       TO WS-COMMISSION-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-COMMISSION-AMOUNT > 0 AND WS-DSR-BUSINESS-DAYS > 0
               COMPUTE WS-COMMISSION-DSR ROUNDED =
                   WS-COMMISSION-AMOUNT / WS-DSR-BUSINESS-DAYS *
                   WS-DSR-REST-DAYS
           END-IF.

      *> 13o salario proporcional: avos = meses trabalhados no ano de
      *> referencia (admitido no meio do ano conta o mes de admissao
      *> so se entrou ate o dia 15, a regra dos 15 dias), 13o integral
      *> DEC2 paga a outra metade com INSS e IRRF calculados sobre o
      *> 13o INTEGRAL e retidos de uma vez, como manda a regra - por
      *> isso o liquido da segunda parcela e bem menor que o da
      *> primeira. Extras e afastamentos nao entram no 13o. A media
      *> mensal das comissoes do ano (com DSR) soma ao salario base
      *> antes dos avos e fica em WS-COMMISSION-AMOUNT para o detalhe.
       CALCULATE-13TH-SALARY.
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-OVERTIME-AMOUNT
           MOVE 0 TO WS-NIGHT-HOURS
           MOVE 0 TO WS-NIGHT-AMOUNT
           MOVE 0 TO WS-DSR-AMOUNT
           MOVE MST-EMP-ID TO CAV-EMP-ID
           PERFORM CAV-GET-AVERAGE
           MOVE CAV-AVERAGE TO WS-COMMISSION-AMOUNT
           MOVE 0 TO WS-COMMISSION-DSR
           MOVE 0 TO WS-ABSENCE-DAYS
           MOVE 0 TO WS-ABSENCE-AMOUNT
           MOVE 0 TO WS-INSS-DAYS
           MOVE 0 TO WS-MATERNITY-DAYS
           MOVE 0 TO WS-MATERNITY-AMOUNT
           MOVE 0 TO WS-ELEM-EARN-TAX
           MOVE 0 TO WS-ELEM-EARN-FREE
           MOVE 0 TO WS-ELEM-DEDUCTIONS
           MOVE 0 TO WS-ELA-QTDE
           MOVE 0 TO WS-REGULAR-HOURS
           IF MST-HIRE-YEAR = WS-YEAR
               COMPUTE WS-MESES-13 = 12 - MST-HIRE-MONTH + 1
               IF MST-HIRE-DAY > 15
               MOVE 12 TO WS-MESES-13
           END-IF
           COMPUTE WS-GROSS-13 ROUNDED =
               (WKH-MONTH-BASE + WS-COMMISSION-AMOUNT) * WS-MESES-13 / 12
           COMPUTE WS-PARCELA-1 ROUNDED = WS-GROSS-13 / 2
           IF MODO-DEC1
               MOVE WS-PARCELA-1 TO WS-GROSS-PAY
               MOVE WS-NET-CALC TO WS-NET-PAY
           END-IF.

      *> Adiantamento quinzenal: percentual do acordo coletivo sobre o
      *> salario contratual, sem INSS/IRRF (os impostos do mes inteiro
      *> saem na folha mensal, que desconta o adiantamento). Extras,
      *> afastamentos e rubricas nao entram no adiantamento.
       CALCULATE-SALARY-ADVANCE.
           MOVE 0 TO WS-OVERTIME-HOURS
           MOVE 0 TO WS-OVERTIME-AMOUNT
           MOVE 0 TO WS-NIGHT-HOURS
           MOVE 0 TO WS-NIGHT-AMOUNT
           MOVE 0 TO WS-DSR-AMOUNT
           MOVE 0 TO WS-COMMISSION-AMOUNT
           MOVE 0 TO WS-COMMISSION-DSR
           MOVE 0 TO WS-ABSENCE-DAYS
           MOVE 0 TO WS-ABSENCE-AMOUNT
           MOVE 0 TO WS-INSS-DAYS
           MOVE 0 TO WS-MATERNITY-DAYS
           MOVE 0 TO WS-MATERNITY-AMOUNT
           MOVE 0 TO WS-ELEM-EARN-TAX
           MOVE 0 TO WS-ELEM-EARN-FREE
           MOVE 0 TO WS-ELEM-DEDUCTIONS
           MOVE 0 TO WS-ELA-QTDE
           MOVE 0 TO WS-REGULAR-HOURS
           COMPUTE WS-GROSS-PAY ROUNDED =
               WKH-MONTH-BASE * WS-ADVANCE-PCT / 100
           MOVE 0 TO WS-INSS-AMOUNT
           MOVE 0 TO WS-IRRF-AMOUNT
           MOVE 0 TO WS-DEP-DEDUCTION
           MOVE WS-GROSS-PAY TO WS-NET-PAY.

      *> Desconto proporcional dos dias nao remunerados: valor do dia
      *> da jornada (WKH-DAY-VALUE, salario/30 do mensalista) por
      *> dia, limitado ao salario do mes - um mes inteiro afastado
      *> sem remuneracao zera o bruto base (as extras, se houver, ja
      *> foram pagas por hora trabalhada). O horista nao tem
      *> desconto: dia nao trabalhado ja nao entrou nas horas.
      *> Os dias em beneficio do INSS (licenca medica alem do 15o dia)
      *> ja estao entre os dias nao remunerados. O salario-maternidade
      *> e o valor do dia x dias de licenca-maternidade da
      *> competencia, limitado a base mensal: do mensalista ja esta
      *> dentro do salario pago; do horista, que nao tem horas no
      *> periodo, entra no bruto pelo chamador.
       CALCULATE-ABSENCE-DEDUCTION.
           MOVE 0 TO WS-ABSENCE-DAYS
           MOVE 0 TO WS-ABSENCE-AMOUNT
           MOVE 0 TO WS-INSS-DAYS
           MOVE 0 TO WS-MATERNITY-DAYS
           MOVE 0 TO WS-MATERNITY-AMOUNT
           PERFORM VARYING WS-UNP-INDEX FROM 1 BY 1
                   UNTIL WS-UNP-INDEX > WS-UNP-QTDE
               IF WS-UNP-TAB-ID(WS-UNP-INDEX) = MST-EMP-ID
                   MOVE WS-UNP-TAB-DAYS(WS-UNP-INDEX)
                       TO WS-ABSENCE-DAYS
                   MOVE WS-UNP-TAB-INSS-DAYS(WS-UNP-INDEX)
                       TO WS-INSS-DAYS
                   MOVE WS-UNP-TAB-MAT-DAYS(WS-UNP-INDEX)
                       TO WS-MATERNITY-DAYS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATERNITY-DAYS > 0
               COMPUTE WS-MATERNITY-AMOUNT ROUNDED =
                   WKH-DAY-VALUE * WS-MATERNITY-DAYS
               IF WS-MATERNITY-AMOUNT > WKH-MONTH-BASE
                   MOVE WKH-MONTH-BASE TO WS-MATERNITY-AMOUNT
               END-IF
           END-IF
           IF WKH-HOURLY
               MOVE 0 TO WS-ABSENCE-DAYS
               EXIT PARAGRAPH
           END-IF
           IF WS-ABSENCE-DAYS > 0
               COMPUTE WS-ABSENCE-AMOUNT ROUNDED =
                   WKH-DAY-VALUE * WS-ABSENCE-DAYS
               IF WS-ABSENCE-AMOUNT > MST-EMP-SALARY
                   MOVE MST-EMP-SALARY TO WS-ABSENCE-AMOUNT
               END-IF
      *> faixa; salario acima do teto da ultima faixa nao sofre
      *> desconto adicional (teto de contribuicao).
       CALCULATE-INSS.
           MOVE WS-GROSS-PAY TO WS-INSS-CALC-BASE
           PERFORM CALCULATE-INSS-ON-BASE
           MOVE WS-INSS-CALC-AMOUNT TO WS-INSS-AMOUNT.

      *> A tabela marginal sobre uma base qualquer (WS-INSS-CALC-BASE):
      *> o bruto do funcionario ou a base combinada do CPF.
       CALCULATE-INSS-ON-BASE.
           MOVE 0 TO WS-INSS-CALC-AMOUNT
           MOVE 0 TO WS-FAIXA-BASE
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-INSS-QTDE
               MOVE WS-INSS-LIMIT(WS-PARM-INDEX) TO WS-FAIXA-TOPO
               IF WS-INSS-CALC-BASE > WS-FAIXA-BASE
                   IF WS-INSS-CALC-BASE < WS-FAIXA-TOPO
                       MOVE WS-INSS-CALC-BASE TO WS-FAIXA-TOPO
                   END-IF
                   COMPUTE WS-FAIXA-VALOR =
                       WS-FAIXA-TOPO - WS-FAIXA-BASE
                   COMPUTE WS-INSS-CALC-AMOUNT ROUNDED =
                       WS-INSS-CALC-AMOUNT +
                       (WS-FAIXA-VALOR *
                        WS-INSS-PCT(WS-PARM-INDEX) / 100)
               END-IF
               MOVE WS-INSS-LIMIT(WS-PARM-INDEX) TO WS-FAIXA-BASE
           END-PERFORM.

      *> Bases de contribuicao das matriculas candidatas, lidas do
      *> mestre pela chave e montadas como na folha - de todas as
      *> empresas, mesmo na rodada particionada. Depois de todas as
      *> bases, o CPF so contribui pela base combinada se tiver mais
      *> de um vinculo com base ou declaracao externa: matricula
      *> repetida de quem ja saiu nao muda nada.
       BUILD-LINK-BASES.
           IF WS-VIN-CANDIDATES = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-CANDIDATO(WS-VIN-INDEX)
                   PERFORM COMPUTE-LINK-BASE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-CANDIDATO(WS-VIN-INDEX)
                   PERFORM CLASSIFY-LINK
               END-IF
           END-PERFORM
           DISPLAY "Matriculas com INSS pela base combinada do CPF: "
                   WS-VIN-MULTIPLES.

       COMPUTE-LINK-BASE.
           MOVE 0 TO WS-VIN-BASE(WS-VIN-INDEX)
           MOVE WS-VIN-EMP(WS-VIN-INDEX) TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT MASTER-ACTIVE-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE MST-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE MST-EMP-SALARY   TO WKH-SALARY
           PERFORM WKH-DERIVE
           PERFORM CALCULATE-CONTRIBUTION-BASE
           MOVE WS-GROSS-PAY TO WS-VIN-BASE(WS-VIN-INDEX).

       CLASSIFY-LINK.
           MOVE 0 TO WS-VIN-LINKS
           PERFORM VARYING WS-VIN-OTHER FROM 1 BY 1
                   UNTIL WS-VIN-OTHER > WS-VIN-QTDE
               IF WS-VIN-CPF(WS-VIN-OTHER) = WS-VIN-CPF(WS-VIN-INDEX)
                  AND WS-VIN-BASE(WS-VIN-OTHER) > 0
                   ADD 1 TO WS-VIN-LINKS
               END-IF
           END-PERFORM
           IF WS-VIN-LINKS > 1 OR WS-VIN-EXT-SALARY(WS-VIN-INDEX) > 0
              OR WS-VIN-EXT-INSS(WS-VIN-INDEX) > 0
               MOVE "S" TO WS-VIN-STATUS(WS-VIN-INDEX)
               IF WS-VIN-BASE(WS-VIN-INDEX) > 0
                   ADD 1 TO WS-VIN-MULTIPLES
               END-IF
           END-IF.

      *> INSS da matricula com mais de um vinculo: o da tabela sobre a
      *> base combinada do CPF (bases das matriculas do grupo mais o
      *> salario externo declarado), menos o INSS ja retido fora,
      *> repartido pela base de cada matricula. A parcela desta
      *> matricula e a diferenca entre a fatia acumulada ate ela e a
      *> acumulada ate a anterior, na ordem da matricula - assim as
      *> parcelas de todas as empresas fecham no centavo com o total.
      *> WS-INSS-AMOUNT chega com o INSS isolado, que fica guardado
      *> para o registro e o contracheque.
       APPLY-MULTIPLE-LINKS-INSS.
           MOVE 0 TO WS-INSS-MULTI-BASE
           MOVE 0 TO WS-INSS-STANDALONE
           MOVE 0 TO WS-VIN-MATCH
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-EMP(WS-VIN-INDEX) = MST-EMP-ID
                   IF WS-VIN-MULTIPLO(WS-VIN-INDEX)
                       MOVE WS-VIN-INDEX TO WS-VIN-MATCH
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-VIN-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-INSS-AMOUNT TO WS-INSS-STANDALONE
           MOVE 0 TO WS-VIN-INTERNAL
           MOVE 0 TO WS-VIN-BEFORE
           MOVE 0 TO WS-INSS-MULTI-EXT
           MOVE 0 TO WS-VIN-EXT-INSS-SUM
           PERFORM VARYING WS-VIN-INDEX FROM 1 BY 1
                   UNTIL WS-VIN-INDEX > WS-VIN-QTDE
               IF WS-VIN-CPF(WS-VIN-INDEX) = WS-VIN-CPF(WS-VIN-MATCH)
                   ADD WS-VIN-BASE(WS-VIN-INDEX) TO WS-VIN-INTERNAL
                   IF WS-VIN-INDEX < WS-VIN-MATCH
                       ADD WS-VIN-BASE(WS-VIN-INDEX) TO WS-VIN-BEFORE
                   END-IF
                   ADD WS-VIN-EXT-SALARY(WS-VIN-INDEX)
                       TO WS-INSS-MULTI-EXT
                   ADD WS-VIN-EXT-INSS(WS-VIN-INDEX)
                       TO WS-VIN-EXT-INSS-SUM
               END-IF
           END-PERFORM
           MOVE WS-VIN-EXT-INSS-SUM TO WS-INSS-MULTI-EXT-INSS
           COMPUTE WS-INSS-CALC-BASE = WS-VIN-INTERNAL + WS-INSS-MULTI-EXT
           MOVE WS-INSS-CALC-BASE TO WS-INSS-MULTI-BASE
           PERFORM CALCULATE-INSS-ON-BASE
           MOVE 0 TO WS-VIN-SHARE
           IF WS-INSS-CALC-AMOUNT > WS-VIN-EXT-INSS-SUM
               COMPUTE WS-VIN-SHARE =
                   WS-INSS-CALC-AMOUNT - WS-VIN-EXT-INSS-SUM
           END-IF
           MOVE 0 TO WS-INSS-AMOUNT
           IF WS-VIN-INTERNAL = 0 OR WS-VIN-BASE(WS-VIN-MATCH) = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-VIN-CUM-BEFORE ROUNDED =
               WS-VIN-SHARE * WS-VIN-BEFORE / WS-VIN-INTERNAL
           COMPUTE WS-VIN-CUM-AFTER ROUNDED =
               WS-VIN-SHARE *
               (WS-VIN-BEFORE + WS-VIN-BASE(WS-VIN-MATCH)) /
               WS-VIN-INTERNAL
           COMPUTE WS-INSS-AMOUNT =
               WS-VIN-CUM-AFTER - WS-VIN-CUM-BEFORE.

      *> IRRF pela faixa onde a base (bruto - INSS - deducao legal por
      *> dependente - previdencia complementar dedutivel) cai:
      *> aliquota da faixa sobre a base inteira, menos a parcela a
      *> deduzir da faixa. A ultima linha de payroll.parm deve trazer
      *> o limite 99999999,99 para capturar as bases acima da
      *> penultima faixa.
       CALCULATE-IRRF.
           MOVE 0 TO WS-IRRF-AMOUNT
           COMPUTE WS-DEP-DEDUCTION =
               COMPUTE WS-DEP-DEDUCTION =
                   WS-GROSS-PAY - WS-INSS-AMOUNT
           END-IF
           IF WS-PENSION-IR-DEDUCTION >
              WS-GROSS-PAY - WS-INSS-AMOUNT - WS-DEP-DEDUCTION
               COMPUTE WS-PENSION-IR-DEDUCTION =
                   WS-GROSS-PAY - WS-INSS-AMOUNT - WS-DEP-DEDUCTION
           END-IF
           COMPUTE WS-IRRF-BASE =
               WS-GROSS-PAY - WS-INSS-AMOUNT - WS-DEP-DEDUCTION
               - WS-PENSION-IR-DEDUCTION
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-IRRF-QTDE
               IF WS-IRRF-BASE NOT > WS-IRRF-LIMIT(WS-PARM-INDEX)
       ACCUMULATE-TOTALS.
           ADD WS-GROSS-PAY       TO WS-TOTAL-BRUTO
           ADD WS-OVERTIME-AMOUNT TO WS-TOTAL-EXTRAS
           ADD WS-NIGHT-AMOUNT    TO WS-TOTAL-NOTURNO
           ADD WS-DSR-AMOUNT      TO WS-TOTAL-DSR
           IF MODO-FOLHA
               ADD WS-COMMISSION-AMOUNT TO WS-TOTAL-COMISSAO
               ADD WS-COMMISSION-DSR  TO WS-TOTAL-DSR-COMIS
           END-IF
           ADD WS-ABSENCE-AMOUNT  TO WS-TOTAL-AFAST
           ADD WS-PATRONAL-AMOUNT TO WS-TOTAL-PATRONAL
           ADD WS-MATERNITY-AMOUNT TO WS-TOTAL-MATERN
           ADD WS-INSS-DAYS       TO WS-TOTAL-INSS-DAYS
           ADD WS-FGTS-AMOUNT     TO WS-TOTAL-FGTS
           ADD WS-INSS-AMOUNT TO WS-TOTAL-INSS
           ADD WS-IRRF-AMOUNT TO WS-TOTAL-IRRF
           ADD WS-NET-PAY     TO WS-TOTAL-LIQUIDO
           ADD WS-ADVANCE-AMOUNT TO WS-TOTAL-ADIANT
           ADD WS-LOAN-TOTAL     TO WS-TOTAL-CONSIG
           ADD WS-UNION-DUES     TO WS-TOTAL-SINDICAL
           ADD WS-HEALTH-COPAY    TO WS-TOTAL-SAUDE-FUNC
           ADD WS-HEALTH-EMPLOYER TO WS-TOTAL-SAUDE-EMPR
           ADD WS-TRANSIT-AMOUNT   TO WS-TOTAL-VT-FUNC
           ADD WS-TRANSIT-EMPLOYER TO WS-TOTAL-VT-EMPR
           ADD WS-PENSION-AMOUNT   TO WS-TOTAL-PREV-FUNC
           ADD WS-PENSION-EMPLOYER TO WS-TOTAL-PREV-EMPR
           IF WS-INSS-MULTI-BASE > 0
               ADD 1 TO WS-MULTI-LINK-PAID
               ADD WS-INSS-STANDALONE TO WS-TOTAL-INSS-ISOL
               ADD WS-INSS-AMOUNT     TO WS-TOTAL-INSS-VINC
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > 20
               IF WS-DEPT-NOME(WS-DEPT-INDEX) = MST-EMP-DEPARTMENT
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF MODO-ADTO
               MOVE "RODADA: ADIANTAMENTO SALARIAL QUINZENAL (SEM DESCONTOS)"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF MODO-SIMULACAO
               MOVE "RODADA: SIMULACAO COM TABELAS PROPOSTAS - SEM EFEITO EM PRODUCAO"
                   TO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF MODO-PARTICAO
               MOVE SPACES TO REGISTER-LINE
               STRING "PARTICAO: EMPRESA " WS-PART-COMPANY
                      " (CONSOLIDADA PELO PAYROLL-MERGE)"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF WS-ONB-QTDE > 0
               PERFORM WRITE-ONBOARDING-SECTION
           END-IF
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM HEADER-TABLE
           WRITE REGISTER-LINE FROM SEPARATOR.
                  MST-CURRENCY-CODE DELIMITED BY SIZE
                  INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WKH-HOURLY AND MODO-FOLHA
               PERFORM WRITE-REGISTER-HOURLY-LINE
           END-IF
           IF WS-OVERTIME-AMOUNT > 0
               PERFORM WRITE-REGISTER-OVERTIME-LINE
           END-IF
           IF WS-DSR-AMOUNT > 0
               PERFORM WRITE-REGISTER-DSR-LINE
           END-IF
           IF WS-COMMISSION-AMOUNT > 0
               PERFORM WRITE-REGISTER-COMMISSION-LINE
           END-IF
           IF WS-NIGHT-AMOUNT > 0
               PERFORM WRITE-REGISTER-NIGHT-LINE
           END-IF
           IF WS-ABSENCE-AMOUNT > 0
               PERFORM WRITE-REGISTER-ABSENCE-LINE
           END-IF
           IF WS-INSS-DAYS > 0
               PERFORM WRITE-REGISTER-INSS-LINE
           END-IF
           IF WS-INSS-MULTI-BASE > 0
               PERFORM WRITE-REGISTER-MULTI-LINK-LINE
           END-IF
           IF WS-MATERNITY-DAYS > 0
               PERFORM WRITE-REGISTER-MATERNITY-LINE
           END-IF
           IF WS-DEPENDENT-COUNT > 0
               PERFORM WRITE-REGISTER-DEPENDENT-LINE
           END-IF
                   UNTIL WS-ELA-INDEX > WS-ELA-QTDE
               PERFORM WRITE-REGISTER-ELEMENT-LINE
           END-PERFORM
           IF WS-PENSION-AMOUNT > 0 OR WS-PENSION-EMPLOYER > 0
               PERFORM WRITE-REGISTER-PENSION-LINE
           END-IF
           IF WS-TRANSIT-AMOUNT > 0 OR WS-TRANSIT-EMPLOYER > 0
               PERFORM WRITE-REGISTER-TRANSIT-LINE
           END-IF
           IF WS-HEALTH-LIVES > 0
               PERFORM WRITE-REGISTER-HEALTH-LINE
           END-IF
           PERFORM VARYING WS-GAP-INDEX FROM 1 BY 1
                   UNTIL WS-GAP-INDEX > WS-GAP-QTDE
               PERFORM WRITE-REGISTER-GARNISH-LINE
           END-PERFORM
           IF WS-UNION-DUES > 0
               PERFORM WRITE-REGISTER-UNION-LINE
           END-IF
           PERFORM VARYING WS-LNA-INDEX FROM 1 BY 1
                   UNTIL WS-LNA-INDEX > WS-LNA-QTDE
               PERFORM WRITE-REGISTER-LOAN-LINE
           END-PERFORM
           IF WS-ADVANCE-AMOUNT > 0 OR WS-ADVANCE-RESIDUE > 0 OR
              WS-ADVANCE-CARRY-IN > 0
               PERFORM WRITE-REGISTER-ADVANCE-LINE
           END-IF.

      *> Linha propria do adiantamento quinzenal descontado do
      *> liquido; o saldo trazido da folha anterior e a sobra que o
      *> liquido nao comportou (cobrada na proxima) saem anotados.
       WRITE-REGISTER-ADVANCE-LINE.
           MOVE WS-ADVANCE-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . ADIANTAMENTO QUINZENAL JA PAGO: -"
                  MONEY-FMT-OUTPUT " (apos impostos)"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-ADVANCE-CARRY-IN > 0
               MOVE WS-ADVANCE-CARRY-IN TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "       . SALDO DE ADIANTAMENTO DA FOLHA "
                      "ANTERIOR: " MONEY-FMT-OUTPUT
                      " (incluido no desconto)"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF WS-ADVANCE-RESIDUE > 0
               MOVE WS-ADVANCE-RESIDUE TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "       . ADIANTAMENTO NAO DESCONTADO (liquido "
                      "insuficiente): " MONEY-FMT-OUTPUT
                      " - cobrado na proxima folha"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

      *> Linha propria de cada rubrica aplicada (provento soma,
      *> desconto abate o liquido).
           END-IF
           WRITE REGISTER-LINE.

      *> Linha propria da previdencia complementar: plano e
      *> percentual, a contribuicao descontada (com a parte deduzida
      *> da base do IRRF) e a contrapartida da empresa (que nao mexe
      *> no liquido).
       WRITE-REGISTER-PENSION-LINE.
           MOVE WS-PENSION-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE WS-PENSION-PCT TO FORMATTED-PCT
           MOVE SPACES TO REGISTER-LINE
           STRING "       . PREVIDENCIA PRIVADA " WS-PENSION-PLAN
                  " (" FORMATTED-PCT "%): -" MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-PENSION-IR-DEDUCTION TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "         deduzido da base do IRRF: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-PENSION-EMPLOYER TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "         contrapartida da empresa (fora do "
                  "liquido): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria do vale-transporte: dias comprados, o desconto
      *> e a parte da empresa (que nao mexe no liquido).
       WRITE-REGISTER-TRANSIT-LINE.
           MOVE WS-TRANSIT-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . VALE-TRANSPORTE (" WS-TRANSIT-DAYS
                  " dia(s)): -" MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TRANSIT-EMPLOYER TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "         parte da empresa (fora do liquido): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria do plano de saude/odonto: vidas cobertas, a
      *> coparticipacao descontada e a parte da empresa (que nao mexe
      *> no liquido).
       WRITE-REGISTER-HEALTH-LINE.
           MOVE WS-HEALTH-COPAY TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . PLANO SAUDE/ODONTO (" WS-HEALTH-LIVES
                  " vida(s)): -" MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-HEALTH-EMPLOYER TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "         parte da empresa (fora do liquido): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria de cada ordem judicial retida do liquido.
       WRITE-REGISTER-GARNISH-LINE.
           MOVE WS-GAP-AMOUNT(WS-GAP-INDEX) TO MONEY-FMT-INPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria da contribuicao sindical descontada.
       WRITE-REGISTER-UNION-LINE.
           MOVE WS-UNION-DUES TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . CONTRIBUICAO SINDICAL " WS-EMP-UNION-CODE
                  ": -" MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria de cada contrato de consignado: o retido e,
      *> quando a margem nao comportou a parcela inteira, o devido.
       WRITE-REGISTER-LOAN-LINE.
           MOVE WS-LNA-AMOUNT(WS-LNA-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . CONSIGNADO " WS-LNA-BANK(WS-LNA-INDEX)
                  " CONTRATO " WS-LNA-CONTRACT(WS-LNA-INDEX)
                  ": -" MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-LNA-STATUS(WS-LNA-INDEX) NOT = "INT"
               MOVE WS-LNA-DUE(WS-LNA-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               IF WS-LNA-STATUS(WS-LNA-INDEX) = "PAR"
                   STRING "         PARCELA DESCONTADA PARCIALMENTE "
                          "(margem insuficiente) - devida: "
                          MONEY-FMT-OUTPUT
                          DELIMITED BY SIZE INTO REGISTER-LINE
               ELSE
                   STRING "         PARCELA NAO DESCONTADA "
                          "(margem esgotada) - devida: "
                          MONEY-FMT-OUTPUT
                          DELIMITED BY SIZE INTO REGISTER-LINE
               END-IF
               WRITE REGISTER-LINE
           END-IF.

      *> Linha propria do horista: horas normais aprovadas x valor da
      *> hora, que formam o bruto base da linha de cima.
       WRITE-REGISTER-HOURLY-LINE.
           MOVE WS-REGULAR-HOURS TO FORMATTED-OT-HOURS
           COMPUTE MONEY-FMT-INPUT ROUNDED =
               WS-REGULAR-HOURS * WKH-HOUR-RATE
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . HORISTA (" WKH-WEEKLY-HOURS "h/sem): "
                  FORMATTED-OT-HOURS "h aprovadas = "
                  MONEY-FMT-OUTPUT " (bruto base)"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria da extra, logo abaixo do funcionario: as horas
      *> e o valor que ja esta dentro do bruto da linha de cima.
       WRITE-REGISTER-OVERTIME-LINE.
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linhas proprias do reflexo no DSR e do adicional noturno,
      *> tambem ja dentro do bruto.
       WRITE-REGISTER-DSR-LINE.
           MOVE WS-DSR-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . DSR SOBRE EXTRAS: " WS-DSR-REST-DAYS
                  " descanso / " WS-DSR-BUSINESS-DAYS " uteis = "
                  MONEY-FMT-OUTPUT " (incluido no bruto)"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Comissao da folha mensal com o seu DSR; no 13o, a media das
      *> comissoes que entrou na base.
       WRITE-REGISTER-COMMISSION-LINE.
           MOVE WS-COMMISSION-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           IF MODO-FOLHA
               STRING "       . COMISSAO DE VENDAS: " MONEY-FMT-OUTPUT
                      " (incluida no bruto)"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE WS-COMMISSION-DSR TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "       . DSR SOBRE COMISSAO: " WS-DSR-REST-DAYS
                      " descanso / " WS-DSR-BUSINESS-DAYS " uteis = "
                      MONEY-FMT-OUTPUT " (incluido no bruto)"
                      DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               STRING "       . MEDIA DE COMISSOES NA BASE: "
                      MONEY-FMT-OUTPUT " (" CAV-MONTHS " meses)"
                      DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

       WRITE-REGISTER-NIGHT-LINE.
           MOVE WS-NIGHT-HOURS TO FORMATTED-OT-HOURS
           MOVE WS-NIGHT-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . ADICIONAL NOTURNO: " FORMATTED-OT-HOURS
                  "h = " MONEY-FMT-OUTPUT " (incluido no bruto)"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria do desconto de afastamento nao remunerado: os
      *> dias da competencia e o valor ja abatido do bruto acima.
       WRITE-REGISTER-ABSENCE-LINE.
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria do beneficio do INSS: dias da competencia
      *> depois do 15o dia da cadeia de licencas medicas, ja contados
      *> no afastamento acima (o horista nao tem desconto - sem horas,
      *> sem salario).
       WRITE-REGISTER-INSS-LINE.
           MOVE SPACES TO REGISTER-LINE
           STRING "       . AUXILIO-DOENCA INSS (a partir do 16o dia): "
                  WS-INSS-DAYS " dia(s) fora da folha"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linhas proprias do INSS pela base combinada do CPF: a base
      *> somada dos vinculos, o que veio de fora, o INSS que a
      *> matricula reteria sozinha e o ajuste ate o retido acima.
       WRITE-REGISTER-MULTI-LINK-LINE.
           MOVE WS-INSS-MULTI-BASE TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . INSS MULTIPLOS VINCULOS - base combinada "
                  "do CPF: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-INSS-MULTI-EXT > 0 OR WS-INSS-MULTI-EXT-INSS > 0
               MOVE WS-INSS-MULTI-EXT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "         salario externo declarado: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE WS-INSS-MULTI-EXT-INSS TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "         INSS retido pelo empregador externo: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-INSS-STANDALONE TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "         INSS do vinculo isolado: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO REGISTER-LINE
           IF WS-INSS-STANDALONE > WS-INSS-AMOUNT
               COMPUTE MONEY-FMT-INPUT =
                   WS-INSS-STANDALONE - WS-INSS-AMOUNT
               PERFORM FORMAT-CURRENCY
               STRING "         ajuste (retido a menor): -"
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
           ELSE
               COMPUTE MONEY-FMT-INPUT =
                   WS-INSS-AMOUNT - WS-INSS-STANDALONE
               PERFORM FORMAT-CURRENCY
               STRING "         ajuste (retido a maior): +"
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE.

      *> Linha propria da licenca-maternidade: dias da competencia e
      *> o salario-maternidade, que a empresa paga e compensa no INSS
      *> patronal.
       WRITE-REGISTER-MATERNITY-LINE.
           MOVE WS-MATERNITY-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "       . LICENCA-MATERNIDADE: " WS-MATERNITY-DAYS
                  " dia(s) = " MONEY-FMT-OUTPUT
                  " (no bruto; compensado do INSS patronal)"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE.

      *> Linha propria dos dependentes: quantidade e a deducao legal
      *> ja abatida da base do IRRF acima.
       WRITE-REGISTER-DEPENDENT-LINE.
           MOVE MST-EMP-ID         TO PD-EMP-ID
           MOVE MST-EMP-NAME       TO PD-EMP-NAME
           MOVE MST-EMP-DEPARTMENT TO PD-DEPARTMENT
           MOVE MST-POSITION-CODE  TO PD-POSITION-CODE
           MOVE WS-YEAR            TO PD-REF-YEAR
           MOVE WS-MONTH           TO PD-REF-MONTH
           MOVE WS-GROSS-PAY       TO PD-GROSS-PAY
           EVALUATE TRUE
               WHEN MODO-DEC1 MOVE "131" TO PD-PAY-TYPE
               WHEN MODO-DEC2 MOVE "132" TO PD-PAY-TYPE
               WHEN MODO-ADTO MOVE "ADI" TO PD-PAY-TYPE
               WHEN OTHER     MOVE "FOL" TO PD-PAY-TYPE
           END-EVALUATE
           MOVE WS-DEPENDENT-COUNT TO PD-DEPENDENTS
           MOVE WS-ELEM-DEDUCTIONS TO PD-OTHER-DEDUCTIONS
           MOVE SPACE              TO PD-REMIT-FLAG
           MOVE SPACE              TO PD-GL-FLAG
           MOVE WS-ADVANCE-AMOUNT  TO PD-ADVANCE-AMOUNT
           MOVE WS-NIGHT-HOURS     TO PD-NIGHT-HOURS
           MOVE WS-NIGHT-AMOUNT    TO PD-NIGHT-AMOUNT
           MOVE WS-DSR-AMOUNT      TO PD-DSR-AMOUNT
           MOVE WS-LOAN-TOTAL      TO PD-LOAN-AMOUNT
           MOVE WS-EMP-UNION-CODE  TO PD-UNION-CODE
           MOVE WS-UNION-DUES      TO PD-UNION-DUES
           MOVE WS-HEALTH-LIVES    TO PD-HEALTH-LIVES
           MOVE WS-HEALTH-COPAY    TO PD-HEALTH-COPAY
           MOVE WS-HEALTH-EMPLOYER TO PD-HEALTH-EMPLOYER
           MOVE WS-TRANSIT-AMOUNT  TO PD-TRANSIT-AMOUNT
           MOVE WS-TRANSIT-EMPLOYER TO PD-TRANSIT-EMPLOYER
           MOVE WS-INSS-DAYS       TO PD-INSS-DAYS
           MOVE WS-MATERNITY-DAYS  TO PD-MATERNITY-DAYS
           MOVE WS-MATERNITY-AMOUNT TO PD-MATERNITY-AMOUNT
           MOVE SPACES             TO PD-COST-CENTER
           MOVE WS-EMP-COMPANY     TO PD-COMPANY-CODE
           MOVE WS-PENSION-AMOUNT  TO PD-PENSION-AMOUNT
           MOVE WS-PENSION-EMPLOYER TO PD-PENSION-EMPLOYER
           MOVE WS-INSS-MULTI-BASE TO PD-INSS-COMBINED-BASE
           MOVE WS-INSS-STANDALONE TO PD-INSS-STANDALONE
           MOVE WS-COMMISSION-AMOUNT TO PD-COMMISSION-AMOUNT
           MOVE WS-COMMISSION-DSR  TO PD-COMMISSION-DSR
           MOVE WS-ADVANCE-CARRY-IN TO PD-ADVANCE-CARRY-IN
           MOVE WS-ADVANCE-RESIDUE TO PD-ADVANCE-RESIDUE
           PERFORM WRITE-ELEMENT-DETAILS
           IF MODO-SIMULACAO
               WRITE SHADOW-DETAIL-RECORD FROM PAYROLL-DETAIL-RECORD
               EXIT PARAGRAPH
           END-IF
           WRITE PAYROLL-DETAIL-RECORD
           MOVE PAYROLL-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD
           WRITE PAYROLL-HISTORY-RECORD
           IF WS-CTL-MATCH > 0
               ADD 1            TO WS-CTL-PAID(WS-CTL-MATCH)
               ADD PD-GROSS-PAY TO WS-CTL-GROSS(WS-CTL-MATCH)
               ADD PD-EMPLOYER-INSS PD-FGTS-AMOUNT
                   PD-HEALTH-EMPLOYER PD-TRANSIT-EMPLOYER
                   PD-PENSION-EMPLOYER
                   TO WS-CTL-CHARGES(WS-CTL-MATCH)
               ADD PD-NET-PAY   TO WS-CTL-NET(WS-CTL-MATCH)
           END-IF.

      *> Entrada da empresa do funcionario na tabela de totais de
      *> controle, criada no primeiro ativo da empresa.
       FIND-CONTROL-COMPANY.
           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-COMPANY(WS-CTL-INDEX) = WS-EMP-COMPANY
                   MOVE WS-CTL-INDEX TO WS-CTL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH = 0 AND WS-CTL-QTDE < 20
               ADD 1 TO WS-CTL-QTDE
               MOVE WS-CTL-QTDE TO WS-CTL-MATCH
               MOVE WS-EMP-COMPANY TO WS-CTL-COMPANY(WS-CTL-MATCH)
               MOVE 0 TO WS-CTL-ACTIVE(WS-CTL-MATCH)
                         WS-CTL-PAID(WS-CTL-MATCH)
                         WS-CTL-GROSS(WS-CTL-MATCH)
                         WS-CTL-CHARGES(WS-CTL-MATCH)
                         WS-CTL-NET(WS-CTL-MATCH)
           END-IF.

      *> Totais de controle da folha mensal no livro da cadeia, uma
      *> serie de medidas por empresa calculada nesta rodada.
       POST-CONTROL-TOTALS.
           MOVE "PAYROLL-RUN"  TO CLG-REQ-PROGRAM
           MOVE BDT-DATE       TO CLG-REQ-DATE
           MOVE WS-REF-PERIOD  TO CLG-REQ-PERIOD
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-COMPANY(WS-CTL-INDEX) TO CLG-REQ-COMPANY
               MOVE "ATIVOS"   TO CLG-REQ-METRIC
               MOVE WS-CTL-ACTIVE(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE 0          TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "PAGOS"    TO CLG-REQ-METRIC
               MOVE WS-CTL-PAID(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE WS-CTL-NET(WS-CTL-INDEX)  TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "ISENTOS"  TO CLG-REQ-METRIC
               COMPUTE CLG-REQ-COUNT = WS-CTL-ACTIVE(WS-CTL-INDEX)
                                     - WS-CTL-PAID(WS-CTL-INDEX)
               MOVE 0          TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "BRUTO"    TO CLG-REQ-METRIC
               MOVE WS-CTL-PAID(WS-CTL-INDEX)  TO CLG-REQ-COUNT
               MOVE WS-CTL-GROSS(WS-CTL-INDEX) TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "ENCARGOS" TO CLG-REQ-METRIC
               MOVE WS-CTL-CHARGES(WS-CTL-INDEX) TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "LIQUIDO"  TO CLG-REQ-METRIC
               MOVE WS-CTL-NET(WS-CTL-INDEX)   TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
           END-PERFORM
           PERFORM CLG-CLOSE-LEDGER.

       WRITE-ELEMENT-DETAILS.
           PERFORM VARYING WS-ELA-INDEX FROM 1 BY 1
               MOVE WS-ELA-DESC(WS-ELA-INDEX)   TO PED-DESCRIPTION
               MOVE WS-ELA-NATURE(WS-ELA-INDEX) TO PED-NATURE
               MOVE WS-ELA-AMOUNT(WS-ELA-INDEX) TO PED-AMOUNT
               IF MODO-SIMULACAO
                   WRITE SHADOW-ELEMENT-RECORD
                       FROM PAYROLL-ELEMENT-RECORD
               ELSE
                   WRITE PAYROLL-ELEMENT-RECORD
               END-IF
           END-PERFORM.

       WRITE-FGTS-DEPOSIT.
           IF WS-FGTS-AMOUNT = 0 OR MODO-SIMULACAO
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES        TO FGTS-DEPOSIT-RECORD
           MOVE WS-FGTS-AMOUNT TO FGD-AMOUNT
           WRITE FGTS-DEPOSIT-RECORD.

      *> Contribuicao do participante e contrapartida da empresa para
      *> o arquivo da entidade (PENSION-REMIT) - so na folha mensal.
       WRITE-PENSION-DEDUCTION.
           IF NOT MODO-FOLHA OR MODO-SIMULACAO
               EXIT PARAGRAPH
           END-IF
           IF WS-PENSION-AMOUNT = 0 AND WS-PENSION-EMPLOYER = 0
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES              TO PENSION-DEDUCTION-RECORD
           MOVE MST-EMP-ID          TO PDD-EMP-ID
           MOVE MST-EMP-NAME        TO PDD-EMP-NAME
           MOVE WS-PENSION-PLAN     TO PDD-PLAN-CODE
           MOVE WS-PENSION-PARTICIPANT TO PDD-PARTICIPANT
           MOVE WS-REF-PERIOD       TO PDD-REF-PERIOD
           MOVE WS-PENSION-BASE     TO PDD-BASE-SALARY
           MOVE WS-PENSION-PCT      TO PDD-EMP-PCT
           MOVE WS-PENSION-AMOUNT   TO PDD-EMP-AMOUNT
           MOVE WS-PENSION-EMPLOYER TO PDD-EMPLOYER-AMOUNT
           WRITE PENSION-DEDUCTION-RECORD.

       WRITE-DEPARTMENT-SUBTOTALS.
           WRITE REGISTER-LINE FROM SEPARATOR
           MOVE "--- SUBTOTAIS POR DEPARTAMENTO ---" TO REGISTER-LINE
           STRING "TOTAL HORAS EXTRAS (no bruto): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-DSR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL DSR SOBRE EXTRAS (no bruto): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-COMISSAO TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL COMISSOES DE VENDAS (no bruto): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-DSR-COMIS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL DSR SOBRE COMISSOES (no bruto): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-NOTURNO TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL ADICIONAL NOTURNO (no bruto): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-AFAST TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL INSS: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-MULTI-LINK-PAID > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "  FUNCIONARIOS COM MULTIPLOS VINCULOS (INSS "
                      "pela base combinada): " WS-MULTI-LINK-PAID
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE WS-TOTAL-INSS-ISOL TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "  INSS DELES SE OS VINCULOS FOSSEM ISOLADOS: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE WS-TOTAL-INSS-VINC TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "  INSS DELES RETIDO (no total acima): "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-TOTAL-IRRF TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL IRRF: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-ADIANT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL ADIANTAMENTO DESCONTADO: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-SINDICAL TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL CONTRIBUICAO SINDICAL: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-VT-FUNC TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL VALE-TRANSPORTE DESCONTADO: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-PREV-FUNC TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL PREVIDENCIA PRIVADA DESCONTADA: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-PENSION-NO-PLAN > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "ADESOES A PREVIDENCIA SEM PLANO NA TABELA "
                      "(nao descontadas): " WS-PENSION-NO-PLAN
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-TOTAL-SAUDE-FUNC TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL COPARTICIPACAO PLANO SAUDE: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-HEALTH-NO-BAND > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "VIDAS DE PLANO SAUDE SEM FAIXA/DEPENDENTE "
                      "(nao descontadas): " WS-HEALTH-NO-BAND
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-TOTAL-CONSIG TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL CONSIGNADO DESCONTADO: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-LOAN-SHORT-COUNT > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "PARCELAS DE CONSIGNADO PARCIAIS/NAO DESCONTADAS"
                      " (margem): " WS-LOAN-SHORT-COUNT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-TOTAL-LIQUIDO TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL INSS PATRONAL (empregador): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-TOTAL-MATERN > 0
               MOVE WS-TOTAL-MATERN TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "  (-) SALARIO-MATERNIDADE A COMPENSAR: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE 0 TO WS-TOTAL-PATR-NET
               IF WS-TOTAL-PATRONAL > WS-TOTAL-MATERN
                   COMPUTE WS-TOTAL-PATR-NET =
                       WS-TOTAL-PATRONAL - WS-TOTAL-MATERN
               END-IF
               MOVE WS-TOTAL-PATR-NET TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "  (=) INSS PATRONAL A RECOLHER: "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF WS-TOTAL-INSS-DAYS > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "DIAS EM AUXILIO-DOENCA INSS (fora da folha): "
                      WS-TOTAL-INSS-DAYS
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE WS-TOTAL-FGTS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL FGTS (empregador): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-SAUDE-EMPR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL PLANO SAUDE (empregador): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-VT-EMPR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL VALE-TRANSPORTE (empregador): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-PREV-EMPR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL PREVIDENCIA PRIVADA (empregador): "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE REGISTER-FILE
           IF MODO-SIMULACAO
               CLOSE SHADOW-DETAIL-FILE
               CLOSE SHADOW-ELEMENTS-FILE
               EXIT PARAGRAPH
           END-IF
           CLOSE PAYROLL-DETAIL-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE FGTS-FILE
           IF MODO-FOLHA
               CLOSE GARNISH-PAY-FILE
               CLOSE LOAN-DEDUCTION-FILE
               CLOSE PENSION-DEDUCTION-FILE
           END-IF
           CLOSE ELEMENTS-OUT-FILE.

           DISPLAY "Registros lidos do mestre: " WS-RECORDS-READ
           DISPLAY "Funcionarios pagos: " WS-EMPLOYEES-PAID
           DISPLAY "Inativos fora da folha: " WS-INACTIVE-SKIPPED
           IF MODO-PARTICAO
               DISPLAY "Empresa da particao: " WS-PART-COMPANY
                       "  (outras empresas no mestre: "
                       WS-OTHER-COMPANY ")"
           END-IF
           DISPLAY "Registro de folha: " WS-REGISTER-FILENAME
           IF MODO-SIMULACAO
               DISPLAY "Detalhe da simulacao: payroll_shadow.dat"
           ELSE
               DISPLAY "Detalhe de folha: " WS-DETAIL-FILENAME
           END-IF
           IF WS-LOAN-SHORT-COUNT > 0
               DISPLAY "Aviso: parcelas de consignado parciais/nao "
                       "descontadas pela margem: " WS-LOAN-SHORT-COUNT
           END-IF
           IF WS-ONB-QTDE > 0
               DISPLAY "Aviso: admissoes com cadastro incompleto na "
                       "competencia: " WS-ONB-QTDE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "PAYROLL-RUN" TO JRL-PROGRAM-NAME
           IF MODO-SIMULACAO
               MOVE "PAYROLL-RUN-SIMU" TO JRL-PROGRAM-NAME
           END-IF
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
       COPY MONEYFMT-RTN.
       COPY BIZDAY-RTN.
       COPY DATEVAL-RTN.
       COPY AGECALC-RTN.
       COPY WORKHRS-RTN.
       COPY INSSLV-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
       COPY PAYSEAL-RTN.
       COPY COMMAVG-RTN.
