      *> gl_provision_control.dat) lancado junto - a contabilidade
      *> para de fazer o lancamento manual e o estorno esquecido
      *> deixa de existir.
      *> O adiantamento quinzenal (PD-PAY-TYPE "ADI") nao entra no
      *> diario: e parte do salario do mes paga antes, e a despesa do
      *> mes inteiro sai com a folha mensal da mesma competencia, que
      *> ja traz o desconto do adiantamento - contabiliza-lo aqui
      *> lancaria 140% do salario.
      *> O adicional noturno e o reflexo das extras no DSR
      *> (PD-NIGHT-AMOUNT, PD-DSR-AMOUNT) vem dentro do bruto, mas a
      *> fiscalizacao quer ve-los separados tambem na contabilidade:
      *> saem em debitos proprios por centro de custo e moeda
      *> ("ADIC NOTURNO" e "DSR S/EXTRAS") e a despesa de salarios
      *> fica com o restante do bruto. O credito na transitoria
      *> continua sendo o bruto inteiro - o diario fecha igual.
      *> A parte da empresa no plano de saude/odonto
      *> (PD-HEALTH-EMPLOYER, calculada pelo PAYROLL-RUN pelas faixas
      *> etarias) sai como despesa propria: um debito "BENEF SAUDE"
      *> por centro de custo e moeda e um credito "PLANO SAUDE A
      *> PAGAR" por moeda. A coparticipacao do funcionario ja esta
      *> dentro do bruto e nao muda de lugar.
      *> O vale-transporte segue o mesmo desenho: a parte do custo do
      *> pedido que a empresa banca (PD-TRANSIT-EMPLOYER) e debitada
      *> como "VALE TRANSP" por centro de custo e creditada em
      *> "VALE-TRANSPORTE A PAGAR" por moeda (a operadora do cartao);
      *> o desconto do funcionario ja esta dentro do bruto.
      *> Rateio entre centros de custo (cost_allocation.dat,
      *> COSTALOC.cpy): funcionario com linhas em vigor na competencia
      *> tem bruto, adicionais, encargos, beneficios e provisoes
      *> divididos pelos percentuais; cada parte e truncada no
      *> centavo e o residuo do arredondamento fica no centro de
      *> custo do departamento, para o diario fechar no centavo. As
      *> partes rateadas saem com o departamento de origem no
      *> historico. Linhas em vigor que nao somam 100% para um
      *> funcionario abortam a exportacao (RETURN-CODE 8), como o
      *> departamento sem centro de custo - sem o arquivo, tudo fica
      *> no centro do departamento.
      *> As provisoes de 13o e ferias saem da base mensal e do valor
      *> do dia da jornada de cada funcionario (WORKHRS-RTN) - do
      *> horista, valor da hora x divisor da jornada contratada, e nao
      *> o salario de referencia como se fosse mensalista.
      *> O reembolso de despesas (PD-PAY-TYPE "REE", gerado pelo
      *> EXPENSE-PAY) nao e salario nem tem encargo: sai num debito
      *> proprio "REEMB DESPESAS" no centro de custo informado na
      *> despesa (PD-COST-CENTER; em branco, o do departamento), sem
      *> rateio, e num credito "REEMBOLSOS A PAGAR" por moeda.
      *> Com a folha particionada por empresa, a folha mensal (FOL) da
      *> competencia da rodada so entra no diario quando a empresa ja
      *> foi consolidada pelo PAYROLL-MERGE (linha propria da empresa
      *> em period_control.dat fora de ABER; sem linha propria, vale a
      *> competencia inteira). A empresa retida fica sem marca "C" e
      *> entra numa rerodada depois da consolidacao; as provisoes, com
      *> linhas de empresa na competencia, tambem so saem para os
      *> funcionarios das empresas liberadas.
      *> Com o diario gravado a partir do detalhe da folha, o programa
      *> lanca por empresa no livro de totais de controle
      *> (control_ledger.dat, CTLLEDG-FD.cpy), sob a competencia da
      *> rodada, a medida DEBITOS: registros de folha mensal (FOL) da
      *> competencia contabilizados - nesta rodada ou numa anterior -
      *> e a soma do bruto com os encargos da empresa (INSS patronal,
      *> FGTS, plano de saude e vale-transporte) que eles levam ao
      *> diario. O CHAIN-BALANCE confere contra bruto + encargos do
      *> PAYROLL-RUN.
      *> A contrapartida da empresa na previdencia complementar
      *> (PD-PENSION-EMPLOYER, pela regra do plano em pensionplan.parm)
      *> segue o desenho do plano de saude: um debito "PREV PRIVADA"
      *> por centro de custo e moeda, com rateio, e um credito
      *> "PREVIDENCIA A PAGAR" por moeda (a entidade do plano); entra
      *> tambem nos encargos da medida DEBITOS. A contribuicao do
      *> participante ja esta dentro do bruto.
      *> O credito da folha deixou de ir inteiro para "FOLHA DE
      *> PAGAMENTO A PAGAR": o que a folha mensal (FOL) da competencia
      *> reteve para terceiros sai em passivo proprio por moeda, o
      *> mesmo historico que o PAYEE-AP-EXPORT grava na fatura do
      *> favorecido - pensao e penhora (PD-GARNISH-AMOUNT) em
      *> "PENSAO/PENHORA A PAGAR", consignado (PD-LOAN-AMOUNT) em
      *> "CONSIGNADOS A PAGAR", contribuicao sindical (PD-UNION-DUES)
      *> em "CONTRIB SINDICAL A PAGAR", coparticipacao do plano de
      *> saude (PD-HEALTH-COPAY) somada ao "PLANO SAUDE A PAGAR",
      *> contribuicao do participante (PD-PENSION-AMOUNT) somada ao
      *> "PREVIDENCIA A PAGAR" e as rubricas de desconto de terceiros
      *> (payroll_elements.dat, codigos com registro RUB em
      *> payee_master.dat) em "DESC TERCEIROS A PAGAR"; a folha a
      *> pagar fica com o bruto menos essas retencoes. A soma dos
      *> passivos de terceiros da competencia (retencoes + parte da
      *> empresa no plano de saude e na previdencia) vai ao livro de
      *> totais de controle na medida TERCEIRO, que o CHAIN-BALANCE
      *> confere contra o faturado do PAYEE-AP-EXPORT.

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

           SELECT BALANCE-FILE ASSIGN TO "../data/vacation_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PROVISION-FILE-STATUS.

           SELECT COST-ALLOCATION-FILE ASSIGN TO "../data/cost_allocation.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ALLOC-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT PAYEE-MASTER-FILE ASSIGN TO "../data/payee_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

           SELECT ELEMENTS-FILE ASSIGN TO "../data/payroll_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.
           05 FILLER              PIC X.
           05 GPV-AMOUNT          PIC 9(13)V99.

       FD COST-ALLOCATION-FILE.
       COPY COSTALOC.

       FD PERIOD-FILE.
       COPY PERCTL.

       FD PAYEE-MASTER-FILE.
       COPY PAYEEMST.

       FD ELEMENTS-FILE.
       COPY PAYELEMD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

      *> Debitos e passivos de terceiros da folha mensal da
      *> competencia por empresa, lancados no livro da cadeia.
       01 WS-CTL-TABLE.
           05 WS-CTL-QTDE         PIC 99 VALUE 0.
           05 WS-CTL-ENTRADAS OCCURS 20 TIMES.
               10 WS-CTL-COMPANY      PIC X(2).
               10 WS-CTL-COUNT        PIC 9(5).
               10 WS-CTL-DEBITS       PIC 9(13)V99.
               10 WS-CTL-THIRD        PIC 9(13)V99.
       01 WS-CTL-INDEX            PIC 99.
       01 WS-CTL-MATCH            PIC 99.
       01 WS-CTL-KEY              PIC X(2).

       01 WS-FILE-STATUSES.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-BALANCE-FILE-STATUS  PIC XX.
           05 WS-PAYPARM-FILE-STATUS  PIC XX.
           05 WS-PROVISION-FILE-STATUS PIC XX.
           05 WS-ALLOC-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-PERIOD-FILE-STATUS   PIC XX.
           05 WS-PAYEE-FILE-STATUS    PIC XX.
           05 WS-ELEM-FILE-STATUS     PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".

      *> Acumuladores por departamento e moeda (um par distinto por
      *> entrada): moeda em branco nos registros antigos conta como
      *> BRL. WS-AGG-CC preenchido = parte rateada para outro centro
      *> de custo; em branco = centro do proprio departamento.
       01 WS-AGG-TABLE.
           05 WS-AGG-QTDE         PIC 99 VALUE 0.
           05 WS-AGG-ENTRADAS OCCURS 80 TIMES.
               10 WS-AGG-DEPT         PIC X(20).
               10 WS-AGG-CC           PIC X(6).
               10 WS-AGG-CURRENCY     PIC X(3).
               10 WS-AGG-TOTAL        PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-CHARGES      PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-NIGHT        PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-DSR          PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-HEALTH       PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-TRANSIT      PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-PENSION      PIC 9(13)V99 USAGE COMP-3.
               10 WS-AGG-EXPENSE      PIC 9(13)V99 USAGE COMP-3.
       01 WS-AGG-INDEX            PIC 99.

       01 WS-CREDIT-TABLE.
               10 WS-CRD-CURRENCY PIC X(3).
               10 WS-CRD-TOTAL    PIC 9(13)V99 USAGE COMP-3.
               10 WS-CRD-CHARGES  PIC 9(13)V99 USAGE COMP-3.
               10 WS-CRD-HEALTH   PIC 9(13)V99 USAGE COMP-3.
               10 WS-CRD-TRANSIT  PIC 9(13)V99 USAGE COMP-3.
               10 WS-CRD-PENSION  PIC 9(13)V99 USAGE COMP-3.
               10 WS-CRD-EXPENSE  PIC 9(13)V99 USAGE COMP-3.
       01 WS-CRD-INDEX            PIC 9.

      *> Retencoes de terceiros da folha mensal da competencia por
      *> moeda, que saem da folha a pagar para os passivos proprios.
       01 WS-RET-TABLE.
           05 WS-RET-QTDE         PIC 9 VALUE 0.
           05 WS-RET-ENTRADAS OCCURS 5 TIMES.
               10 WS-RET-CURRENCY PIC X(3).
               10 WS-RET-GARNISH  PIC 9(13)V99 USAGE COMP-3.
               10 WS-RET-LOAN     PIC 9(13)V99 USAGE COMP-3.
               10 WS-RET-UNION    PIC 9(13)V99 USAGE COMP-3.
               10 WS-RET-COPAY    PIC 9(13)V99 USAGE COMP-3.
               10 WS-RET-PENSION  PIC 9(13)V99 USAGE COMP-3.
               10 WS-RET-ELEMENTS PIC 9(13)V99 USAGE COMP-3.
       01 WS-RET-INDEX            PIC 9.
       01 WS-RET-MATCH            PIC 9.

      *> Rubricas de desconto de terceiros (registro RUB ativo no
      *> cadastro de favorecidos) e o valor delas por funcionario na
      *> competencia da rodada.
       01 WS-RUB-TABLE.
           05 WS-RUB-QTDE         PIC 99 VALUE 0.
           05 WS-RUB-CODE         PIC X(4) OCCURS 50 TIMES.
       01 WS-RUB-INDEX            PIC 99.
       01 WS-ELD-TABLE.
           05 WS-ELD-QTDE         PIC 9(4) VALUE 0.
           05 WS-ELD-ENTRADAS OCCURS 2000 TIMES.
               10 WS-ELD-EMP-ID       PIC X(6).
               10 WS-ELD-AMOUNT       PIC 9(8)V99.
       01 WS-ELD-INDEX            PIC 9(4).

      *> Retencoes de terceiros do registro corrente do detalhe.
       01 WS-TPW-FIELDS.
           05 WS-TPW-GARNISH      PIC 9(8)V99.
           05 WS-TPW-LOAN         PIC 9(8)V99.
           05 WS-TPW-UNION        PIC 9(8)V99.
           05 WS-TPW-COPAY        PIC 9(8)V99.
           05 WS-TPW-PENSION      PIC 9(8)V99.
           05 WS-TPW-ELEMENTS     PIC 9(8)V99.
           05 WS-TPW-TOTAL        PIC 9(9)V99.

       01 WS-CRD-PAYABLE          PIC 9(13)V99.
       01 WS-CRD-RETAINED         PIC 9(13)V99.

       01 WS-WORK-FIELDS.
           05 WS-WORK-DEPT        PIC X(20).
           05 WS-WORK-CURRENCY    PIC X(3).
           05 WS-WORK-SALARY      PIC 9(8)V99.
           05 WS-WORK-CHARGES     PIC 9(8)V99.
           05 WS-WORK-NIGHT       PIC 9(8)V99.
           05 WS-WORK-DSR         PIC 9(8)V99.
           05 WS-WORK-HEALTH      PIC 9(8)V99.
           05 WS-WORK-TRANSIT     PIC 9(8)V99.
           05 WS-WORK-PENSION     PIC 9(8)V99.
           05 WS-WORK-EXPENSE     PIC 9(8)V99.
           05 WS-WORK-EMP-ID      PIC X(6).
           05 WS-WORK-CC          PIC X(6).
           05 WS-TARGET-CC        PIC X(6).
           05 WS-CREDIT-CENTER    PIC X(6) VALUE "CC9000".
           05 WS-UNMAPPED-COUNT   PIC 99 VALUE 0.

      *> Linhas de rateio do arquivo, com a vigencia ja numerica
      *> (0 = janela aberta); a competencia de cada valor escolhe as
      *> linhas em vigor.
       01 WS-ALC-TABLE.
           05 WS-ALC-QTDE         PIC 9(4) VALUE 0.
           05 WS-ALC-ENTRADAS OCCURS 500 TIMES.
               10 WS-ALC-EMP-ID       PIC X(6).
               10 WS-ALC-CC           PIC X(6).
               10 WS-ALC-PCT          PIC 999V99.
               10 WS-ALC-FROM         PIC 9(6).
               10 WS-ALC-TO           PIC 9(6).
       01 WS-ALC-INDEX            PIC 9(4).
       01 WS-ALC-INDEX-2          PIC 9(4).

       01 WS-ALLOC-FIELDS.
           05 WS-ALC-TARGET       PIC 9(6).
           05 WS-ALC-SUM-PCT      PIC 9(4)V99.
           05 WS-ALC-FOUND        PIC 99.
           05 WS-ALC-ERRORS       PIC 9(4) VALUE 0.
           05 WS-ALC-SPLIT-COUNT  PIC 9(5) VALUE 0.
           05 WS-FULL-SALARY      PIC 9(8)V99.
           05 WS-FULL-CHARGES     PIC 9(8)V99.
           05 WS-FULL-NIGHT       PIC 9(8)V99.
           05 WS-FULL-DSR         PIC 9(8)V99.
           05 WS-FULL-HEALTH      PIC 9(8)V99.
           05 WS-FULL-TRANSIT     PIC 9(8)V99.
           05 WS-FULL-PENSION     PIC 9(8)V99.
           05 WS-REST-SALARY      PIC 9(8)V99.
           05 WS-REST-CHARGES     PIC 9(8)V99.
           05 WS-REST-NIGHT       PIC 9(8)V99.
           05 WS-REST-DSR         PIC 9(8)V99.
           05 WS-REST-HEALTH      PIC 9(8)V99.
           05 WS-REST-TRANSIT     PIC 9(8)V99.
           05 WS-REST-PENSION     PIC 9(8)V99.
           05 WS-PROV-WORK        PIC 9(8)V99.
           05 WS-PROV-FULL        PIC 9(8)V99.
           05 WS-PROV-REST        PIC 9(8)V99.
           05 WS-PROV-TYPE-WORK   PIC X(3).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-JOURNAL-LINES    PIC 9(4) VALUE 0.
       01 WS-GDT-TABLE.
           05 WS-GDT-QTDE         PIC 9(4) VALUE 0.
           05 WS-GDT-ENTRADAS OCCURS 1000 TIMES.
               10 WS-GDT-REG      PIC X(400).
               10 WS-GDT-USED     PIC X.
       01 WS-GDT-INDEX            PIC 9(4).
       01 WS-GDT-OVERFLOW         PIC X VALUE "N".
       01 WS-DETAILS-SKIPPED      PIC 9(5) VALUE 0.

      *> Controle de competencias (PERCTL.cpy) para a liberacao por
      *> empresa da folha particionada: so entra no diario a folha da
      *> empresa ja consolidada.
       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.
       01 WS-PER-COMPANY          PIC X(2).
       01 WS-COMPANY-LINES        PIC 99 VALUE 0.
       01 WS-RELEASED-FLAG        PIC X.
           88 EMPRESA-LIBERADA    VALUE "S".
       01 WS-DETAILS-HELD         PIC 9(5) VALUE 0.
       01 WS-PROV-HELD            PIC 9(5) VALUE 0.

      *> Provisoes do mes por tipo, centro de custo e moeda, e as
      *> provisoes do mes anterior carregadas para estorno.
       01 WS-PROV-TABLE.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       COPY MONEYFMT.
       COPY WORKHRS.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           IF WS-ERROR-FLAG NOT = "Y" AND FONTE-FOLHA
               PERFORM FLAG-ACCOUNTED-DETAILS
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND FONTE-FOLHA
               PERFORM POST-CONTROL-TOTALS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-AGG-TABLE
           COMPUTE WS-RUN-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-GL-PARM
           PERFORM LOAD-COST-ALLOCATION
           PERFORM LOAD-PERIOD-CONTROL
           PERFORM LOAD-THIRD-PARTY-ELEMENTS
           PERFORM ASSIGN-BATCH-ID.

      *> Codigos RUB ativos do cadastro de favorecidos e, para eles,
      *> o desconto de cada funcionario na competencia. Sem cadastro
      *> nenhuma rubrica e de terceiro.
       LOAD-THIRD-PARTY-ELEMENTS.
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYEE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYEE-FILE-STATUS NOT = "00"
               READ PAYEE-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PYE-RUBRICA AND PYE-IS-ACTIVE AND
                          WS-RUB-QTDE < 50
                           ADD 1 TO WS-RUB-QTDE
                           MOVE PYE-SOURCE-KEY(1:4)
                               TO WS-RUB-CODE(WS-RUB-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-MASTER-FILE
           IF WS-RUB-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ELEMENTS-FILE
           IF WS-ELEM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ELEM-FILE-STATUS NOT = "00"
               READ ELEMENTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PED-NATURE = "D" AND
                          PED-REF-PERIOD = WS-RUN-PERIOD
                           PERFORM STORE-THIRD-PARTY-ELEMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELEMENTS-FILE.

       STORE-THIRD-PARTY-ELEMENT.
           PERFORM VARYING WS-RUB-INDEX FROM 1 BY 1
                   UNTIL WS-RUB-INDEX > WS-RUB-QTDE
               IF WS-RUB-CODE(WS-RUB-INDEX) = PED-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RUB-INDEX > WS-RUB-QTDE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ELD-INDEX FROM 1 BY 1
                   UNTIL WS-ELD-INDEX > WS-ELD-QTDE
               IF WS-ELD-EMP-ID(WS-ELD-INDEX) = PED-EMP-ID
                   ADD PED-AMOUNT TO WS-ELD-AMOUNT(WS-ELD-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-ELD-QTDE < 2000
               ADD 1 TO WS-ELD-QTDE
               MOVE PED-EMP-ID TO WS-ELD-EMP-ID(WS-ELD-QTDE)
               MOVE PED-AMOUNT TO WS-ELD-AMOUNT(WS-ELD-QTDE)
           END-IF.

      *> Competencias em tabela; as linhas de empresa da rodada dizem
      *> se a folha foi particionada. Sem o arquivo, tudo e liberado.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = "00"
               READ PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PER-QTDE < 60
                           ADD 1 TO WS-PER-QTDE
                           MOVE PERIOD-CONTROL-RECORD
                               TO WS-PER-REG(WS-PER-QTDE)
                           IF PCT-PERIOD = WS-RUN-PERIOD AND
                              PCT-COMPANY NOT = SPACES
                               ADD 1 TO WS-COMPANY-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *> Empresa liberada para o diario: com linha propria na
      *> competencia da rodada, a linha precisa estar fora de ABER
      *> (consolidada, paga ou fechada); sem linha propria, vale a
      *> competencia inteira, que tambem precisa existir fora de ABER
      *> - empresa retida pelo merge nao tem linha nenhuma.
       CHECK-COMPANY-RELEASED.
           MOVE "S" TO WS-RELEASED-FLAG
           IF WS-PER-COMPANY = SPACES
               MOVE "01" TO WS-PER-COMPANY
           END-IF
           PERFORM FIND-RUN-PERIOD
           IF WS-PER-MATCH = 0
               MOVE SPACES TO WS-PER-COMPANY
               PERFORM FIND-RUN-PERIOD
           END-IF
           IF WS-PER-MATCH = 0
               MOVE "N" TO WS-RELEASED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-REG(WS-PER-MATCH) TO PERIOD-CONTROL-RECORD
           IF PCT-ABERTA
               MOVE "N" TO WS-RELEASED-FLAG
           END-IF.

       FIND-RUN-PERIOD.
           MOVE 0 TO WS-PER-MATCH
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-RUN-PERIOD AND
                  PCT-COMPANY = WS-PER-COMPANY
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Carrega o rateio e confere, para a competencia da rodada,
      *> que as linhas em vigor de cada funcionario somam 100%.
      *> Rateio incompleto ou sobrando e erro grave: o custo sairia
      *> lancado a menor ou a maior.
       LOAD-COST-ALLOCATION.
           OPEN INPUT COST-ALLOCATION-FILE
           IF WS-ALLOC-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: cost_allocation.dat nao encontrado - "
                       "custo inteiro no centro do departamento"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ALLOC-FILE-STATUS NOT = "00"
               READ COST-ALLOCATION-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-COST-ALLOCATION
               END-READ
           END-PERFORM
           CLOSE COST-ALLOCATION-FILE
           DISPLAY "Linhas de rateio carregadas: " WS-ALC-QTDE
           MOVE WS-RUN-PERIOD TO WS-ALC-TARGET
           PERFORM VARYING WS-ALC-INDEX-2 FROM 1 BY 1
                   UNTIL WS-ALC-INDEX-2 > WS-ALC-QTDE
               MOVE WS-ALC-EMP-ID(WS-ALC-INDEX-2) TO WS-WORK-EMP-ID
               PERFORM SUM-EMPLOYEE-ALLOCATION
               IF WS-ALC-FOUND > 0 AND WS-ALC-SUM-PCT NOT = 100
                   ADD 1 TO WS-ALC-ERRORS
                   DISPLAY "ERRO: rateio de " WS-WORK-EMP-ID
                           " soma " WS-ALC-SUM-PCT "% na competencia "
                           WS-ALC-TARGET
               END-IF
           END-PERFORM
           IF WS-ALC-ERRORS > 0
               DISPLAY "Exportacao abortada: rateio de centro de "
                       "custo fora de 100% - corrija "
                       "cost_allocation.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       STORE-COST-ALLOCATION.
           IF CAL-PCT NOT NUMERIC OR CAL-COST-CENTER = SPACES
               DISPLAY "Aviso: linha de rateio invalida ignorada ("
                       CAL-EMP-ID ")"
               EXIT PARAGRAPH
           END-IF
           IF WS-ALC-QTDE NOT < 500
               DISPLAY "Aviso: tabela de rateio cheia - linha "
                       "ignorada (" CAL-EMP-ID ")"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALC-QTDE
           MOVE CAL-EMP-ID      TO WS-ALC-EMP-ID(WS-ALC-QTDE)
           MOVE CAL-COST-CENTER TO WS-ALC-CC(WS-ALC-QTDE)
           MOVE CAL-PCT         TO WS-ALC-PCT(WS-ALC-QTDE)
           MOVE 0 TO WS-ALC-FROM(WS-ALC-QTDE)
           MOVE 0 TO WS-ALC-TO(WS-ALC-QTDE)
           IF CAL-VALID-FROM NUMERIC
               MOVE CAL-VALID-FROM TO WS-ALC-FROM(WS-ALC-QTDE)
           END-IF
           IF CAL-VALID-TO NUMERIC
               MOVE CAL-VALID-TO TO WS-ALC-TO(WS-ALC-QTDE)
           END-IF.

      *> Linhas em vigor de WS-WORK-EMP-ID na competencia
      *> WS-ALC-TARGET: quantidade e soma dos percentuais.
       SUM-EMPLOYEE-ALLOCATION.
           MOVE 0 TO WS-ALC-FOUND
           MOVE 0 TO WS-ALC-SUM-PCT
           PERFORM VARYING WS-ALC-INDEX FROM 1 BY 1
                   UNTIL WS-ALC-INDEX > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX) = WS-WORK-EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX) NOT > WS-ALC-TARGET) AND
                  (WS-ALC-TO(WS-ALC-INDEX) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX) NOT < WS-ALC-TARGET)
                   ADD 1 TO WS-ALC-FOUND
                   ADD WS-ALC-PCT(WS-ALC-INDEX) TO WS-ALC-SUM-PCT
               END-IF
           END-PERFORM.

      *> Sequencia do lote do dia: conta quantos lotes ja sairam hoje
      *> no controle e usa o proximo numero. Sem arquivo de controle
      *> (primeira execucao) comeca do 0001.
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DETAIL-FILE
               IF WS-DETAILS-HELD > 0
                   DISPLAY "Folha de empresa ainda nao consolidada "
                           "(fica para a proxima rodada): "
                           WS-DETAILS-HELD
               END-IF
               IF WS-DETAILS-SKIPPED > 0
                   DISPLAY "Registros ja contabilizados (pulados): "
                           WS-DETAILS-SKIPPED
                                   TO WS-WORK-CURRENCY
                               MOVE EMP-SALARY     TO WS-WORK-SALARY
                               MOVE 0              TO WS-WORK-CHARGES
                               MOVE 0              TO WS-WORK-NIGHT
                               MOVE 0              TO WS-WORK-DSR
                               MOVE 0              TO WS-WORK-HEALTH
                               MOVE 0              TO WS-WORK-TRANSIT
                               MOVE 0              TO WS-WORK-PENSION
                               MOVE 0              TO WS-WORK-EXPENSE
                               MOVE EMP-ID         TO WS-WORK-EMP-ID
                               MOVE WS-RUN-PERIOD  TO WS-ALC-TARGET
                               PERFORM ALLOCATE-AND-ACCUMULATE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE "S" TO WS-GDT-OVERFLOW
           END-IF
           IF PD-CONTABILIZADO OR PD-TYPE-ADIANTAMENTO
               IF PD-CONTABILIZADO
                   PERFORM ACCUMULATE-CONTROL-DEBITS
               END-IF
               ADD 1 TO WS-DETAILS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF PD-TYPE-FOLHA AND WS-COMPANY-LINES > 0 AND
              PD-REF-PERIOD = WS-RUN-PERIOD
               MOVE PD-COMPANY-CODE TO WS-PER-COMPANY
               PERFORM CHECK-COMPANY-RELEASED
               IF NOT EMPRESA-LIBERADA
                   ADD 1 TO WS-DETAILS-HELD
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-GDT-QTDE > 0 AND WS-GDT-OVERFLOW NOT = "S"
               MOVE "S" TO WS-GDT-USED(WS-GDT-QTDE)
           END-IF
           PERFORM ACCUMULATE-CONTROL-DEBITS
           ADD 1 TO WS-RECORDS-READ
           MOVE PD-DEPARTMENT TO WS-WORK-DEPT
           MOVE PD-CURRENCY-CODE TO WS-WORK-CURRENCY
           IF PD-TYPE-REEMBOLSO
               PERFORM AGGREGATE-REIMBURSEMENT
               EXIT PARAGRAPH
           END-IF
           PERFORM ACCUMULATE-WITHHOLDINGS
           MOVE 0 TO WS-WORK-EXPENSE
           MOVE PD-GROSS-PAY  TO WS-WORK-SALARY
           MOVE 0 TO WS-WORK-CHARGES
           IF PD-EMPLOYER-INSS NUMERIC
           IF PD-FGTS-AMOUNT NUMERIC
               ADD PD-FGTS-AMOUNT TO WS-WORK-CHARGES
           END-IF
           MOVE 0 TO WS-WORK-NIGHT
           MOVE 0 TO WS-WORK-DSR
           IF PD-NIGHT-AMOUNT NUMERIC
               MOVE PD-NIGHT-AMOUNT TO WS-WORK-NIGHT
           END-IF
           IF PD-DSR-AMOUNT NUMERIC
               MOVE PD-DSR-AMOUNT TO WS-WORK-DSR
           END-IF
           SUBTRACT WS-WORK-NIGHT WS-WORK-DSR FROM WS-WORK-SALARY
           MOVE 0 TO WS-WORK-HEALTH
           IF PD-HEALTH-EMPLOYER NUMERIC
               MOVE PD-HEALTH-EMPLOYER TO WS-WORK-HEALTH
           END-IF
           MOVE 0 TO WS-WORK-TRANSIT
           IF PD-TRANSIT-EMPLOYER NUMERIC
               MOVE PD-TRANSIT-EMPLOYER TO WS-WORK-TRANSIT
           END-IF
           MOVE 0 TO WS-WORK-PENSION
           IF PD-PENSION-EMPLOYER NUMERIC
               MOVE PD-PENSION-EMPLOYER TO WS-WORK-PENSION
           END-IF
           MOVE PD-EMP-ID     TO WS-WORK-EMP-ID
           MOVE PD-REF-PERIOD TO WS-ALC-TARGET
           PERFORM ALLOCATE-AND-ACCUMULATE.

      *> Bruto + encargos da empresa de um registro FOL da competencia
      *> da rodada que esta (ou ja esteve) no diario - os mesmos
      *> valores que o AGGREGATE-ONE-DETAIL leva aos debitos.
       ACCUMULATE-CONTROL-DEBITS.
           IF NOT PD-TYPE-FOLHA OR PD-REF-PERIOD NOT = WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE PD-COMPANY-CODE TO WS-CTL-KEY
           IF WS-CTL-KEY = SPACES
               MOVE "01" TO WS-CTL-KEY
           END-IF
           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-COMPANY(WS-CTL-INDEX) = WS-CTL-KEY
                   MOVE WS-CTL-INDEX TO WS-CTL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH = 0
               IF WS-CTL-QTDE < 20
                   ADD 1 TO WS-CTL-QTDE
                   MOVE WS-CTL-QTDE TO WS-CTL-MATCH
                   MOVE WS-CTL-KEY TO WS-CTL-COMPANY(WS-CTL-MATCH)
                   MOVE 0 TO WS-CTL-COUNT(WS-CTL-MATCH)
                             WS-CTL-DEBITS(WS-CTL-MATCH)
                             WS-CTL-THIRD(WS-CTL-MATCH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-CTL-COUNT(WS-CTL-MATCH)
           ADD PD-GROSS-PAY TO WS-CTL-DEBITS(WS-CTL-MATCH)
           IF PD-EMPLOYER-INSS NUMERIC
               ADD PD-EMPLOYER-INSS TO WS-CTL-DEBITS(WS-CTL-MATCH)
           END-IF
           IF PD-FGTS-AMOUNT NUMERIC
               ADD PD-FGTS-AMOUNT TO WS-CTL-DEBITS(WS-CTL-MATCH)
           END-IF
           IF PD-HEALTH-EMPLOYER NUMERIC
               ADD PD-HEALTH-EMPLOYER TO WS-CTL-DEBITS(WS-CTL-MATCH)
           END-IF
           IF PD-TRANSIT-EMPLOYER NUMERIC
               ADD PD-TRANSIT-EMPLOYER TO WS-CTL-DEBITS(WS-CTL-MATCH)
           END-IF
           IF PD-PENSION-EMPLOYER NUMERIC
               ADD PD-PENSION-EMPLOYER TO WS-CTL-DEBITS(WS-CTL-MATCH)
           END-IF
           PERFORM COMPUTE-WITHHOLDINGS
           ADD WS-TPW-TOTAL TO WS-CTL-THIRD(WS-CTL-MATCH)
           IF PD-HEALTH-EMPLOYER NUMERIC
               ADD PD-HEALTH-EMPLOYER TO WS-CTL-THIRD(WS-CTL-MATCH)
           END-IF
           IF PD-PENSION-EMPLOYER NUMERIC
               ADD PD-PENSION-EMPLOYER TO WS-CTL-THIRD(WS-CTL-MATCH)
           END-IF.

      *> Retencoes de terceiros de um registro FOL da competencia da
      *> rodada; qualquer outro registro nao tem retencao separada.
       COMPUTE-WITHHOLDINGS.
           INITIALIZE WS-TPW-FIELDS
           IF NOT PD-TYPE-FOLHA OR PD-REF-PERIOD NOT = WS-RUN-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF PD-GARNISH-AMOUNT NUMERIC
               MOVE PD-GARNISH-AMOUNT TO WS-TPW-GARNISH
           END-IF
           IF PD-LOAN-AMOUNT NUMERIC
               MOVE PD-LOAN-AMOUNT TO WS-TPW-LOAN
           END-IF
           IF PD-UNION-DUES NUMERIC
               MOVE PD-UNION-DUES TO WS-TPW-UNION
           END-IF
           IF PD-HEALTH-COPAY NUMERIC
               MOVE PD-HEALTH-COPAY TO WS-TPW-COPAY
           END-IF
           IF PD-PENSION-AMOUNT NUMERIC
               MOVE PD-PENSION-AMOUNT TO WS-TPW-PENSION
           END-IF
           PERFORM VARYING WS-ELD-INDEX FROM 1 BY 1
                   UNTIL WS-ELD-INDEX > WS-ELD-QTDE
               IF WS-ELD-EMP-ID(WS-ELD-INDEX) = PD-EMP-ID
                   MOVE WS-ELD-AMOUNT(WS-ELD-INDEX) TO WS-TPW-ELEMENTS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           COMPUTE WS-TPW-TOTAL = WS-TPW-GARNISH + WS-TPW-LOAN +
               WS-TPW-UNION + WS-TPW-COPAY + WS-TPW-PENSION +
               WS-TPW-ELEMENTS.

      *> Retencoes do registro que entra no diario nesta rodada, por
      *> moeda (em branco conta como BRL, como nos debitos).
       ACCUMULATE-WITHHOLDINGS.
           PERFORM COMPUTE-WITHHOLDINGS
           IF WS-TPW-TOTAL = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-WORK-CURRENCY = SPACES
               MOVE "BRL" TO WS-WORK-CURRENCY
           END-IF
           PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
                   UNTIL WS-RET-INDEX > 5
               IF WS-RET-CURRENCY(WS-RET-INDEX) = SPACES
                   MOVE WS-WORK-CURRENCY
                       TO WS-RET-CURRENCY(WS-RET-INDEX)
                   ADD 1 TO WS-RET-QTDE
               END-IF
               IF WS-RET-CURRENCY(WS-RET-INDEX) = WS-WORK-CURRENCY
                   ADD WS-TPW-GARNISH TO WS-RET-GARNISH(WS-RET-INDEX)
                   ADD WS-TPW-LOAN    TO WS-RET-LOAN(WS-RET-INDEX)
                   ADD WS-TPW-UNION   TO WS-RET-UNION(WS-RET-INDEX)
                   ADD WS-TPW-COPAY   TO WS-RET-COPAY(WS-RET-INDEX)
                   ADD WS-TPW-PENSION TO WS-RET-PENSION(WS-RET-INDEX)
                   ADD WS-TPW-ELEMENTS
                       TO WS-RET-ELEMENTS(WS-RET-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Reembolso de despesa: o valor inteiro no centro de custo da
      *> propria despesa, fora do rateio do funcionario - quem pagou a
      *> viagem e o centro que o gestor aprovou.
       AGGREGATE-REIMBURSEMENT.
           MOVE 0 TO WS-WORK-SALARY WS-WORK-CHARGES WS-WORK-NIGHT
                     WS-WORK-DSR WS-WORK-HEALTH WS-WORK-TRANSIT
                     WS-WORK-PENSION
           MOVE PD-GROSS-PAY    TO WS-WORK-EXPENSE
           MOVE PD-EMP-ID       TO WS-WORK-EMP-ID
           MOVE PD-COST-CENTER  TO WS-WORK-CC
           PERFORM ACCUMULATE-DEPARTMENT.

      *> Sem rateio em vigor (ou rateio fora de 100% numa competencia
      *> diferente da rodada) o valor fica inteiro no departamento.
      *> Com rateio, cada centro recebe a sua parte truncada e o
      *> residuo volta para o centro do departamento.
       ALLOCATE-AND-ACCUMULATE.
           MOVE SPACES TO WS-WORK-CC
           PERFORM SUM-EMPLOYEE-ALLOCATION
           IF WS-ALC-FOUND = 0
               PERFORM ACCUMULATE-DEPARTMENT
               EXIT PARAGRAPH
           END-IF
           IF WS-ALC-SUM-PCT NOT = 100
               DISPLAY "Aviso: rateio de " WS-WORK-EMP-ID " fora de "
                       "100% em " WS-ALC-TARGET " - valor no "
                       "departamento"
               PERFORM ACCUMULATE-DEPARTMENT
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ALC-SPLIT-COUNT
           MOVE WS-WORK-SALARY  TO WS-FULL-SALARY  WS-REST-SALARY
           MOVE WS-WORK-CHARGES TO WS-FULL-CHARGES WS-REST-CHARGES
           MOVE WS-WORK-NIGHT   TO WS-FULL-NIGHT   WS-REST-NIGHT
           MOVE WS-WORK-DSR     TO WS-FULL-DSR     WS-REST-DSR
           MOVE WS-WORK-HEALTH  TO WS-FULL-HEALTH  WS-REST-HEALTH
           MOVE WS-WORK-TRANSIT TO WS-FULL-TRANSIT WS-REST-TRANSIT
           MOVE WS-WORK-PENSION TO WS-FULL-PENSION WS-REST-PENSION
           PERFORM VARYING WS-ALC-INDEX-2 FROM 1 BY 1
                   UNTIL WS-ALC-INDEX-2 > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX-2) = WS-WORK-EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX-2) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX-2) NOT > WS-ALC-TARGET) AND
                  (WS-ALC-TO(WS-ALC-INDEX-2) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX-2) NOT < WS-ALC-TARGET)
                   COMPUTE WS-WORK-SALARY =
                       WS-FULL-SALARY * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-CHARGES =
                       WS-FULL-CHARGES * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-NIGHT =
                       WS-FULL-NIGHT * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-DSR =
                       WS-FULL-DSR * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-HEALTH =
                       WS-FULL-HEALTH * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-TRANSIT =
                       WS-FULL-TRANSIT * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   COMPUTE WS-WORK-PENSION =
                       WS-FULL-PENSION * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   SUBTRACT WS-WORK-SALARY  FROM WS-REST-SALARY
                   SUBTRACT WS-WORK-CHARGES FROM WS-REST-CHARGES
                   SUBTRACT WS-WORK-NIGHT   FROM WS-REST-NIGHT
                   SUBTRACT WS-WORK-DSR     FROM WS-REST-DSR
                   SUBTRACT WS-WORK-HEALTH  FROM WS-REST-HEALTH
                   SUBTRACT WS-WORK-TRANSIT FROM WS-REST-TRANSIT
                   SUBTRACT WS-WORK-PENSION FROM WS-REST-PENSION
                   MOVE WS-ALC-CC(WS-ALC-INDEX-2) TO WS-WORK-CC
                   PERFORM ACCUMULATE-DEPARTMENT
               END-IF
           END-PERFORM
           IF WS-REST-SALARY > 0 OR WS-REST-CHARGES > 0 OR
              WS-REST-NIGHT > 0 OR WS-REST-DSR > 0 OR
              WS-REST-HEALTH > 0 OR WS-REST-TRANSIT > 0 OR
              WS-REST-PENSION > 0
               MOVE WS-REST-SALARY  TO WS-WORK-SALARY
               MOVE WS-REST-CHARGES TO WS-WORK-CHARGES
               MOVE WS-REST-NIGHT   TO WS-WORK-NIGHT
               MOVE WS-REST-DSR     TO WS-WORK-DSR
               MOVE WS-REST-HEALTH  TO WS-WORK-HEALTH
               MOVE WS-REST-TRANSIT TO WS-WORK-TRANSIT
               MOVE WS-REST-PENSION TO WS-WORK-PENSION
               MOVE SPACES TO WS-WORK-CC
               PERFORM ACCUMULATE-DEPARTMENT
           END-IF.

       ACCUMULATE-DEPARTMENT.
           IF WS-WORK-CURRENCY = SPACES
               MOVE "BRL" TO WS-WORK-CURRENCY
           END-IF
           PERFORM VARYING WS-AGG-INDEX FROM 1 BY 1
                   UNTIL WS-AGG-INDEX > 80
               IF WS-AGG-DEPT(WS-AGG-INDEX) = WS-WORK-DEPT AND
                  WS-AGG-CC(WS-AGG-INDEX) = WS-WORK-CC AND
                  WS-AGG-CURRENCY(WS-AGG-INDEX) = WS-WORK-CURRENCY
                   ADD WS-WORK-SALARY TO WS-AGG-TOTAL(WS-AGG-INDEX)
                   ADD WS-WORK-CHARGES TO WS-AGG-CHARGES(WS-AGG-INDEX)
                   ADD WS-WORK-NIGHT TO WS-AGG-NIGHT(WS-AGG-INDEX)
                   ADD WS-WORK-DSR TO WS-AGG-DSR(WS-AGG-INDEX)
                   ADD WS-WORK-HEALTH TO WS-AGG-HEALTH(WS-AGG-INDEX)
                   ADD WS-WORK-TRANSIT
                       TO WS-AGG-TRANSIT(WS-AGG-INDEX)
                   ADD WS-WORK-PENSION
                       TO WS-AGG-PENSION(WS-AGG-INDEX)
                   ADD WS-WORK-EXPENSE
                       TO WS-AGG-EXPENSE(WS-AGG-INDEX)
                   EXIT PERFORM
               END-IF
               IF WS-AGG-DEPT(WS-AGG-INDEX) = SPACES
                   MOVE WS-WORK-DEPT TO WS-AGG-DEPT(WS-AGG-INDEX)
                   MOVE WS-WORK-CC   TO WS-AGG-CC(WS-AGG-INDEX)
                   MOVE WS-WORK-CURRENCY
                       TO WS-AGG-CURRENCY(WS-AGG-INDEX)
                   ADD WS-WORK-SALARY TO WS-AGG-TOTAL(WS-AGG-INDEX)
                   ADD WS-WORK-CHARGES TO WS-AGG-CHARGES(WS-AGG-INDEX)
                   ADD WS-WORK-NIGHT TO WS-AGG-NIGHT(WS-AGG-INDEX)
                   ADD WS-WORK-DSR TO WS-AGG-DSR(WS-AGG-INDEX)
                   ADD WS-WORK-HEALTH TO WS-AGG-HEALTH(WS-AGG-INDEX)
                   ADD WS-WORK-TRANSIT
                       TO WS-AGG-TRANSIT(WS-AGG-INDEX)
                   ADD WS-WORK-PENSION
                       TO WS-AGG-PENSION(WS-AGG-INDEX)
                   ADD WS-WORK-EXPENSE
                       TO WS-AGG-EXPENSE(WS-AGG-INDEX)
                   ADD 1 TO WS-AGG-QTDE
                   EXIT PERFORM
               END-IF
      *> encargos patronais; ferias = dias de saldo x salario/30 mais
      *> o terco. Somadas por centro de custo e moeda. Departamento do
      *> mestre sem centro de custo conta como nao mapeado e aborta a
      *> exportacao junto com a critica da despesa salarial. O rateio
      *> em vigor na competencia da rodada divide as provisoes como
      *> divide a despesa.
       CALCULATE-PROVISIONS.
           PERFORM LOAD-CHARGE-RATES
           PERFORM LOAD-VACATION-BALANCES

                   AT END CONTINUE
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE
                           MOVE "S" TO WS-RELEASED-FLAG
                           IF WS-COMPANY-LINES > 0
                               MOVE MST-COMPANY-CODE TO WS-PER-COMPANY
                               PERFORM CHECK-COMPANY-RELEASED
                           END-IF
                           IF EMPRESA-LIBERADA
                               PERFORM PROVISION-ONE-EMPLOYEE
                           ELSE
                               ADD 1 TO WS-PROV-HELD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-PROV-HELD > 0
               DISPLAY "Sem provisao (empresa nao consolidada): "
                       WS-PROV-HELD
           END-IF
           DISPLAY "Funcionarios provisionados: " WS-PROV-COUNT.

       LOAD-CHARGE-RATES.
               MOVE "BRL" TO WS-WORK-CURRENCY
           END-IF

           MOVE MST-EMP-ID TO WS-WORK-EMP-ID
           MOVE WS-RUN-PERIOD TO WS-ALC-TARGET
           PERFORM SUM-EMPLOYEE-ALLOCATION
           IF WS-ALC-SUM-PCT NOT = 100
               MOVE 0 TO WS-ALC-FOUND
           END-IF

           MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE MST-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE MST-EMP-SALARY   TO WKH-SALARY
           PERFORM WKH-DERIVE
           COMPUTE WS-PROV-13 ROUNDED =
               (WKH-MONTH-BASE / 12) * (1 + WS-CHARGE-PCT / 100)
           MOVE "13O" TO WS-PROV-TYPE-WORK
           MOVE WS-PROV-13 TO WS-PROV-WORK
           PERFORM ALLOCATE-PROVISION

           MOVE 0 TO WS-VB-SALDO-EMP
           PERFORM VARYING WS-VB-INDEX FROM 1 BY 1
           END-PERFORM
           IF WS-VB-SALDO-EMP > 0
               COMPUTE WS-PROV-FER ROUNDED =
                   WS-VB-SALDO-EMP * WKH-DAY-VALUE * 4 / 3
               MOVE "FER" TO WS-PROV-TYPE-WORK
               MOVE WS-PROV-FER TO WS-PROV-WORK
               PERFORM ALLOCATE-PROVISION
           END-IF.

      *> WS-ALC-FOUND > 0 = funcionario com rateio valido na rodada:
      *> parte truncada por centro e residuo no centro do departamento.
       ALLOCATE-PROVISION.
           IF WS-ALC-FOUND = 0
               MOVE WS-DEPT-CC(WS-DEPT-MATCH) TO WS-TARGET-CC
               PERFORM ACCUMULATE-PROVISION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PROV-WORK TO WS-PROV-REST WS-PROV-FULL
           PERFORM VARYING WS-ALC-INDEX-2 FROM 1 BY 1
                   UNTIL WS-ALC-INDEX-2 > WS-ALC-QTDE
               IF WS-ALC-EMP-ID(WS-ALC-INDEX-2) = WS-WORK-EMP-ID AND
                  (WS-ALC-FROM(WS-ALC-INDEX-2) = 0 OR
                   WS-ALC-FROM(WS-ALC-INDEX-2) NOT > WS-ALC-TARGET) AND
                  (WS-ALC-TO(WS-ALC-INDEX-2) = 0 OR
                   WS-ALC-TO(WS-ALC-INDEX-2) NOT < WS-ALC-TARGET)
                   COMPUTE WS-PROV-WORK =
                       WS-PROV-FULL * WS-ALC-PCT(WS-ALC-INDEX-2) / 100
                   SUBTRACT WS-PROV-WORK FROM WS-PROV-REST
                   MOVE WS-ALC-CC(WS-ALC-INDEX-2) TO WS-TARGET-CC
                   PERFORM ACCUMULATE-PROVISION
               END-IF
           END-PERFORM
           IF WS-PROV-REST > 0
               MOVE WS-PROV-REST TO WS-PROV-WORK
               MOVE WS-DEPT-CC(WS-DEPT-MATCH) TO WS-TARGET-CC
               PERFORM ACCUMULATE-PROVISION
           END-IF.

       ACCUMULATE-PROVISION.
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > WS-PRV-QTDE
               IF WS-PRV-TYPE(WS-PRV-INDEX) = WS-PROV-TYPE-WORK AND
                  WS-PRV-CC(WS-PRV-INDEX) = WS-TARGET-CC AND
                  WS-PRV-CURRENCY(WS-PRV-INDEX) = WS-WORK-CURRENCY
                   ADD WS-PROV-WORK TO WS-PRV-AMOUNT(WS-PRV-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-PRV-QTDE
           MOVE WS-PROV-TYPE-WORK TO WS-PRV-TYPE(WS-PRV-QTDE)
           MOVE WS-TARGET-CC TO WS-PRV-CC(WS-PRV-QTDE)
           MOVE WS-WORK-CURRENCY TO WS-PRV-CURRENCY(WS-PRV-QTDE)
           MOVE WS-PROV-WORK TO WS-PRV-AMOUNT(WS-PRV-QTDE).

       LOOKUP-WORK-COST-CENTER.
           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-AGG-INDEX FROM 1 BY 1
                   UNTIL WS-AGG-INDEX > WS-AGG-QTDE
               PERFORM LOOKUP-COST-CENTER
               IF WS-TARGET-CC = SPACES
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "ERRO: departamento sem centro de custo no "
                           "mestre: " WS-AGG-DEPT(WS-AGG-INDEX)
           PERFORM VARYING WS-AGG-INDEX FROM 1 BY 1
                   UNTIL WS-AGG-INDEX > WS-AGG-QTDE
               PERFORM LOOKUP-COST-CENTER
               IF WS-AGG-TOTAL(WS-AGG-INDEX) > 0 OR
                  WS-AGG-EXPENSE(WS-AGG-INDEX) = 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "DESP SALARIOS " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-TOTAL(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-CHARGES(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "ENCARGOS SOC " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-NIGHT(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "ADIC NOTURNO " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-NIGHT(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-DSR(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "DSR S/EXTRAS " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-DSR(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-HEALTH(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "BENEF SAUDE " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-HEALTH(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-TRANSIT(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "VALE TRANSP " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-TRANSIT(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-PENSION(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "PREV PRIVADA " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-PENSION(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-AGG-EXPENSE(WS-AGG-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "D" TO GLJ-NATURE
                   MOVE WS-TARGET-CC TO GLJ-COST-CENTER
                   MOVE SPACES TO GLJ-DESCRIPTION
                   STRING "REEMB DESPESAS " WS-AGG-DEPT(WS-AGG-INDEX)
                          DELIMITED BY SIZE INTO GLJ-DESCRIPTION
                   MOVE WS-AGG-EXPENSE(WS-AGG-INDEX) TO GLJ-AMOUNT
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               PERFORM ACCUMULATE-CREDIT-TOTAL
           END-PERFORM

      *> Um credito na conta transitoria por moeda movimentada:
      *> debitos = creditos dentro de cada moeda. As retencoes de
      *> terceiros da moeda saem da folha a pagar para os passivos
      *> proprios.
           PERFORM VARYING WS-CRD-INDEX FROM 1 BY 1
                   UNTIL WS-CRD-INDEX > WS-CRD-QTDE
               PERFORM FIND-CURRENCY-WITHHOLDINGS
               MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
               MOVE "C" TO GLJ-NATURE
               MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
               MOVE "FOLHA DE PAGAMENTO A PAGAR" TO GLJ-DESCRIPTION
               MOVE WS-CRD-PAYABLE TO GLJ-AMOUNT
               MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-CRD-HEALTH(WS-CRD-INDEX) > 0 OR
                  (WS-RET-MATCH > 0 AND WS-RET-COPAY(WS-RET-MATCH) > 0)
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "C" TO GLJ-NATURE
                   MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
                   MOVE "PLANO SAUDE A PAGAR" TO GLJ-DESCRIPTION
                   MOVE WS-CRD-HEALTH(WS-CRD-INDEX) TO GLJ-AMOUNT
                   IF WS-RET-MATCH > 0
                       ADD WS-RET-COPAY(WS-RET-MATCH) TO GLJ-AMOUNT
                   END-IF
                   MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-CRD-TRANSIT(WS-CRD-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "C" TO GLJ-NATURE
                   MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
                   MOVE "VALE-TRANSPORTE A PAGAR" TO GLJ-DESCRIPTION
                   MOVE WS-CRD-TRANSIT(WS-CRD-INDEX) TO GLJ-AMOUNT
                   MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-CRD-PENSION(WS-CRD-INDEX) > 0 OR
                  (WS-RET-MATCH > 0 AND
                   WS-RET-PENSION(WS-RET-MATCH) > 0)
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "C" TO GLJ-NATURE
                   MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
                   MOVE "PREVIDENCIA A PAGAR" TO GLJ-DESCRIPTION
                   MOVE WS-CRD-PENSION(WS-CRD-INDEX) TO GLJ-AMOUNT
                   IF WS-RET-MATCH > 0
                       ADD WS-RET-PENSION(WS-RET-MATCH) TO GLJ-AMOUNT
                   END-IF
                   MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-CRD-EXPENSE(WS-CRD-INDEX) > 0
                   MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
                   MOVE "C" TO GLJ-NATURE
                   MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
                   MOVE "REEMBOLSOS A PAGAR" TO GLJ-DESCRIPTION
                   MOVE WS-CRD-EXPENSE(WS-CRD-INDEX) TO GLJ-AMOUNT
                   MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
                   WRITE GL-JOURNAL-RECORD
                   ADD 1 TO WS-JOURNAL-LINES
                   ADD GLJ-AMOUNT TO WS-BATCH-HASH
               END-IF
               IF WS-RET-MATCH > 0
                   PERFORM WRITE-WITHHOLDING-CREDITS
               END-IF
           END-PERFORM

           PERFORM WRITE-PROVISION-REVERSALS
           END-PERFORM
           CLOSE PAYROLL-DETAIL-FILE.

      *> Retencoes da moeda corrente do credito e a folha a pagar
      *> liquida delas (o bruto e sempre maior que as retencoes; se
      *> nao for, o credito fica inteiro na folha a pagar).
       FIND-CURRENCY-WITHHOLDINGS.
           MOVE 0 TO WS-RET-MATCH
           MOVE WS-CRD-TOTAL(WS-CRD-INDEX) TO WS-CRD-PAYABLE
           PERFORM VARYING WS-RET-INDEX FROM 1 BY 1
                   UNTIL WS-RET-INDEX > WS-RET-QTDE
               IF WS-RET-CURRENCY(WS-RET-INDEX) =
                  WS-CRD-CURRENCY(WS-CRD-INDEX)
                   MOVE WS-RET-INDEX TO WS-RET-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RET-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CRD-RETAINED = WS-RET-GARNISH(WS-RET-MATCH) +
               WS-RET-LOAN(WS-RET-MATCH) + WS-RET-UNION(WS-RET-MATCH) +
               WS-RET-COPAY(WS-RET-MATCH) +
               WS-RET-PENSION(WS-RET-MATCH) +
               WS-RET-ELEMENTS(WS-RET-MATCH)
           IF WS-CRD-RETAINED > WS-CRD-PAYABLE
               DISPLAY "Aviso: retencoes de terceiros maiores que a "
                       "folha em " WS-CRD-CURRENCY(WS-CRD-INDEX)
                       " - credito inteiro na folha a pagar"
               MOVE 0 TO WS-RET-MATCH
               EXIT PARAGRAPH
           END-IF
           SUBTRACT WS-CRD-RETAINED FROM WS-CRD-PAYABLE.

      *> Passivos proprios das retencoes de terceiros da moeda (a
      *> coparticipacao e o participante da previdencia ja foram
      *> somados as linhas do plano de saude e da previdencia).
       WRITE-WITHHOLDING-CREDITS.
           MOVE WS-CURRENT-DATE-N TO GLJ-REF-DATE
           MOVE "C" TO GLJ-NATURE
           MOVE WS-CREDIT-CENTER TO GLJ-COST-CENTER
           MOVE WS-CRD-CURRENCY(WS-CRD-INDEX) TO GLJ-CURRENCY
           IF WS-RET-GARNISH(WS-RET-MATCH) > 0
               MOVE "PENSAO/PENHORA A PAGAR" TO GLJ-DESCRIPTION
               MOVE WS-RET-GARNISH(WS-RET-MATCH) TO GLJ-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               ADD GLJ-AMOUNT TO WS-BATCH-HASH
           END-IF
           IF WS-RET-LOAN(WS-RET-MATCH) > 0
               MOVE "CONSIGNADOS A PAGAR" TO GLJ-DESCRIPTION
               MOVE WS-RET-LOAN(WS-RET-MATCH) TO GLJ-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               ADD GLJ-AMOUNT TO WS-BATCH-HASH
           END-IF
           IF WS-RET-UNION(WS-RET-MATCH) > 0
               MOVE "CONTRIB SINDICAL A PAGAR" TO GLJ-DESCRIPTION
               MOVE WS-RET-UNION(WS-RET-MATCH) TO GLJ-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               ADD GLJ-AMOUNT TO WS-BATCH-HASH
           END-IF
           IF WS-RET-ELEMENTS(WS-RET-MATCH) > 0
               MOVE "DESC TERCEIROS A PAGAR" TO GLJ-DESCRIPTION
               MOVE WS-RET-ELEMENTS(WS-RET-MATCH) TO GLJ-AMOUNT
               WRITE GL-JOURNAL-RECORD
               ADD 1 TO WS-JOURNAL-LINES
               ADD GLJ-AMOUNT TO WS-BATCH-HASH
           END-IF.

       ACCUMULATE-CREDIT-TOTAL.
           PERFORM VARYING WS-CRD-INDEX FROM 1 BY 1
                   UNTIL WS-CRD-INDEX > 5
               IF WS-CRD-CURRENCY(WS-CRD-INDEX) =
                  WS-AGG-CURRENCY(WS-AGG-INDEX)
                   ADD WS-AGG-TOTAL(WS-AGG-INDEX)
                       WS-AGG-NIGHT(WS-AGG-INDEX)
                       WS-AGG-DSR(WS-AGG-INDEX)
                       TO WS-CRD-TOTAL(WS-CRD-INDEX)
                   ADD WS-AGG-CHARGES(WS-AGG-INDEX)
                       TO WS-CRD-CHARGES(WS-CRD-INDEX)
                   ADD WS-AGG-HEALTH(WS-AGG-INDEX)
                       TO WS-CRD-HEALTH(WS-CRD-INDEX)
                   ADD WS-AGG-TRANSIT(WS-AGG-INDEX)
                       TO WS-CRD-TRANSIT(WS-CRD-INDEX)
                   ADD WS-AGG-PENSION(WS-AGG-INDEX)
                       TO WS-CRD-PENSION(WS-CRD-INDEX)
                   ADD WS-AGG-EXPENSE(WS-AGG-INDEX)
                       TO WS-CRD-EXPENSE(WS-CRD-INDEX)
                   EXIT PERFORM
               END-IF
               IF WS-CRD-CURRENCY(WS-CRD-INDEX) = SPACES
                   MOVE WS-AGG-CURRENCY(WS-AGG-INDEX)
                       TO WS-CRD-CURRENCY(WS-CRD-INDEX)
                   ADD WS-AGG-TOTAL(WS-AGG-INDEX)
                       WS-AGG-NIGHT(WS-AGG-INDEX)
                       WS-AGG-DSR(WS-AGG-INDEX)
                       TO WS-CRD-TOTAL(WS-CRD-INDEX)
                   ADD WS-AGG-CHARGES(WS-AGG-INDEX)
                       TO WS-CRD-CHARGES(WS-CRD-INDEX)
                   ADD WS-AGG-HEALTH(WS-AGG-INDEX)
                       TO WS-CRD-HEALTH(WS-CRD-INDEX)
                   ADD WS-AGG-TRANSIT(WS-AGG-INDEX)
                       TO WS-CRD-TRANSIT(WS-CRD-INDEX)
                   ADD WS-AGG-PENSION(WS-AGG-INDEX)
                       TO WS-CRD-PENSION(WS-CRD-INDEX)
                   ADD WS-AGG-EXPENSE(WS-AGG-INDEX)
                       TO WS-CRD-EXPENSE(WS-CRD-INDEX)
                   ADD 1 TO WS-CRD-QTDE
                   EXIT PERFORM
               END-IF
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-AGG-CC(WS-AGG-INDEX) TO WS-TARGET-CC
           IF WS-TARGET-CC = SPACES AND WS-DEPT-MATCH > 0
               MOVE WS-DEPT-CC(WS-DEPT-MATCH) TO WS-TARGET-CC
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA EXPORTACAO CONTABIL ==="
           DISPLAY "Registros de salario lidos: " WS-RECORDS-READ
           DISPLAY "Departamentos agregados: " WS-AGG-QTDE
           DISPLAY "Valores rateados entre centros: "
                   WS-ALC-SPLIT-COUNT
           DISPLAY "Linhas de diario gravadas: " WS-JOURNAL-LINES
           IF WS-ERROR-FLAG NOT = "Y" AND WS-JOURNAL-LINES > 0
               PERFORM VARYING WS-CRD-INDEX FROM 1 BY 1
               DISPLAY "Diario gravado em: gl_journal.dat"
           END-IF.

      *> Debitos da folha mensal no livro da cadeia, por empresa com
      *> registro contabilizado na competencia, e os passivos de
      *> terceiros (TERCEIRO, quantidade zerada - confere com o
      *> faturado do PAYEE-AP-EXPORT, que nao conta holerites; empresa
      *> sem retencao de terceiros nao lanca a medida).
       POST-CONTROL-TOTALS.
           MOVE "GL-EXPORT"      TO CLG-REQ-PROGRAM
           MOVE BDT-DATE         TO CLG-REQ-DATE
           MOVE WS-RUN-PERIOD    TO CLG-REQ-PERIOD
           MOVE "DEBITOS"        TO CLG-REQ-METRIC
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-COMPANY(WS-CTL-INDEX) TO CLG-REQ-COMPANY
               MOVE WS-CTL-COUNT(WS-CTL-INDEX)   TO CLG-REQ-COUNT
               MOVE WS-CTL-DEBITS(WS-CTL-INDEX)  TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
           END-PERFORM
           MOVE "TERCEIRO"       TO CLG-REQ-METRIC
           MOVE 0                TO CLG-REQ-COUNT
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-THIRD(WS-CTL-INDEX) > 0
                   MOVE WS-CTL-COMPANY(WS-CTL-INDEX) TO CLG-REQ-COMPANY
                   MOVE WS-CTL-THIRD(WS-CTL-INDEX)   TO CLG-REQ-AMOUNT
                   PERFORM CLG-POST-TOTAL
               END-IF
           END-PERFORM
           PERFORM CLG-CLOSE-LEDGER.

       WRITE-JOB-LOG-ENTRY.
           MOVE "GL-EXPORT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY WORKHRS-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
