IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYEE-AP-EXPORT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Interface de contas a pagar dos favorecidos terceiros da
      *> folha: junta, para a competencia da rodada, tudo o que a
      *> folha mensal reteve ou ficou devendo a terceiros - pensoes e
      *> depositos judiciais (garnish_payments.dat, com o tipo da
      *> ordem em garnishment_master.dat), parcelas de consignado
      *> (loan_deductions.dat), contribuicao sindical (PD-UNION-DUES
      *> em payroll_detail.dat), plano de saude e odonto por
      *> operadora (health_eligibility.dat - a mensalidade de cada
      *> vida, coparticipacao mais parte da empresa), previdencia
      *> complementar por plano (pension_deductions.dat, participante
      *> mais contrapartida) e rubricas de desconto de terceiros
      *> (payroll_elements.dat, codigos com registro RUB no cadastro)
      *> - e grava em ap_payables.dat (APINVC.cpy) uma fatura por
      *> empresa e favorecido (payee_master.dat, PAYEEMST.cpy), com
      *> vencimento no mes seguinte, dados bancarios e a conta do
      *> passivo do diario contabil que a fatura baixa. Acabou a
      *> digitacao manual no ERP a partir do registro da folha.
      *> Pensao e deposito judicial ja saem pagos pela remessa da
      *> folha (BANK-REMIT): a fatura vai marcada REM, para o ERP
      *> registrar e baixar sem pagar de novo.
      *> Cada fatura enviada fica registrada como ENV em
      *> ap_invoice_control.dat (APCTL.cpy); o AP-ACK-PROCESS cruza a
      *> confirmacao do ERP contra esse controle, como o
      *> GL-ACK-PROCESS faz com os diarios. Numa rerodada, fatura ja
      *> aceita (ACE) nao sai de novo; se o valor mudou depois do
      *> aceite, a fatura e apontada como divergente (RC 8) para o
      *> financeiro tratar o complemento.
      *> Valor retido sem favorecido cadastrado (ou com favorecido
      *> inativo) nao vira fatura - sai no relatorio e o passo termina
      *> com codigo 4. O total faturado por empresa e lancado no livro
      *> de totais de controle (medida FATURADO) e o CHAIN-BALANCE o
      *> confere contra a medida TERCEIRO do GL-EXPORT: o que foi
      *> creditado nos passivos de terceiros tem que sair faturado.
      *> Relatorio em ap_payables_report.txt, com os totais por conta
      *> do passivo para a conferencia com o diario.
      *> Registra a rodada em job_run_log.dat como todo passo batch.
      *> Fatura ENV enviada HOJE com o mesmo valor tambem nao sai de
      *> novo: a rerodada do mesmo dia, que leva a empresa retida
      *> depois de consolidada, fatura so o que ainda nao foi para o
      *> ERP (ENV de dia anterior sem resposta continua sendo
      *> reenviada). E o lote da rerodada e acrescentado ao
      *> ap_payables.dat do dia, com header e trailer proprios e a
      *> sequencia seguinte, em vez de sobrescrever o lote da manha,
      *> que pode nao ter sido recolhido pelo ERP ainda.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYEE-MASTER-FILE ASSIGN TO "../data/payee_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYEE-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT GARNISHMENT-FILE ASSIGN TO "../data/garnishment_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARN-FILE-STATUS.

           SELECT GARNISH-PAY-FILE ASSIGN TO "../data/garnish_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNPAY-FILE-STATUS.

           SELECT LOAN-DEDUCTION-FILE ASSIGN TO "../data/loan_deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDED-FILE-STATUS.

           SELECT PENSION-DEDUCTION-FILE
               ASSIGN TO "../data/pension_deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENSDED-FILE-STATUS.

           SELECT ELIGIBILITY-FILE ASSIGN TO "../data/health_eligibility.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIG-FILE-STATUS.

           SELECT ELEMENTS-FILE ASSIGN TO "../data/payroll_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEM-FILE-STATUS.

           SELECT AP-INTERFACE-FILE ASSIGN TO "../data/ap_payables.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APIFC-FILE-STATUS.

           SELECT AP-CONTROL-FILE ASSIGN TO "../data/ap_invoice_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APCTL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ap_payables_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD PAYEE-MASTER-FILE.
       COPY PAYEEMST.

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD GARNISHMENT-FILE.
       COPY GARNMST.

       FD GARNISH-PAY-FILE.
       COPY GARNPAY.

       FD LOAN-DEDUCTION-FILE.
       COPY LOANDED.

       FD PENSION-DEDUCTION-FILE.
       COPY PENSDED.

       FD ELIGIBILITY-FILE.
       COPY HLTHELIG.

       FD ELEMENTS-FILE.
       COPY PAYELEMD.

       FD AP-INTERFACE-FILE.
       COPY APINVC.

       FD AP-CONTROL-FILE.
       COPY APCTL.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

       01 WS-FILE-STATUSES.
           05 WS-PAYEE-FILE-STATUS   PIC XX.
           05 WS-DETAIL-FILE-STATUS  PIC XX.
           05 WS-GARN-FILE-STATUS    PIC XX.
           05 WS-GARNPAY-FILE-STATUS PIC XX.
           05 WS-LOANDED-FILE-STATUS PIC XX.
           05 WS-PENSDED-FILE-STATUS PIC XX.
           05 WS-ELIG-FILE-STATUS    PIC XX.
           05 WS-ELEM-FILE-STATUS    PIC XX.
           05 WS-APIFC-FILE-STATUS   PIC XX.
           05 WS-APCTL-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-NO-PAYROLL-FLAG      PIC X VALUE "N".
           05 WS-INTERFACE-TODAY      PIC X VALUE "N".

      *> Cadastro de favorecidos inteiro em tabela.
       01 WS-PYE-TABLE.
           05 WS-PYE-QTDE         PIC 999 VALUE 0.
           05 WS-PYE-ENTRADAS OCCURS 300 TIMES.
               10 WS-PYE-ID           PIC X(6).
               10 WS-PYE-TYPE         PIC X(3).
               10 WS-PYE-KEY          PIC X(10).
               10 WS-PYE-NAME         PIC X(30).
               10 WS-PYE-TAX-ID       PIC X(14).
               10 WS-PYE-DUE-DAY      PIC 99.
               10 WS-PYE-BANK-CODE    PIC X(3).
               10 WS-PYE-BRANCH       PIC X(5).
               10 WS-PYE-ACCOUNT      PIC X(10).
               10 WS-PYE-ACCOUNT-DV   PIC X.
               10 WS-PYE-STATUS       PIC X.
       01 WS-PYE-INDEX            PIC 999.
       01 WS-PYE-MATCH            PIC 999.

      *> Tipo de cada ordem judicial (PEN/JUD), para separar pensao
      *> de deposito judicial nos repasses.
       01 WS-GRN-TABLE.
           05 WS-GRN-QTDE         PIC 999 VALUE 0.
           05 WS-GRN-ENTRADAS OCCURS 500 TIMES.
               10 WS-GRN-ORDER-ID     PIC X(10).
               10 WS-GRN-TYPE         PIC X(3).
       01 WS-GRN-INDEX            PIC 999.

      *> Empresa de cada funcionario pago na folha mensal da
      *> competencia - as demais origens nao trazem a empresa.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-ID           PIC X(6).
               10 WS-EMP-COMPANY      PIC X(2).
       01 WS-EMP-INDEX            PIC 9(4).

      *> Faturas da rodada: uma por empresa + tipo + favorecido.
      *>   WS-INV-ACTION  E enviar (nova, ou reenvio de ENV/REJ)
      *>                  P ja enviada hoje com o mesmo valor,
      *>                    aguardando o ERP
      *>                  A ja aceita pelo ERP com o mesmo valor
      *>                  D ja aceita com valor diferente
       01 WS-INV-TABLE.
           05 WS-INV-QTDE         PIC 999 VALUE 0.
           05 WS-INV-ENTRADAS OCCURS 500 TIMES.
               10 WS-INV-COMPANY      PIC X(2).
               10 WS-INV-TYPE         PIC X(3).
               10 WS-INV-PAYEE-ID     PIC X(10).
               10 WS-INV-NAME         PIC X(30).
               10 WS-INV-TAX-ID       PIC X(14).
               10 WS-INV-DUE-DAY      PIC 99.
               10 WS-INV-BANK-CODE    PIC X(3).
               10 WS-INV-BRANCH       PIC X(5).
               10 WS-INV-ACCOUNT      PIC X(10).
               10 WS-INV-ACCOUNT-DV   PIC X.
               10 WS-INV-METHOD       PIC X(3).
               10 WS-INV-GL-ACCOUNT   PIC X(25).
               10 WS-INV-AMOUNT       PIC 9(13)V99.
               10 WS-INV-ITEMS        PIC 9(5).
               10 WS-INV-ID           PIC X(18).
               10 WS-INV-ACTION       PIC X.
               10 WS-INV-PRIOR-AMOUNT PIC 9(13)V99.
       01 WS-INV-INDEX            PIC 999.
       01 WS-INV-MATCH            PIC 999.

      *> Valores retidos sem favorecido para faturar.
       01 WS-EXC-TABLE.
           05 WS-EXC-QTDE         PIC 999 VALUE 0.
           05 WS-EXC-ENTRADAS OCCURS 200 TIMES.
               10 WS-EXC-TYPE         PIC X(3).
               10 WS-EXC-KEY          PIC X(10).
               10 WS-EXC-EMP-ID       PIC X(6).
               10 WS-EXC-AMOUNT       PIC 9(8)V99.
               10 WS-EXC-REASON       PIC X(20).
       01 WS-EXC-INDEX            PIC 999.

      *> Controle de faturas inteiro em tabela: as reenviadas sao
      *> substituidas, as novas acrescentadas, e o arquivo regravado.
       01 WS-CTL-TABLE.
           05 WS-CTL-QTDE         PIC 9(4) VALUE 0.
           05 WS-CTL-ENTRADAS OCCURS 3000 TIMES.
               10 WS-CTL-RECORD       PIC X(105).
       01 WS-CTL-INDEX            PIC 9(4).
       01 WS-CTL-MATCH            PIC 9(4).
       01 WS-CTL-OVERFLOW         PIC X VALUE "N".

      *> Total faturado por empresa, para o livro da cadeia.
       01 WS-CO-TABLE.
           05 WS-CO-QTDE          PIC 99 VALUE 0.
           05 WS-CO-ENTRADAS OCCURS 20 TIMES.
               10 WS-CO-COMPANY       PIC X(2).
               10 WS-CO-INVOICES      PIC 9(5).
               10 WS-CO-AMOUNT        PIC 9(13)V99.
       01 WS-CO-INDEX             PIC 99.
       01 WS-CO-MATCH             PIC 99.

      *> Contas do passivo (o historico do credito no diario
      *> contabil) com o total faturado contra cada uma.
       01 WS-ACC-NAMES.
           05 FILLER PIC X(28) VALUE "PENPENSAO/PENHORA A PAGAR   ".
           05 FILLER PIC X(28) VALUE "JUDPENSAO/PENHORA A PAGAR   ".
           05 FILLER PIC X(28) VALUE "CONCONSIGNADOS A PAGAR      ".
           05 FILLER PIC X(28) VALUE "SINCONTRIB SINDICAL A PAGAR ".
           05 FILLER PIC X(28) VALUE "SAUPLANO SAUDE A PAGAR      ".
           05 FILLER PIC X(28) VALUE "PRVPREVIDENCIA A PAGAR      ".
           05 FILLER PIC X(28) VALUE "RUBDESC TERCEIROS A PAGAR   ".
       01 WS-ACC-TABLE REDEFINES WS-ACC-NAMES.
           05 WS-ACC-ENTRADAS OCCURS 7 TIMES.
               10 WS-ACC-TYPE         PIC X(3).
               10 WS-ACC-NAME         PIC X(25).
       01 WS-ACC-TOTALS.
           05 WS-ACC-TOTAL        PIC 9(13)V99 OCCURS 7 TIMES.
       01 WS-ACC-INDEX            PIC 9.

      *> Item corrente a faturar (ADD-PAYABLE-ITEM).
       01 WS-ITEM-FIELDS.
           05 WS-ITEM-TYPE        PIC X(3).
           05 WS-ITEM-KEY         PIC X(10).
           05 WS-ITEM-EMP-ID      PIC X(6).
           05 WS-ITEM-COMPANY     PIC X(2).
           05 WS-ITEM-AMOUNT      PIC 9(8)V99.
           05 WS-ITEM-BANK-CODE   PIC X(3).
           05 WS-ITEM-BRANCH      PIC X(5).
           05 WS-ITEM-ACCOUNT     PIC X(10).
           05 WS-ITEM-ACCOUNT-DV  PIC X.
           05 WS-ITEM-PAYEE-ID    PIC X(10).
           05 WS-ITEM-REASON      PIC X(20).

       01 WS-RUN-PERIOD           PIC 9(6).
       01 WS-RUN-PERIOD-X REDEFINES WS-RUN-PERIOD.
           05 WS-RUN-YEAR         PIC 9999.
           05 WS-RUN-MONTH        PIC 99.

       01 WS-DUE-FIELDS.
           05 WS-DUE-YEAR         PIC 9999.
           05 WS-DUE-MONTH        PIC 99.
           05 WS-DUE-DAY          PIC 99.
       01 WS-DUE-DATE REDEFINES WS-DUE-FIELDS PIC 9(8).

      *> Identificador do lote: data + sequencia do dia, apurada pela
      *> maior sequencia ja registrada hoje no controle.
       01 WS-BATCH-FIELDS.
           05 WS-BATCH-ID.
               10 WS-BATCH-DATE   PIC 9(8).
               10 WS-BATCH-SEQ    PIC 9(4).
           05 WS-BATCH-MAX-SEQ    PIC 9(4) VALUE 0.
           05 WS-BATCH-HASH       PIC 9(13)V99 VALUE 0.
           05 WS-BATCH-INVOICES   PIC 9(5) VALUE 0.

       01 WS-COUNTERS.
           05 WS-ITEMS-READ       PIC 9(5) VALUE 0.
           05 WS-ITEMS-INVOICED   PIC 9(5) VALUE 0.
           05 WS-INVOICES-SENT    PIC 9(5) VALUE 0.
           05 WS-INVOICES-ACCEPTED PIC 9(5) VALUE 0.
           05 WS-INVOICES-PENDING PIC 9(5) VALUE 0.
           05 WS-INVOICES-DIVERGENT PIC 9(5) VALUE 0.
           05 WS-ITEMS-NO-PAYEE   PIC 9(5) VALUE 0.

       01 WS-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.
       01 WS-NO-PAYEE-TOTAL       PIC 9(13)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(132) VALUE ALL "-".
           05 TITLE-1        PIC X(132) VALUE
                   "CONTAS A PAGAR - FAVORECIDOS TERCEIROS DA FOLHA".
           05 HEADER-TABLE.
               10 FILLER     PIC X(44) VALUE
                   "EMP FATURA             TIPO FAVORECIDO      ".
               10 FILLER     PIC X(44) VALUE
                   "                    VENCTO   PAGTO     ITENS".
               10 FILLER     PIC X(44) VALUE
                   "                VALOR  SITUACAO             ".

       01 WS-SITUACAO             PIC X(12).
       01 WS-ITEMS-EDIT           PIC ZZZZ9.

       COPY MONEYFMT.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM COLLECT-PAYROLL-DETAIL
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND WS-NO-PAYROLL-FLAG = "N"
               PERFORM COLLECT-GARNISHMENTS
               PERFORM COLLECT-LOANS
               PERFORM COLLECT-PENSIONS
               PERFORM COLLECT-HEALTH
               PERFORM COLLECT-ELEMENTS
               PERFORM LOAD-INVOICE-CONTROL
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND WS-NO-PAYROLL-FLAG = "N"
               PERFORM ASSIGN-BATCH-ID
               PERFORM CLASSIFY-INVOICES
               PERFORM WRITE-AP-INTERFACE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND WS-NO-PAYROLL-FLAG = "N"
               PERFORM REWRITE-INVOICE-CONTROL
               PERFORM WRITE-AP-REPORT
               PERFORM POST-CONTROL-TOTALS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONTAS A PAGAR - FAVORECIDOS DA FOLHA ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-RUN-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           INITIALIZE WS-ACC-TOTALS
           DISPLAY "Competencia: " WS-RUN-PERIOD
           PERFORM LOAD-PAYEE-MASTER
           PERFORM LOAD-GARNISHMENT-ORDERS.

      *> Sem cadastro so as ordens judiciais viram fatura (com os
      *> dados bancarios da propria ordem); o resto vai para a lista
      *> de retencoes sem favorecido.
       LOAD-PAYEE-MASTER.
           OPEN INPUT PAYEE-MASTER-FILE
           IF WS-PAYEE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payee_master.dat nao encontrado - "
                       "so as ordens judiciais serao faturadas"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYEE-FILE-STATUS NOT = "00"
               READ PAYEE-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PYE-QTDE < 300 AND
                          PYE-PAYEE-ID NOT = SPACES
                           ADD 1 TO WS-PYE-QTDE
                           MOVE PYE-PAYEE-ID
                               TO WS-PYE-ID(WS-PYE-QTDE)
                           MOVE PYE-TYPE TO WS-PYE-TYPE(WS-PYE-QTDE)
                           MOVE PYE-SOURCE-KEY
                               TO WS-PYE-KEY(WS-PYE-QTDE)
                           MOVE PYE-NAME TO WS-PYE-NAME(WS-PYE-QTDE)
                           MOVE PYE-TAX-ID
                               TO WS-PYE-TAX-ID(WS-PYE-QTDE)
                           MOVE 10 TO WS-PYE-DUE-DAY(WS-PYE-QTDE)
                           IF PYE-DUE-DAY NUMERIC AND PYE-DUE-DAY > 0
                               MOVE PYE-DUE-DAY
                                   TO WS-PYE-DUE-DAY(WS-PYE-QTDE)
                           END-IF
                           IF WS-PYE-DUE-DAY(WS-PYE-QTDE) > 28
                               MOVE 28 TO WS-PYE-DUE-DAY(WS-PYE-QTDE)
                           END-IF
                           MOVE PYE-BANK-CODE
                               TO WS-PYE-BANK-CODE(WS-PYE-QTDE)
                           MOVE PYE-BRANCH
                               TO WS-PYE-BRANCH(WS-PYE-QTDE)
                           MOVE PYE-ACCOUNT
                               TO WS-PYE-ACCOUNT(WS-PYE-QTDE)
                           MOVE PYE-ACCOUNT-DV
                               TO WS-PYE-ACCOUNT-DV(WS-PYE-QTDE)
                           MOVE PYE-STATUS
                               TO WS-PYE-STATUS(WS-PYE-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYEE-MASTER-FILE
           DISPLAY "Favorecidos cadastrados: " WS-PYE-QTDE.

       LOAD-GARNISHMENT-ORDERS.
           OPEN INPUT GARNISHMENT-FILE
           IF WS-GARN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GARN-FILE-STATUS NOT = "00"
               READ GARNISHMENT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-GRN-QTDE < 500
                           ADD 1 TO WS-GRN-QTDE
                           MOVE GRN-ORDER-ID
                               TO WS-GRN-ORDER-ID(WS-GRN-QTDE)
                           MOVE GRN-TYPE TO WS-GRN-TYPE(WS-GRN-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISHMENT-FILE.

      *> Folha mensal (FOL) da competencia: a empresa de cada
      *> funcionario e a contribuicao sindical, que so existe no
      *> detalhe. Sem detalhe a folha nao rodou - nada a faturar.
       COLLECT-PAYROLL-DETAIL.
           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_detail.dat nao encontrado - "
                       "folha nao rodada, nenhuma fatura"
               MOVE "Y" TO WS-NO-PAYROLL-FLAG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DETAIL-FILE-STATUS NOT = "00"
               READ PAYROLL-DETAIL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PD-TYPE-FOLHA AND
                          PD-REF-PERIOD = WS-RUN-PERIOD
                           PERFORM COLLECT-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-DETAIL-FILE
           IF WS-EMP-QTDE = 0
               DISPLAY "Aviso: nenhuma folha mensal da competencia "
                       WS-RUN-PERIOD " no detalhe - nenhuma fatura"
               MOVE "Y" TO WS-NO-PAYROLL-FLAG
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       COLLECT-ONE-DETAIL.
           IF WS-EMP-QTDE < 2000
               ADD 1 TO WS-EMP-QTDE
               MOVE PD-EMP-ID TO WS-EMP-ID(WS-EMP-QTDE)
               MOVE PD-COMPANY-CODE TO WS-EMP-COMPANY(WS-EMP-QTDE)
               IF WS-EMP-COMPANY(WS-EMP-QTDE) = SPACES
                   MOVE "01" TO WS-EMP-COMPANY(WS-EMP-QTDE)
               END-IF
           END-IF
           IF PD-UNION-DUES NUMERIC AND PD-UNION-DUES > 0
               MOVE "SIN" TO WS-ITEM-TYPE
               MOVE PD-UNION-CODE TO WS-ITEM-KEY
               MOVE PD-EMP-ID TO WS-ITEM-EMP-ID
               MOVE PD-UNION-DUES TO WS-ITEM-AMOUNT
               PERFORM ADD-PAYABLE-ITEM
           END-IF.

      *> Repasses judiciais da folha: o tipo vem da ordem (sem a
      *> ordem no mestre, vale pensao) e os dados bancarios vem do
      *> proprio repasse, que ja saiu pela remessa.
       COLLECT-GARNISHMENTS.
           OPEN INPUT GARNISH-PAY-FILE
           IF WS-GARNPAY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-GARNPAY-FILE-STATUS NOT = "00"
               READ GARNISH-PAY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF GPY-AMOUNT > 0
                           PERFORM COLLECT-ONE-GARNISHMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GARNISH-PAY-FILE.

       COLLECT-ONE-GARNISHMENT.
           MOVE "PEN" TO WS-ITEM-TYPE
           PERFORM VARYING WS-GRN-INDEX FROM 1 BY 1
                   UNTIL WS-GRN-INDEX > WS-GRN-QTDE
               IF WS-GRN-ORDER-ID(WS-GRN-INDEX) = GPY-ORDER-ID
                   IF WS-GRN-TYPE(WS-GRN-INDEX) = "JUD"
                       MOVE "JUD" TO WS-ITEM-TYPE
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE GPY-ORDER-ID   TO WS-ITEM-KEY
           MOVE GPY-EMP-ID     TO WS-ITEM-EMP-ID
           MOVE GPY-AMOUNT     TO WS-ITEM-AMOUNT
           MOVE GPY-BANK-CODE  TO WS-ITEM-BANK-CODE
           MOVE GPY-BRANCH     TO WS-ITEM-BRANCH
           MOVE GPY-ACCOUNT    TO WS-ITEM-ACCOUNT
           MOVE GPY-ACCOUNT-DV TO WS-ITEM-ACCOUNT-DV
           PERFORM ADD-PAYABLE-ITEM.

      *> So a parcela da folha mensal da competencia, pelo valor
      *> efetivamente retido; o que a margem nao comportou o banco
      *> cobra do tomador.
       COLLECT-LOANS.
           OPEN INPUT LOAN-DEDUCTION-FILE
           IF WS-LOANDED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOANDED-FILE-STATUS NOT = "00"
               READ LOAN-DEDUCTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LND-FOLHA AND
                          LND-REF-PERIOD = WS-RUN-PERIOD AND
                          LND-DEDUCTED > 0
                           MOVE "CON" TO WS-ITEM-TYPE
                           MOVE LND-BANK-CODE TO WS-ITEM-KEY
                           MOVE LND-EMP-ID TO WS-ITEM-EMP-ID
                           MOVE LND-DEDUCTED TO WS-ITEM-AMOUNT
                           PERFORM ADD-PAYABLE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-DEDUCTION-FILE.

      *> Participante e contrapartida da empresa vao para a mesma
      *> entidade, numa fatura so por plano.
       COLLECT-PENSIONS.
           OPEN INPUT PENSION-DEDUCTION-FILE
           IF WS-PENSDED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENSDED-FILE-STATUS NOT = "00"
               READ PENSION-DEDUCTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PDD-REF-PERIOD = WS-RUN-PERIOD
                           MOVE "PRV" TO WS-ITEM-TYPE
                           MOVE PDD-PLAN-CODE TO WS-ITEM-KEY
                           MOVE PDD-EMP-ID TO WS-ITEM-EMP-ID
                           COMPUTE WS-ITEM-AMOUNT = PDD-EMP-AMOUNT +
                               PDD-EMPLOYER-AMOUNT
                           IF WS-ITEM-AMOUNT > 0
                               PERFORM ADD-PAYABLE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENSION-DEDUCTION-FILE.

      *> A operadora cobra a mensalidade inteira de cada vida - a
      *> coparticipacao descontada mais a parte da empresa -, que e o
      *> que esta na elegibilidade da competencia.
       COLLECT-HEALTH.
           OPEN INPUT ELIGIBILITY-FILE
           IF WS-ELIG-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: health_eligibility.dat nao encontrado "
                       "- operadoras de saude sem fatura"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ELIG-FILE-STATUS NOT = "00"
               READ ELIGIBILITY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HEL-REF-PERIOD = WS-RUN-PERIOD AND
                          HEL-PREMIUM > 0
                           MOVE "SAU" TO WS-ITEM-TYPE
                           MOVE HEL-CARRIER TO WS-ITEM-KEY
                           MOVE HEL-EMP-ID TO WS-ITEM-EMP-ID
                           MOVE HEL-PREMIUM TO WS-ITEM-AMOUNT
                           PERFORM ADD-PAYABLE-ITEM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELIGIBILITY-FILE.

      *> Rubrica de desconto so e de terceiro com registro RUB no
      *> cadastro; as demais sao descontos internos da empresa.
       COLLECT-ELEMENTS.
           OPEN INPUT ELEMENTS-FILE
           IF WS-ELEM-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ELEM-FILE-STATUS NOT = "00"
               READ ELEMENTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PED-NATURE = "D" AND
                          PED-REF-PERIOD = WS-RUN-PERIOD AND
                          PED-AMOUNT > 0
                           MOVE "RUB" TO WS-ITEM-TYPE
                           MOVE PED-CODE TO WS-ITEM-KEY
                           PERFORM FIND-PAYEE
                           IF WS-PYE-MATCH > 0
                               MOVE PED-EMP-ID TO WS-ITEM-EMP-ID
                               MOVE PED-AMOUNT TO WS-ITEM-AMOUNT
                               PERFORM ADD-PAYABLE-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELEMENTS-FILE.

      *> Soma uma retencao na fatura da empresa + favorecido. Ordem
      *> judicial sem cadastro fatura contra a propria ordem; qualquer
      *> outra retencao sem favorecido ativo vai para a lista de
      *> excecoes e nao e faturada.
       ADD-PAYABLE-ITEM.
           ADD 1 TO WS-ITEMS-READ
           MOVE "01" TO WS-ITEM-COMPANY
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-ID(WS-EMP-INDEX) = WS-ITEM-EMP-ID
                   MOVE WS-EMP-COMPANY(WS-EMP-INDEX) TO WS-ITEM-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM

           PERFORM FIND-PAYEE
           IF WS-PYE-MATCH > 0
               IF WS-PYE-STATUS(WS-PYE-MATCH) = "I"
                   MOVE "FAVORECIDO INATIVO" TO WS-ITEM-REASON
                   PERFORM REGISTER-NO-PAYEE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PYE-ID(WS-PYE-MATCH) TO WS-ITEM-PAYEE-ID
           ELSE
               IF WS-ITEM-TYPE NOT = "PEN" AND
                  WS-ITEM-TYPE NOT = "JUD"
                   MOVE "SEM CADASTRO" TO WS-ITEM-REASON
                   PERFORM REGISTER-NO-PAYEE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ITEM-KEY TO WS-ITEM-PAYEE-ID
           END-IF

           MOVE 0 TO WS-INV-MATCH
           PERFORM VARYING WS-INV-INDEX FROM 1 BY 1
                   UNTIL WS-INV-INDEX > WS-INV-QTDE
               IF WS-INV-COMPANY(WS-INV-INDEX) = WS-ITEM-COMPANY AND
                  WS-INV-TYPE(WS-INV-INDEX) = WS-ITEM-TYPE AND
                  WS-INV-PAYEE-ID(WS-INV-INDEX) = WS-ITEM-PAYEE-ID
                   MOVE WS-INV-INDEX TO WS-INV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-INV-MATCH = 0
               IF WS-INV-QTDE NOT < 500
                   DISPLAY "ERRO: faturas alem da tabela (500) - "
                           "interface suspensa"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM OPEN-INVOICE
           END-IF
           ADD WS-ITEM-AMOUNT TO WS-INV-AMOUNT(WS-INV-MATCH)
           ADD 1 TO WS-INV-ITEMS(WS-INV-MATCH)
           ADD 1 TO WS-ITEMS-INVOICED.

      *> Nova fatura: dados do cadastro ou, na ordem judicial sem
      *> cadastro, os da propria ordem. Ordem judicial ja foi paga
      *> pela remessa da folha (REM); o resto o ERP paga.
       OPEN-INVOICE.
           ADD 1 TO WS-INV-QTDE
           MOVE WS-INV-QTDE TO WS-INV-MATCH
           MOVE WS-ITEM-COMPANY  TO WS-INV-COMPANY(WS-INV-MATCH)
           MOVE WS-ITEM-TYPE     TO WS-INV-TYPE(WS-INV-MATCH)
           MOVE WS-ITEM-PAYEE-ID TO WS-INV-PAYEE-ID(WS-INV-MATCH)
           MOVE 0 TO WS-INV-AMOUNT(WS-INV-MATCH)
                     WS-INV-ITEMS(WS-INV-MATCH)
                     WS-INV-PRIOR-AMOUNT(WS-INV-MATCH)
           MOVE "E" TO WS-INV-ACTION(WS-INV-MATCH)
           IF WS-PYE-MATCH > 0
               MOVE WS-PYE-NAME(WS-PYE-MATCH)
                   TO WS-INV-NAME(WS-INV-MATCH)
               MOVE WS-PYE-TAX-ID(WS-PYE-MATCH)
                   TO WS-INV-TAX-ID(WS-INV-MATCH)
               MOVE WS-PYE-DUE-DAY(WS-PYE-MATCH)
                   TO WS-INV-DUE-DAY(WS-INV-MATCH)
               MOVE WS-PYE-BANK-CODE(WS-PYE-MATCH)
                   TO WS-INV-BANK-CODE(WS-INV-MATCH)
               MOVE WS-PYE-BRANCH(WS-PYE-MATCH)
                   TO WS-INV-BRANCH(WS-INV-MATCH)
               MOVE WS-PYE-ACCOUNT(WS-PYE-MATCH)
                   TO WS-INV-ACCOUNT(WS-INV-MATCH)
               MOVE WS-PYE-ACCOUNT-DV(WS-PYE-MATCH)
                   TO WS-INV-ACCOUNT-DV(WS-INV-MATCH)
           ELSE
               MOVE SPACES TO WS-INV-NAME(WS-INV-MATCH)
               STRING "BENEFICIARIO ORDEM " WS-ITEM-KEY
                      DELIMITED BY SIZE INTO WS-INV-NAME(WS-INV-MATCH)
               MOVE SPACES TO WS-INV-TAX-ID(WS-INV-MATCH)
               MOVE 10 TO WS-INV-DUE-DAY(WS-INV-MATCH)
               MOVE WS-ITEM-BANK-CODE
                   TO WS-INV-BANK-CODE(WS-INV-MATCH)
               MOVE WS-ITEM-BRANCH TO WS-INV-BRANCH(WS-INV-MATCH)
               MOVE WS-ITEM-ACCOUNT TO WS-INV-ACCOUNT(WS-INV-MATCH)
               MOVE WS-ITEM-ACCOUNT-DV
                   TO WS-INV-ACCOUNT-DV(WS-INV-MATCH)
           END-IF
           IF WS-ITEM-TYPE = "PEN" OR WS-ITEM-TYPE = "JUD"
               MOVE "REM" TO WS-INV-METHOD(WS-INV-MATCH)
           ELSE
               MOVE "ERP" TO WS-INV-METHOD(WS-INV-MATCH)
           END-IF
           MOVE SPACES TO WS-INV-GL-ACCOUNT(WS-INV-MATCH)
           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1
                   UNTIL WS-ACC-INDEX > 7
               IF WS-ACC-TYPE(WS-ACC-INDEX) = WS-ITEM-TYPE
                   MOVE WS-ACC-NAME(WS-ACC-INDEX)
                       TO WS-INV-GL-ACCOUNT(WS-INV-MATCH)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-INV-ID(WS-INV-MATCH)
           STRING WS-RUN-PERIOD WS-ITEM-COMPANY WS-ITEM-PAYEE-ID
                  DELIMITED BY SIZE INTO WS-INV-ID(WS-INV-MATCH).

       FIND-PAYEE.
           MOVE 0 TO WS-PYE-MATCH
           PERFORM VARYING WS-PYE-INDEX FROM 1 BY 1
                   UNTIL WS-PYE-INDEX > WS-PYE-QTDE
               IF WS-PYE-TYPE(WS-PYE-INDEX) = WS-ITEM-TYPE AND
                  WS-PYE-KEY(WS-PYE-INDEX) = WS-ITEM-KEY
                   MOVE WS-PYE-INDEX TO WS-PYE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       REGISTER-NO-PAYEE.
           ADD 1 TO WS-ITEMS-NO-PAYEE
           ADD WS-ITEM-AMOUNT TO WS-NO-PAYEE-TOTAL
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-EXC-QTDE NOT < 200
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-EXC-QTDE
           MOVE WS-ITEM-REASON TO WS-EXC-REASON(WS-EXC-QTDE)
           MOVE WS-ITEM-TYPE   TO WS-EXC-TYPE(WS-EXC-QTDE)
           MOVE WS-ITEM-KEY    TO WS-EXC-KEY(WS-EXC-QTDE)
           MOVE WS-ITEM-EMP-ID TO WS-EXC-EMP-ID(WS-EXC-QTDE)
           MOVE WS-ITEM-AMOUNT TO WS-EXC-AMOUNT(WS-EXC-QTDE).

       LOAD-INVOICE-CONTROL.
           OPEN INPUT AP-CONTROL-FILE
           IF WS-APCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APCTL-FILE-STATUS NOT = "00"
               READ AP-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-CTL-QTDE < 3000
                           ADD 1 TO WS-CTL-QTDE
                           MOVE AP-INVOICE-CONTROL-RECORD
                               TO WS-CTL-RECORD(WS-CTL-QTDE)
                       ELSE
                           MOVE "S" TO WS-CTL-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-CONTROL-FILE
           IF WS-CTL-OVERFLOW = "S"
               DISPLAY "ERRO: ap_invoice_control.dat maior que a "
                       "tabela - interface suspensa para nao reenviar "
                       "fatura ja aceita"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       ASSIGN-BATCH-ID.
           MOVE WS-CURRENT-DATE-N TO WS-BATCH-DATE
           MOVE 0 TO WS-BATCH-MAX-SEQ
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-RECORD(WS-CTL-INDEX)
                   TO AP-INVOICE-CONTROL-RECORD
               IF APC-SENT-DATE = WS-CURRENT-DATE-N AND
                  APC-BATCH-ID(9:4) NUMERIC
                   IF APC-BATCH-ID(9:4) > WS-BATCH-MAX-SEQ
                       MOVE APC-BATCH-ID(9:4) TO WS-BATCH-MAX-SEQ
                   END-IF
               END-IF
           END-PERFORM
           PERFORM CHECK-TODAY-INTERFACE
           COMPUTE WS-BATCH-SEQ = WS-BATCH-MAX-SEQ + 1
           DISPLAY "Lote de contas a pagar: " WS-BATCH-ID.

      *> ap_payables.dat ja com lote de hoje: a rodada acrescenta o
      *> seu lote ao arquivo, com sequencia acima de todas as do dia
      *> (lote vazio nao deixa linha no controle, so o header aqui).
       CHECK-TODAY-INTERFACE.
           MOVE "N" TO WS-INTERFACE-TODAY
           OPEN INPUT AP-INTERFACE-FILE
           IF WS-APIFC-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APIFC-FILE-STATUS NOT = "00"
               READ AP-INTERFACE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF APV-HEADER AND
                          APV-INVOICE-ID(1:8) = WS-CURRENT-DATE-N
                           MOVE "S" TO WS-INTERFACE-TODAY
                           IF APV-INVOICE-ID(9:4) NUMERIC AND
                              APV-INVOICE-ID(9:4) > WS-BATCH-MAX-SEQ
                               MOVE APV-INVOICE-ID(9:4)
                                   TO WS-BATCH-MAX-SEQ
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-INTERFACE-FILE.

      *> Fatura ja aceita pelo ERP nao sai de novo: com o mesmo valor
      *> so entra nos totais; com valor diferente e divergencia grave
      *> para o financeiro complementar ou estornar no ERP. Fatura
      *> enviada hoje com o mesmo valor esta no lote anterior do dia
      *> e tambem so entra nos totais.
       CLASSIFY-INVOICES.
           PERFORM VARYING WS-INV-INDEX FROM 1 BY 1
                   UNTIL WS-INV-INDEX > WS-INV-QTDE
               PERFORM FIND-INVOICE-CONTROL
               IF WS-CTL-MATCH > 0
                   MOVE WS-CTL-RECORD(WS-CTL-MATCH)
                       TO AP-INVOICE-CONTROL-RECORD
                   IF APC-ACEITA
                       MOVE APC-AMOUNT
                           TO WS-INV-PRIOR-AMOUNT(WS-INV-INDEX)
                       IF APC-AMOUNT = WS-INV-AMOUNT(WS-INV-INDEX)
                           MOVE "A" TO WS-INV-ACTION(WS-INV-INDEX)
                           ADD 1 TO WS-INVOICES-ACCEPTED
                       ELSE
                           MOVE "D" TO WS-INV-ACTION(WS-INV-INDEX)
                           ADD 1 TO WS-INVOICES-DIVERGENT
                           MOVE 8 TO RETURN-CODE
                           DISPLAY "ERRO: fatura ja aceita com valor "
                                   "diferente: "
                                   WS-INV-ID(WS-INV-INDEX)
                       END-IF
                   END-IF
                   IF APC-ENVIADA AND
                      APC-SENT-DATE = WS-CURRENT-DATE-N AND
                      APC-AMOUNT = WS-INV-AMOUNT(WS-INV-INDEX)
                       MOVE "P" TO WS-INV-ACTION(WS-INV-INDEX)
                       ADD 1 TO WS-INVOICES-PENDING
                   END-IF
               END-IF
               PERFORM ACCUMULATE-INVOICE-TOTALS
           END-PERFORM.

       FIND-INVOICE-CONTROL.
           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-RECORD(WS-CTL-INDEX)(1:18) =
                  WS-INV-ID(WS-INV-INDEX)
                   MOVE WS-CTL-INDEX TO WS-CTL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Total por empresa (livro da cadeia) e por conta do passivo
      *> (relatorio) - toda fatura da competencia, enviada agora ou
      *> aceita antes: e o que a folha deve aos terceiros.
       ACCUMULATE-INVOICE-TOTALS.
           ADD WS-INV-AMOUNT(WS-INV-INDEX) TO WS-GRAND-TOTAL
           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1
                   UNTIL WS-ACC-INDEX > 7
               IF WS-ACC-TYPE(WS-ACC-INDEX) = WS-INV-TYPE(WS-INV-INDEX)
                   ADD WS-INV-AMOUNT(WS-INV-INDEX)
                       TO WS-ACC-TOTAL(WS-ACC-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-CO-MATCH
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-CO-QTDE
               IF WS-CO-COMPANY(WS-CO-INDEX) =
                  WS-INV-COMPANY(WS-INV-INDEX)
                   MOVE WS-CO-INDEX TO WS-CO-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CO-MATCH = 0
               IF WS-CO-QTDE NOT < 20
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CO-QTDE
               MOVE WS-CO-QTDE TO WS-CO-MATCH
               MOVE WS-INV-COMPANY(WS-INV-INDEX)
                   TO WS-CO-COMPANY(WS-CO-MATCH)
               MOVE 0 TO WS-CO-INVOICES(WS-CO-MATCH)
                         WS-CO-AMOUNT(WS-CO-MATCH)
           END-IF
           ADD 1 TO WS-CO-INVOICES(WS-CO-MATCH)
           ADD WS-INV-AMOUNT(WS-INV-INDEX) TO WS-CO-AMOUNT(WS-CO-MATCH).

      *> Interface do lote: header, uma fatura "I" por favorecido a
      *> enviar e trailer com a quantidade e o hash total. O
      *> vencimento e o dia do favorecido no mes seguinte a
      *> competencia.
       WRITE-AP-INTERFACE.
           IF WS-INTERFACE-TODAY = "S"
               OPEN EXTEND AP-INTERFACE-FILE
           ELSE
               OPEN OUTPUT AP-INTERFACE-FILE
           END-IF
           IF WS-APIFC-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar ap_payables.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE "H" TO APV-RECORD-TYPE
           MOVE WS-BATCH-ID TO APV-INVOICE-ID
           MOVE WS-RUN-PERIOD TO APV-REF-PERIOD
           MOVE WS-CURRENT-DATE-N TO APV-ISSUE-DATE
           MOVE 0 TO APV-DUE-DATE APV-AMOUNT APV-ITEMS
           WRITE AP-INVOICE-RECORD

           MOVE WS-RUN-YEAR TO WS-DUE-YEAR
           COMPUTE WS-DUE-MONTH = WS-RUN-MONTH + 1
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           PERFORM VARYING WS-INV-INDEX FROM 1 BY 1
                   UNTIL WS-INV-INDEX > WS-INV-QTDE
               IF WS-INV-ACTION(WS-INV-INDEX) = "E"
                   PERFORM WRITE-ONE-INVOICE
               END-IF
           END-PERFORM

           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE "T" TO APV-RECORD-TYPE
           MOVE WS-BATCH-ID TO APV-INVOICE-ID
           MOVE WS-RUN-PERIOD TO APV-REF-PERIOD
           MOVE WS-CURRENT-DATE-N TO APV-ISSUE-DATE
           MOVE 0 TO APV-DUE-DATE
           MOVE WS-BATCH-HASH TO APV-AMOUNT
           MOVE WS-BATCH-INVOICES TO APV-ITEMS
           WRITE AP-INVOICE-RECORD
           CLOSE AP-INTERFACE-FILE.

       WRITE-ONE-INVOICE.
           MOVE WS-INV-DUE-DAY(WS-INV-INDEX) TO WS-DUE-DAY
           MOVE SPACES TO AP-INVOICE-RECORD
           MOVE "I" TO APV-RECORD-TYPE
           MOVE WS-INV-ID(WS-INV-INDEX)         TO APV-INVOICE-ID
           MOVE WS-INV-COMPANY(WS-INV-INDEX)    TO APV-COMPANY
           MOVE WS-INV-PAYEE-ID(WS-INV-INDEX)   TO APV-PAYEE-ID
           MOVE WS-INV-TYPE(WS-INV-INDEX)       TO APV-PAYEE-TYPE
           MOVE WS-INV-NAME(WS-INV-INDEX)       TO APV-PAYEE-NAME
           MOVE WS-INV-TAX-ID(WS-INV-INDEX)     TO APV-TAX-ID
           MOVE WS-RUN-PERIOD                   TO APV-REF-PERIOD
           MOVE WS-CURRENT-DATE-N               TO APV-ISSUE-DATE
           MOVE WS-DUE-DATE                     TO APV-DUE-DATE
           MOVE WS-INV-AMOUNT(WS-INV-INDEX)     TO APV-AMOUNT
           MOVE "BRL"                           TO APV-CURRENCY
           MOVE WS-INV-BANK-CODE(WS-INV-INDEX)  TO APV-BANK-CODE
           MOVE WS-INV-BRANCH(WS-INV-INDEX)     TO APV-BRANCH
           MOVE WS-INV-ACCOUNT(WS-INV-INDEX)    TO APV-ACCOUNT
           MOVE WS-INV-ACCOUNT-DV(WS-INV-INDEX) TO APV-ACCOUNT-DV
           MOVE WS-INV-METHOD(WS-INV-INDEX)     TO APV-PAY-METHOD
           MOVE WS-INV-GL-ACCOUNT(WS-INV-INDEX) TO APV-GL-ACCOUNT
           MOVE WS-INV-ITEMS(WS-INV-INDEX)      TO APV-ITEMS
           WRITE AP-INVOICE-RECORD
           ADD 1 TO WS-BATCH-INVOICES
           ADD 1 TO WS-INVOICES-SENT
           ADD WS-INV-AMOUNT(WS-INV-INDEX) TO WS-BATCH-HASH.

      *> Cada fatura enviada vira ENV no controle, substituindo a
      *> linha anterior da mesma fatura (ENV sem resposta ou REJ).
       REWRITE-INVOICE-CONTROL.
           PERFORM VARYING WS-INV-INDEX FROM 1 BY 1
                   UNTIL WS-INV-INDEX > WS-INV-QTDE
               IF WS-INV-ACTION(WS-INV-INDEX) = "E"
                   MOVE SPACES TO AP-INVOICE-CONTROL-RECORD
                   MOVE WS-INV-ID(WS-INV-INDEX)    TO APC-INVOICE-ID
                   MOVE WS-BATCH-ID                TO APC-BATCH-ID
                   MOVE WS-CURRENT-DATE-N          TO APC-SENT-DATE
                   MOVE WS-INV-COMPANY(WS-INV-INDEX) TO APC-COMPANY
                   MOVE WS-INV-PAYEE-ID(WS-INV-INDEX) TO APC-PAYEE-ID
                   MOVE WS-INV-AMOUNT(WS-INV-INDEX) TO APC-AMOUNT
                   MOVE "ENV"                      TO APC-STATUS
                   PERFORM FIND-INVOICE-CONTROL
                   IF WS-CTL-MATCH > 0
                       MOVE AP-INVOICE-CONTROL-RECORD
                           TO WS-CTL-RECORD(WS-CTL-MATCH)
                   ELSE
                       IF WS-CTL-QTDE < 3000
                           ADD 1 TO WS-CTL-QTDE
                           MOVE AP-INVOICE-CONTROL-RECORD
                               TO WS-CTL-RECORD(WS-CTL-QTDE)
                       ELSE
                           DISPLAY "ERRO: controle de faturas cheio - "
                                   WS-INV-ID(WS-INV-INDEX)
                                   " enviada sem registro"
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           OPEN OUTPUT AP-CONTROL-FILE
           IF WS-APCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "ap_invoice_control.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-RECORD(WS-CTL-INDEX)
                   TO AP-INVOICE-CONTROL-RECORD
               WRITE AP-INVOICE-CONTROL-RECORD
           END-PERFORM
           CLOSE AP-CONTROL-FILE.

      *> Faturas da competencia, totais por conta do passivo (para
      *> conferir contra os creditos do diario contabil) e retencoes
      *> sem favorecido.
       WRITE-AP-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "ap_payables_report.txt"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA: " WS-RUN-PERIOD
                  "   LOTE: " WS-BATCH-ID
                  "   GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           PERFORM VARYING WS-INV-INDEX FROM 1 BY 1
                   UNTIL WS-INV-INDEX > WS-INV-QTDE
               PERFORM WRITE-REPORT-INVOICE
           END-PERFORM

           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "TOTAIS POR CONTA DO PASSIVO (CONFERIR COM OS CREDITOS"
               TO REPORT-LINE
           MOVE " DO DIARIO CONTABIL)" TO REPORT-LINE(55:20)
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           PERFORM VARYING WS-ACC-INDEX FROM 1 BY 1
                   UNTIL WS-ACC-INDEX > 7
               IF WS-ACC-TOTAL(WS-ACC-INDEX) > 0
                   MOVE WS-ACC-TOTAL(WS-ACC-INDEX) TO MONEY-FMT-INPUT
                   PERFORM FORMAT-CURRENCY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-ACC-TYPE(WS-ACC-INDEX) " "
                          WS-ACC-NAME(WS-ACC-INDEX) " "
                          MONEY-FMT-OUTPUT
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-PERFORM

           IF WS-EXC-QTDE > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "RETENCOES SEM FAVORECIDO (NAO FATURADAS)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SUB-SEPARATOR
               PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                       UNTIL WS-EXC-INDEX > WS-EXC-QTDE
                   MOVE WS-EXC-AMOUNT(WS-EXC-INDEX) TO MONEY-FMT-INPUT
                   PERFORM FORMAT-CURRENCY
                   MOVE SPACES TO REPORT-LINE
                   STRING "  " WS-EXC-TYPE(WS-EXC-INDEX) " chave "
                          WS-EXC-KEY(WS-EXC-INDEX) " mat "
                          WS-EXC-EMP-ID(WS-EXC-INDEX) " "
                          WS-EXC-REASON(WS-EXC-INDEX) " "
                          MONEY-FMT-OUTPUT
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-PERFORM
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-GRAND-TOTAL TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "FATURAS: " WS-INV-QTDE
                  "   ENVIADAS: " WS-INVOICES-SENT
                  "   JA ACEITAS: " WS-INVOICES-ACCEPTED
                  "   DIVERGENTES: " WS-INVOICES-DIVERGENT
                  "   TOTAL: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INVOICES-PENDING > 0
               MOVE SPACES TO REPORT-LINE
               STRING "JA ENVIADAS HOJE EM LOTE ANTERIOR (AGUARDANDO O "
                      "ERP): " WS-INVOICES-PENDING
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE WS-NO-PAYEE-TOTAL TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "RETENCOES SEM FAVORECIDO: " WS-ITEMS-NO-PAYEE
                  "   VALOR: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE.

       WRITE-REPORT-INVOICE.
           EVALUATE WS-INV-ACTION(WS-INV-INDEX)
               WHEN "A"
                   MOVE "JA ACEITA" TO WS-SITUACAO
               WHEN "P"
                   MOVE "JA ENVIADA" TO WS-SITUACAO
               WHEN "D"
                   MOVE "DIVERGENTE" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "ENVIADA" TO WS-SITUACAO
           END-EVALUATE
           MOVE WS-RUN-YEAR TO WS-DUE-YEAR
           COMPUTE WS-DUE-MONTH = WS-RUN-MONTH + 1
           IF WS-DUE-MONTH > 12
               MOVE 1 TO WS-DUE-MONTH
               ADD 1 TO WS-DUE-YEAR
           END-IF
           MOVE WS-INV-DUE-DAY(WS-INV-INDEX) TO WS-DUE-DAY
           MOVE WS-INV-ITEMS(WS-INV-INDEX) TO WS-ITEMS-EDIT
           MOVE WS-INV-AMOUNT(WS-INV-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-INV-COMPANY(WS-INV-INDEX) "  "
                  WS-INV-ID(WS-INV-INDEX) " "
                  WS-INV-TYPE(WS-INV-INDEX) "  "
                  WS-INV-NAME(WS-INV-INDEX) " "
                  WS-DUE-DATE " "
                  WS-INV-METHOD(WS-INV-INDEX) "  "
                  WS-ITEMS-EDIT " "
                  MONEY-FMT-OUTPUT " "
                  WS-SITUACAO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-INV-ACTION(WS-INV-INDEX) = "D"
               MOVE WS-INV-PRIOR-AMOUNT(WS-INV-INDEX)
                   TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REPORT-LINE
               STRING "      valor aceito pelo ERP: " MONEY-FMT-OUTPUT
                      " - complementar ou estornar no ERP"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

      *> Medida FATURADO por empresa: o total das faturas da
      *> competencia. A quantidade vai zerada - faturas nao se
      *> comparam com holerites -, o CHAIN-BALANCE confere o valor
      *> contra TERCEIRO do GL-EXPORT.
       POST-CONTROL-TOTALS.
           MOVE "PAYEE-AP-EXPORT" TO CLG-REQ-PROGRAM
           MOVE BDT-DATE          TO CLG-REQ-DATE
           MOVE WS-RUN-PERIOD     TO CLG-REQ-PERIOD
           MOVE "FATURADO"        TO CLG-REQ-METRIC
           MOVE 0                 TO CLG-REQ-COUNT
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-CO-QTDE
               MOVE WS-CO-COMPANY(WS-CO-INDEX) TO CLG-REQ-COMPANY
               MOVE WS-CO-AMOUNT(WS-CO-INDEX)  TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
           END-PERFORM
           PERFORM CLG-CLOSE-LEDGER.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO CONTAS A PAGAR DA FOLHA ==="
           DISPLAY "Retencoes lidas: " WS-ITEMS-READ
           DISPLAY "Retencoes faturadas: " WS-ITEMS-INVOICED
           DISPLAY "Retencoes sem favorecido: " WS-ITEMS-NO-PAYEE
           DISPLAY "Faturas da competencia: " WS-INV-QTDE
           DISPLAY "Faturas enviadas: " WS-INVOICES-SENT
           DISPLAY "Faturas ja aceitas: " WS-INVOICES-ACCEPTED
           DISPLAY "Faturas ja enviadas hoje: " WS-INVOICES-PENDING
           DISPLAY "Faturas divergentes: " WS-INVOICES-DIVERGENT
           IF WS-INVOICES-SENT > 0
               DISPLAY "Interface gravada em: ap_payables.dat"
           END-IF
           DISPLAY "Relatorio: ap_payables_report.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "PAYEE-AP-EXPORT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-ITEMS-READ     TO JRL-RECORDS-PROCESSED
           MOVE WS-ITEMS-NO-PAYEE TO JRL-RECORDS-REJECTED
           IF WS-ERROR-FLAG = "Y"
               MOVE "ERRO" TO JRL-RETURN-STATUS
           ELSE
               MOVE "OK  " TO JRL-RETURN-STATUS
           END-IF
           PERFORM CALCULATE-ELAPSED-TIME
           OPEN EXTEND JOB-RUN-LOG-FILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-RUN-LOG-FILE
           END-IF
           WRITE JOB-RUN-LOG-RECORD
           CLOSE JOB-RUN-LOG-FILE.

      *> Segundos decorridos desde WS-HORA-INICIO ate JRL-RUN-TIME
      *> (ja preenchido pelo ACCEPT acima); soma 86400 se a execucao
      *> atravessou a meia-noite, para nao dar um elapsed negativo.
       CALCULATE-ELAPSED-TIME.
           COMPUTE WS-ELAPSED-SECONDS =
               (JRL-RUN-HOUR * 3600 + JRL-RUN-MINUTE * 60 +
                JRL-RUN-SECOND) -
               (WS-INICIO-HORA * 3600 + WS-INICIO-MINUTO * 60 +
                WS-INICIO-SEGUNDO)
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO JRL-ELAPSED-SECONDS
           IF JRL-ELAPSED-SECONDS > 0
               COMPUTE WS-THROUGHPUT ROUNDED =
                   WS-ITEMS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-ITEMS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
