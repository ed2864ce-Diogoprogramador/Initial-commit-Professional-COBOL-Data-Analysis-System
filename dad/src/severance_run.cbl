      *> o detalhe/historico em EXTEND com PD-PAY-TYPE "RES", para o
      *> pagamento final seguir pela remessa avulsa (BANK-REMIT modo
      *> AVULSO) e pelo GL-EXPORT como qualquer outro.
      *> Emprestimo consignado: o saldo dos contratos ativos do
      *> desligado (parcelas restantes x valor da parcela,
      *> loan_contracts.dat, LOANMST.cpy - descontadas as parcelas da
      *> folha ja retidas e ainda nao repassadas) e retido das verbas
      *> rescisorias ate a margem legal (linha CONS de payroll.parm,
      *> 35% quando falta) sobre o liquido da rescisao, contrato a
      *> contrato na ordem do arquivo. O que nao coube fica como
      *> saldo a cobrar pelo banco direto do ex-funcionario. Cada
      *> contrato sai no demonstrativo e em loan_severance.dat
      *> (LOANDED.cpy, origem RES) para o LOAN-REMIT repassar ao
      *> banco e encerrar o contrato; o total segue no detalhe
      *> (PD-LOAN-AMOUNT, ja abatido do liquido).
      *> Sem media de brutos no historico, a base contratual sai da
      *> jornada do funcionario (WORKHRS-RTN): do mensalista, o
      *> salario; do horista, valor da hora x divisor da jornada
      *> contratada. O dia (base/30) e o valor do dia dessa jornada.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) nao recebe
      *> lancamento: o desligamento de ano selado e recusado antes de
      *> abrir arquivo algum (RETURN-CODE 8).
      *> O motivo do desligamento (TRANS-TERM-REASON, tabela 19 do
      *> eSocial em TERMRSN.cpy) decide as verbas: o aviso previo
      *> indenizado deixou de ser sempre 30 dias - na dispensa sem
      *> justa causa sao 30 dias + 3 por ano completo de casa, ate 90
      *> (Lei 12.506), no acordo metade disso, nos demais motivos nao
      *> ha; a justa causa perde o 13o proporcional; e a multa do FGTS
      *> (40% na dispensa sem justa causa, 20% no acordo) sai sobre os
      *> depositos do funcionario no historico, como recolhimento do
      *> empregador (PD-FGTS-AMOUNT do registro RES) - nao entra no
      *> liquido. "T" sem motivo ou com motivo fora da tabela e pulado
      *> com aviso (RETURN-CODE 4): a rescisao nao sai sem a regra.
      *> Desligamento sem exame demissional (ASO tipo DEM) em
      *> occupational_exams.dat sai com aviso e RETURN-CODE 4 - a
      *> rescisao e calculada mesmo assim, mas a homologacao nao anda
      *> sem o ASO. Sem o arquivo de exames o aviso fica desativado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
               FILE STATUS IS WS-HISTOUT-FILE-STATUS.

           SELECT LOAN-CONTRACT-FILE ASSIGN TO "../data/loan_contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-DEDUCTION-FILE ASSIGN TO "../data/loan_deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDED-FILE-STATUS.

           SELECT LOAN-SEVERANCE-FILE ASSIGN TO "../data/loan_severance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANSEV-FILE-STATUS.

           SELECT EXAMS-FILE ASSIGN TO "../data/occupational_exams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMS-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD TRANSACTION-FILE.
       COPY EMPTRANS.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PO==
                   ==PAYROLL-DETAIL-RECORD== BY ==HISTORY-OUT-RECORD==.

       FD LOAN-CONTRACT-FILE.
       COPY LOANMST.

      *> Retencoes da folha mensal (para as parcelas ja retidas e
      *> ainda nao repassadas) e as retencoes da rescisao, no mesmo
      *> layout.
       FD LOAN-DEDUCTION-FILE.
       COPY LOANDED.

       FD LOAN-SEVERANCE-FILE.
       COPY LOANDED REPLACING LEADING ==LND== BY ==LNS==
                   ==LOAN-DEDUCTION-RECORD== BY ==LOAN-SEVERANCE-RECORD==.

       FD EXAMS-FILE.
       COPY ASOEXAM.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-TRANS-FILE-STATUS    PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTOUT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-LOAN-FILE-STATUS     PIC XX.
           05 WS-LOANDED-FILE-STATUS  PIC XX.
           05 WS-LOANSEV-FILE-STATUS  PIC XX.
           05 WS-EXAMS-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
               10 WS-AVG-TAB-ID       PIC X(6).
               10 WS-AVG-TAB-SUM      PIC 9(10)V99 USAGE COMP-3.
               10 WS-AVG-TAB-COUNT    PIC 99.
               10 WS-AVG-TAB-FGTS     PIC 9(10)V99 USAGE COMP-3.
       01 WS-AVG-INDEX            PIC 9(4).
       01 WS-AVG-MATCH            PIC 9(4).

      *> Matriculas com exame demissional em occupational_exams.dat.
       01 WS-DEM-TABLE.
           05 WS-DEM-QTDE         PIC 9(4) VALUE 0.
           05 WS-DEM-ENTRADAS OCCURS 2000 TIMES.
               10 WS-DEM-EMP      PIC X(6).
       01 WS-DEM-INDEX            PIC 9(4).
       01 WS-DEM-MATCH            PIC 9(4).
       01 WS-DEM-CONTROL          PIC X VALUE "N".

      *> Matriculas com rescisao ja quitada (registro "RES" no
      *> historico) ou emitida nesta rodada - a trava de reexecucao.
       01 WS-RES-TABLE.
           05 WS-FAIXA-TOPO       PIC 9(8)V99.
           05 WS-FAIXA-VALOR      PIC 9(8)V99.
           05 WS-MESES-13         PIC 99.
           05 WS-ANOS-CASA        PIC 99.
           05 WS-DIAS-AVISO       PIC 999.
           05 WS-FGTS-DEPOSITOS   PIC 9(10)V99.
           05 WS-MULTA-FGTS       PIC 9(8)V99.
           05 WS-DIAS-TRABALHADOS PIC 99.
           05 WS-VB-SALDO-EMP     PIC S9(4).

      *> Contratos de consignado ativos (imagem integral, com
      *> LNC-PAID ja acrescido das parcelas da folha retidas e nao
      *> repassadas) e o percentual da margem legal.
       01 WS-LOAN-MARGIN-PCT      PIC 99V99 VALUE 35,00.
       01 WS-LNC-TABLE.
           05 WS-LNC-QTDE         PIC 9(3) VALUE 0.
           05 WS-LNC-ENTRADAS OCCURS 300 TIMES.
               10 WS-LNC-REG      PIC X(65).
       01 WS-LNC-INDEX            PIC 9(3).
       01 WS-LOAN-FIELDS.
           05 WS-LOAN-MARGIN      PIC 9(8)V99.
           05 WS-LOAN-TOTAL       PIC 9(8)V99.
           05 WS-LOAN-ONE         PIC 9(8)V99.
           05 WS-LOAN-BALANCE     PIC 9(8)V99.
           05 WS-LOAN-REMAINING   PIC 9(3).
           05 WS-LOAN-SEV-OPEN    PIC X VALUE "N".

      *> Contratos retidos do desligado corrente, para o
      *> demonstrativo.
       01 WS-LNA-TABLE.
           05 WS-LNA-QTDE         PIC 9 VALUE 0.
           05 WS-LNA-ENTRADAS OCCURS 9 TIMES.
               10 WS-LNA-BANK         PIC X(3).
               10 WS-LNA-CONTRACT     PIC X(15).
               10 WS-LNA-DUE          PIC 9(8)V99.
               10 WS-LNA-AMOUNT       PIC 9(8)V99.
       01 WS-LNA-INDEX            PIC 9.

       01 WS-TERM-DATE            PIC 9(8).
       01 WS-TERM-DATE-R REDEFINES WS-TERM-DATE.
           05 WS-TERM-YEAR        PIC 9999.
           05 WS-TERMINATIONS     PIC 9(5) VALUE 0.
           05 WS-SKIPPED          PIC 9(5) VALUE 0.
           05 WS-JA-QUITADAS      PIC 9(5) VALUE 0.
           05 WS-SEM-MOTIVO       PIC 9(5) VALUE 0.
           05 WS-SEM-DEMISSIONAL  PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-BRUTO      PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           05 SUB-SEPARATOR  PIC X(80) VALUE ALL "-".

       COPY MONEYFMT.
       COPY WORKHRS.
       COPY TERMRSN.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-VACATION-BALANCES
               PERFORM LOAD-AVERAGE-EARNINGS
               PERFORM LOAD-LOAN-CONTRACTS
               PERFORM LOAD-DISMISSAL-EXAMS
               PERFORM OPEN-HISTORY-OUT
               PERFORM PROCESS-TERMINATIONS
               PERFORM CLOSE-FILES
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-VB-TABLE
           INITIALIZE WS-AVG-TABLE
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PARM-TARGET =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH

                   MOVE PAY-PARM-LIMIT  TO WS-IRRF-LIMIT(WS-IRRF-QTDE)
                   MOVE PAY-PARM-PCT    TO WS-IRRF-PCT(WS-IRRF-QTDE)
                   MOVE PAY-PARM-PARCEL TO WS-IRRF-PARCEL(WS-IRRF-QTDE)
               WHEN "CONS"
                   MOVE PAY-PARM-PCT TO WS-LOAN-MARGIN-PCT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           END-PERFORM
           CLOSE BALANCE-FILE.

       LOAD-DISMISSAL-EXAMS.
           OPEN INPUT EXAMS-FILE
           IF WS-EXAMS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: occupational_exams.dat nao encontrado - "
                       "sem critica de exame demissional"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DEM-CONTROL
           PERFORM UNTIL WS-EXAMS-FILE-STATUS NOT = "00"
               READ EXAMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ASO-DEMISSIONAL AND WS-DEM-QTDE < 2000
                           ADD 1 TO WS-DEM-QTDE
                           MOVE ASO-EMP-ID
                               TO WS-DEM-EMP(WS-DEM-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAMS-FILE.

      *> Media dos brutos das competencias mensais ja pagas: e a base
      *> das verbas (a habitualidade das extras entra por aqui). Quem
      *> nao tem historico usa o salario contratual do mestre.
                       END-IF
                       IF PH-TYPE-RESCISAO
                           PERFORM NOTE-SETTLED-SEVERANCE
                       ELSE
                           IF PH-FGTS-AMOUNT > 0
                               PERFORM ACCUMULATE-FGTS-DEPOSIT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
               ADD 1 TO WS-AVG-TAB-COUNT(WS-AVG-MATCH)
           END-IF.

      *> Depositos do FGTS de toda a vida do funcionario no
      *> historico (folha, 13o, ferias...), base da multa rescisoria.
      *> O registro RES nao entra: ali PD-FGTS-AMOUNT e a propria
      *> multa. Usa a mesma entrada da media de brutos.
       ACCUMULATE-FGTS-DEPOSIT.
           MOVE 0 TO WS-AVG-MATCH
           PERFORM VARYING WS-AVG-INDEX FROM 1 BY 1
                   UNTIL WS-AVG-INDEX > WS-AVG-QTDE
               IF WS-AVG-TAB-ID(WS-AVG-INDEX) = PH-EMP-ID
                   MOVE WS-AVG-INDEX TO WS-AVG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-AVG-MATCH = 0 AND WS-AVG-QTDE < 600
               ADD 1 TO WS-AVG-QTDE
               MOVE WS-AVG-QTDE TO WS-AVG-MATCH
               MOVE PH-EMP-ID TO WS-AVG-TAB-ID(WS-AVG-MATCH)
           END-IF
           IF WS-AVG-MATCH > 0
               ADD PH-FGTS-AMOUNT TO WS-AVG-TAB-FGTS(WS-AVG-MATCH)
           END-IF.

      *> Contratos de consignado ativos com parcela a vencer. As
      *> parcelas que a folha mensal ja reteve (loan_deductions.dat)
      *> e o LOAN-REMIT ainda nao repassou contam como pagas - o
      *> saldo da rescisao nao cobra a parcela do mes duas vezes.
      *> Sem o arquivo de contratos, rescisao sem consignado.
       LOAD-LOAN-CONTRACTS.
           OPEN INPUT LOAN-CONTRACT-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: loan_contracts.dat nao encontrado - "
                       "rescisao sem consignado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-CONTRACT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LNC-ATIVO AND
                          LNC-PAID < LNC-INSTALLMENTS AND
                          WS-LNC-QTDE < 300
                           ADD 1 TO WS-LNC-QTDE
                           MOVE LOAN-CONTRACT-RECORD
                               TO WS-LNC-REG(WS-LNC-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-CONTRACT-FILE
           IF WS-LNC-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LOAN-DEDUCTION-FILE
           IF WS-LOANDED-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOANDED-FILE-STATUS NOT = "00"
               READ LOAN-DEDUCTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LND-FOLHA AND NOT LND-NAO-DESCONTADO
                           PERFORM NOTE-PENDING-INSTALLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-DEDUCTION-FILE.

       NOTE-PENDING-INSTALLMENT.
           PERFORM VARYING WS-LNC-INDEX FROM 1 BY 1
                   UNTIL WS-LNC-INDEX > WS-LNC-QTDE
               MOVE WS-LNC-REG(WS-LNC-INDEX) TO LOAN-CONTRACT-RECORD
               IF LNC-BANK-CODE = LND-BANK-CODE AND
                  LNC-CONTRACT-ID = LND-CONTRACT-ID
                   IF LND-REF-PERIOD > LNC-LAST-PERIOD AND
                      LNC-PAID < LNC-INSTALLMENTS
                       ADD 1 TO LNC-PAID
                       MOVE LOAN-CONTRACT-RECORD
                           TO WS-LNC-REG(WS-LNC-INDEX)
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> A saida em EXTEND no historico so abre DEPOIS de o FD de
      *> leitura do mesmo arquivo ter sido fechado pelo
      *> LOAD-AVERAGE-EARNINGS - o mesmo arquivo nunca fica aberto
               MOVE WS-CURRENT-DATE-N TO WS-TERM-DATE
           END-IF

           MOVE TRANS-TERM-REASON TO TRS-REQ-CODE
           PERFORM TRS-FIND-REASON
           IF TRS-REASON-INVALID
               ADD 1 TO WS-SEM-MOTIVO
               DISPLAY "AVISO: desligamento sem motivo valido para "
                       TRANS-EMP-ID " (motivo '" TRANS-TERM-REASON
                       "') - rescisao nao calculada"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF

           PERFORM CHECK-ALREADY-SETTLED
           IF WS-RES-MATCH > 0
               ADD 1 TO WS-JA-QUITADAS
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-TERMINATIONS
                   PERFORM CHECK-DISMISSAL-EXAM
                   PERFORM CALCULATE-SEVERANCE
                   PERFORM WRITE-SEVERANCE-DETAIL
                   PERFORM WRITE-SEVERANCE-STATEMENT
                   PERFORM NOTE-NEW-SEVERANCE
           END-READ.

      *> O demissional e feito ate a data da homologacao; a rescisao
      *> sai, mas sem ASO carregado o aviso fica no resumo.
       CHECK-DISMISSAL-EXAM.
           IF WS-DEM-CONTROL NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEM-MATCH
           PERFORM VARYING WS-DEM-INDEX FROM 1 BY 1
                   UNTIL WS-DEM-INDEX > WS-DEM-QTDE
               IF WS-DEM-EMP(WS-DEM-INDEX) = MST-EMP-ID
                   MOVE WS-DEM-INDEX TO WS-DEM-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEM-MATCH = 0
               ADD 1 TO WS-SEM-DEMISSIONAL
               DISPLAY "AVISO: desligamento de " MST-EMP-ID
                       " sem exame demissional (ASO)"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       CHECK-ALREADY-SETTLED.
           MOVE 0 TO WS-RES-MATCH
           PERFORM VARYING WS-RES-INDEX FROM 1 BY 1
      *> Verbas da rescisao sobre a base (media dos brutos mensais ou
      *> o salario contratual): saldo de salario pelos dias do mes,
      *> 13o proporcional pela regra dos 15 dias, ferias vencidas com
      *> o terco (indenizatoria), aviso previo indenizado pela regra
      *> do motivo (indenizatoria). INSS/IRRF so sobre a parte
      *> tributavel. A multa do FGTS e calculada a parte.
       CALCULATE-SEVERANCE.
           MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE MST-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE MST-EMP-SALARY   TO WKH-SALARY
           PERFORM WKH-DERIVE
           MOVE WKH-MONTH-BASE TO WS-BASE-SALARY
           MOVE 0 TO WS-FGTS-DEPOSITOS
           PERFORM VARYING WS-AVG-INDEX FROM 1 BY 1
                   UNTIL WS-AVG-INDEX > WS-AVG-QTDE
               IF WS-AVG-TAB-ID(WS-AVG-INDEX) = MST-EMP-ID
                   MOVE WS-AVG-TAB-FGTS(WS-AVG-INDEX)
                       TO WS-FGTS-DEPOSITOS
                   IF WS-AVG-TAB-COUNT(WS-AVG-INDEX) > 0
                       COMPUTE WS-BASE-SALARY ROUNDED =
                           WS-AVG-TAB-SUM(WS-AVG-INDEX) /
           IF WS-TERM-DAY < 15 AND WS-MESES-13 > 0
               SUBTRACT 1 FROM WS-MESES-13
           END-IF
           IF NOT TRS-PAYS-13
               MOVE 0 TO WS-MESES-13
           END-IF
           COMPUTE WS-13-PROPORCIONAL ROUNDED =
               WS-BASE-SALARY * WS-MESES-13 / 12

               MOVE 0 TO WS-FERIAS-INDEN
           END-IF

           PERFORM CALCULATE-NOTICE-DAYS
           COMPUTE WS-AVISO-PREVIO ROUNDED =
               WS-BASE-SALARY / 30 * WS-DIAS-AVISO
           COMPUTE WS-MULTA-FGTS ROUNDED =
               WS-FGTS-DEPOSITOS * TRS-RES-FINE-PCT / 100

           COMPUTE WS-BASE-TRIBUTAVEL =
               WS-SALDO-SALARIO + WS-13-PROPORCIONAL
               WS-BASE-TRIBUTAVEL + WS-FERIAS-INDEN + WS-AVISO-PREVIO
           COMPUTE WS-NET-PAY =
               WS-GROSS-PAY - WS-INSS-AMOUNT - WS-IRRF-AMOUNT
           PERFORM APPLY-LOAN-BALANCES
           ADD WS-GROSS-PAY TO WS-TOTAL-BRUTO
           ADD WS-NET-PAY   TO WS-TOTAL-LIQUIDO.

      *> Dias de aviso previo indenizado: 30 + 3 por ano completo de
      *> casa ate a data do desligamento, limitado a 90; no acordo a
      *> metade (arredondada para baixo); sem aviso, zero.
       CALCULATE-NOTICE-DAYS.
           MOVE 0 TO WS-DIAS-AVISO
           MOVE 0 TO WS-ANOS-CASA
           IF TRS-NOTICE-NONE
               EXIT PARAGRAPH
           END-IF
           IF WS-TERM-YEAR > MST-HIRE-YEAR
               COMPUTE WS-ANOS-CASA = WS-TERM-YEAR - MST-HIRE-YEAR
               IF WS-TERM-MONTH < MST-HIRE-MONTH OR
                  (WS-TERM-MONTH = MST-HIRE-MONTH AND
                   WS-TERM-DAY < MST-HIRE-DAY)
                   SUBTRACT 1 FROM WS-ANOS-CASA
               END-IF
           END-IF
           COMPUTE WS-DIAS-AVISO = 30 + 3 * WS-ANOS-CASA
           IF WS-DIAS-AVISO > 90
               MOVE 90 TO WS-DIAS-AVISO
           END-IF
           IF TRS-NOTICE-HALF
               COMPUTE WS-DIAS-AVISO = WS-DIAS-AVISO / 2
           END-IF.

      *> Saldo dos contratos de consignado do desligado, retido das
      *> verbas ate a margem legal sobre o liquido da rescisao. O
      *> que nao coube nao e retido: fica com o banco para cobranca
      *> direta, e sai assim no demonstrativo e no repasse.
       APPLY-LOAN-BALANCES.
           MOVE 0 TO WS-LOAN-TOTAL
           MOVE 0 TO WS-LNA-QTDE
           IF WS-LNC-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LOAN-MARGIN ROUNDED =
               WS-NET-PAY * WS-LOAN-MARGIN-PCT / 100
           PERFORM VARYING WS-LNC-INDEX FROM 1 BY 1
                   UNTIL WS-LNC-INDEX > WS-LNC-QTDE
               MOVE WS-LNC-REG(WS-LNC-INDEX) TO LOAN-CONTRACT-RECORD
               IF LNC-EMP-ID = MST-EMP-ID AND
                  LNC-PAID < LNC-INSTALLMENTS
                   PERFORM APPLY-ONE-LOAN-BALANCE
               END-IF
           END-PERFORM
           SUBTRACT WS-LOAN-TOTAL FROM WS-NET-PAY.

       APPLY-ONE-LOAN-BALANCE.
           COMPUTE WS-LOAN-REMAINING = LNC-INSTALLMENTS - LNC-PAID
           COMPUTE WS-LOAN-BALANCE =
               LNC-INSTALLMENT * WS-LOAN-REMAINING
           MOVE WS-LOAN-BALANCE TO WS-LOAN-ONE
           IF WS-LOAN-TOTAL + WS-LOAN-ONE > WS-LOAN-MARGIN
               COMPUTE WS-LOAN-ONE = WS-LOAN-MARGIN - WS-LOAN-TOTAL
           END-IF
           ADD WS-LOAN-ONE TO WS-LOAN-TOTAL

           PERFORM OPEN-LOAN-SEVERANCE
           MOVE SPACES            TO LOAN-SEVERANCE-RECORD
           MOVE MST-EMP-ID        TO LNS-EMP-ID
           MOVE MST-EMP-NAME      TO LNS-EMP-NAME
           MOVE LNC-BANK-CODE     TO LNS-BANK-CODE
           MOVE LNC-CONTRACT-ID   TO LNS-CONTRACT-ID
           COMPUTE LNS-REF-PERIOD = WS-TERM-YEAR * 100 + WS-TERM-MONTH
           MOVE "RES"             TO LNS-ORIGIN
           MOVE WS-LOAN-BALANCE   TO LNS-DUE-AMOUNT
           MOVE WS-LOAN-ONE       TO LNS-DEDUCTED
           MOVE WS-LOAN-REMAINING TO LNS-INSTALLMENTS
           EVALUATE TRUE
               WHEN WS-LOAN-ONE = WS-LOAN-BALANCE
                   MOVE "INT" TO LNS-STATUS
               WHEN WS-LOAN-ONE > 0
                   MOVE "PAR" TO LNS-STATUS
               WHEN OTHER
                   MOVE "NAO" TO LNS-STATUS
           END-EVALUATE
           IF WS-LOAN-SEV-OPEN = "S"
               WRITE LOAN-SEVERANCE-RECORD
           END-IF

           IF WS-LNA-QTDE < 9
               ADD 1 TO WS-LNA-QTDE
               MOVE LNC-BANK-CODE   TO WS-LNA-BANK(WS-LNA-QTDE)
               MOVE LNC-CONTRACT-ID TO WS-LNA-CONTRACT(WS-LNA-QTDE)
               MOVE WS-LOAN-BALANCE TO WS-LNA-DUE(WS-LNA-QTDE)
               MOVE WS-LOAN-ONE     TO WS-LNA-AMOUNT(WS-LNA-QTDE)
           END-IF.

      *> O arquivo de retencoes da rescisao so cresce (EXTEND): e o
      *> LOAN-REMIT quem decide, pela situacao do contrato, o que ja
      *> foi repassado.
       OPEN-LOAN-SEVERANCE.
           IF WS-LOAN-SEV-OPEN NOT = "N"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LOAN-SEVERANCE-FILE
           IF WS-LOANSEV-FILE-STATUS NOT = "00"
               OPEN OUTPUT LOAN-SEVERANCE-FILE
           END-IF
           IF WS-LOANSEV-FILE-STATUS = "00"
               MOVE "S" TO WS-LOAN-SEV-OPEN
           ELSE
               DISPLAY "ERRO: nao foi possivel gravar "
                       "loan_severance.dat"
               MOVE "E" TO WS-LOAN-SEV-OPEN
               MOVE 8 TO RETURN-CODE
           END-IF.

       CALCULATE-INSS.
           MOVE 0 TO WS-INSS-AMOUNT
           MOVE 0 TO WS-FAIXA-BASE
           MOVE MST-EMP-ID         TO PD-EMP-ID
           MOVE MST-EMP-NAME       TO PD-EMP-NAME
           MOVE MST-EMP-DEPARTMENT TO PD-DEPARTMENT
           MOVE MST-POSITION-CODE  TO PD-POSITION-CODE
           MOVE WS-TERM-YEAR       TO PD-REF-YEAR
           MOVE WS-TERM-MONTH      TO PD-REF-MONTH
           MOVE WS-GROSS-PAY       TO PD-GROSS-PAY
           MOVE "RES"              TO PD-PAY-TYPE
           MOVE 0                  TO PD-DEPENDENTS
           MOVE 0                  TO PD-EMPLOYER-INSS
           MOVE WS-MULTA-FGTS      TO PD-FGTS-AMOUNT
           MOVE 0                  TO PD-GARNISH-AMOUNT
           MOVE 0                  TO PD-OTHER-EARNINGS
           MOVE 0                  TO PD-OTHER-DEDUCTIONS
           MOVE WS-LOAN-TOTAL      TO PD-LOAN-AMOUNT
           WRITE PAYROLL-DETAIL-RECORD
           MOVE PAYROLL-DETAIL-RECORD TO HISTORY-OUT-RECORD
           WRITE HISTORY-OUT-RECORD.
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "MOTIVO......: " TRS-REQ-CODE " - " TRS-RES-LABEL
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "ADMISSAO....: " MST-HIRE-DAY "/" MST-HIRE-MONTH
                  "/" MST-HIRE-YEAR
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           MOVE WS-AVISO-PREVIO TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "AVISO PREVIO INDEN. (" WS-DIAS-AVISO
                  " dias): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-INSS-AMOUNT TO MONEY-FMT-INPUT
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           PERFORM VARYING WS-LNA-INDEX FROM 1 BY 1
                   UNTIL WS-LNA-INDEX > WS-LNA-QTDE
               PERFORM WRITE-LOAN-STATEMENT-LINES
           END-PERFORM
           MOVE WS-NET-PAY TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "LIQUIDO DA RESCISAO..........: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-MULTA-FGTS > 0
               WRITE STATEMENT-LINE FROM SUB-SEPARATOR
               MOVE WS-MULTA-FGTS TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO STATEMENT-LINE
               STRING "MULTA FGTS " TRS-RES-FINE-PCT
                      "% (deposito GRRF).....: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF
           WRITE STATEMENT-LINE FROM SEPARATOR
           MOVE SPACES TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO MONEY-FMT-CURRENCY.

      *> Cada contrato de consignado: o saldo retido e, se a margem
      *> nao comportou o saldo inteiro, o que fica com o banco.
       WRITE-LOAN-STATEMENT-LINES.
           MOVE WS-LNA-AMOUNT(WS-LNA-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "CONSIGNADO " WS-LNA-BANK(WS-LNA-INDEX) " "
                  WS-LNA-CONTRACT(WS-LNA-INDEX) ": -"
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-LNA-AMOUNT(WS-LNA-INDEX) < WS-LNA-DUE(WS-LNA-INDEX)
               COMPUTE MONEY-FMT-INPUT =
                   WS-LNA-DUE(WS-LNA-INDEX) -
                   WS-LNA-AMOUNT(WS-LNA-INDEX)
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO STATEMENT-LINE
               STRING "  saldo acima da margem (cobranca do banco): "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       CLOSE-FILES.
           IF WS-LOAN-SEV-OPEN = "S"
               CLOSE LOAN-SEVERANCE-FILE
           END-IF
           CLOSE STATEMENT-FILE
           CLOSE PAYROLL-DETAIL-FILE
           CLOSE HISTORY-OUT-FILE.
           DISPLAY "Rescisoes calculadas: " WS-TERMINATIONS
           DISPLAY "Puladas (fora do mestre): " WS-SKIPPED
           DISPLAY "Ja quitadas (ignoradas): " WS-JA-QUITADAS
           DISPLAY "Sem motivo valido (puladas): " WS-SEM-MOTIVO
           DISPLAY "Sem exame demissional (ASO): " WS-SEM-DEMISSIONAL
           DISPLAY "Demonstrativos: severance_statements.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-TRANS-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED = WS-SKIPPED + WS-SEM-MOTIVO
           IF WS-ERROR-FLAG = "Y"
               MOVE "ERRO" TO JRL-RETURN-STATUS
           ELSE
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY WORKHRS-RTN.
       COPY TERMRSN-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
