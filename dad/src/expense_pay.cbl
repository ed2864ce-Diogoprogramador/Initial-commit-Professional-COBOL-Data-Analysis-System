IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-PAY.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Pagamento dos reembolsos de despesas aprovados pelo gestor
      *> (expense_claims.dat, EXPCLAIM.cpy, situacao A): cada despesa
      *> aprovada vira um credito de reembolso no detalhe e no
      *> historico da folha (payroll_detail.dat/payroll_history.dat em
      *> EXTEND, PD-PAY-TYPE "REE") com bruto = liquido = valor da
      *> despesa - reembolso nao e rendimento, nao tem INSS, IRRF nem
      *> FGTS - e com o centro de custo da despesa em PD-COST-CENTER.
      *> O credito sai pela remessa AVULSA do BANK-REMIT, com a conta
      *> que ja esta no mestre bancario, e o GL-EXPORT debita o valor
      *> no centro de custo da despesa. A ordem e a de todo avulso:
      *> EXPENSE-PAY, BANK-REMIT (AVULSO) e GL-EXPORT antes da
      *> proxima folha mensal, que so preserva o avulso ainda nao
      *> remetido. A despesa paga vira L (liquidada) com a data do
      *> credito e nunca e paga duas vezes; a relacao do que saiu vai
      *> para expense_register.txt. Matricula ausente do mestre fica
      *> aprovada, sem credito, com aviso e RETURN-CODE 4.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) nao recebe
      *> lancamento: o reembolso de ano selado e recusado antes de
      *> abrir arquivo algum (RETURN-CODE 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
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

           SELECT REGISTER-FILE ASSIGN TO "expense_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD CLAIMS-FILE.
       COPY EXPCLAIM.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD REGISTER-FILE.
       01 REGISTER-LINE           PIC X(132).

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PH==
                   ==PAYROLL-DETAIL-RECORD== BY ==PAYROLL-HISTORY-RECORD==.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-CLAIMS-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-REGISTER-FILE-STATUS PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".

      *> Imagem de todas as despesas: o arquivo e regravado com as
      *> pagas marcadas L.
       01 WS-EXC-TABLE.
           05 WS-EXC-QTDE         PIC 9(4) VALUE 0.
           05 WS-EXC-ENTRADAS OCCURS 3000 TIMES.
               10 WS-EXC-REG      PIC X(87).
       01 WS-EXC-INDEX            PIC 9(4).
       01 WS-EXC-OVERFLOW         PIC X VALUE "N".

      *> Total pago por moeda, para o fechamento do registro.
       01 WS-CUR-TABLE.
           05 WS-CUR-QTDE         PIC 9 VALUE 0.
           05 WS-CUR-ENTRADAS OCCURS 5 TIMES.
               10 WS-CUR-CODE     PIC X(3).
               10 WS-CUR-TOTAL    PIC 9(11)V99.
       01 WS-CUR-INDEX            PIC 9.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-APPROVED-READ    PIC 9(5) VALUE 0.
           05 WS-PAYMENTS-OUT     PIC 9(5) VALUE 0.
           05 WS-NOT-IN-MASTER    PIC 9(5) VALUE 0.

       01 WS-WORK-CURRENCY        PIC X(3).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(132) VALUE ALL "-".
           05 TITLE-1        PIC X(132) VALUE
                   "REGISTRO DE REEMBOLSO DE DESPESAS".
           05 COLUMN-HDR     PIC X(132) VALUE
                   "ID     NOME                           DATA       CAT  CENTRO COMPROVANTE  APROVADOR VALOR".

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

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
               PERFORM LOAD-CLAIMS
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND WS-APPROVED-READ > 0
               PERFORM EMIT-REIMBURSEMENTS
               PERFORM REWRITE-CLAIMS-FILE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PAGAMENTO DE REEMBOLSO DE DESPESAS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

      *> Arquivo maior que a tabela nao e pago: a regravacao perderia
      *> as despesas que nao couberam.
       LOAD-CLAIMS.
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: expense_claims.dat nao encontrado - "
                       "nada a reembolsar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLAIMS-FILE-STATUS NOT = "00"
               READ CLAIMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-EXC-QTDE < 3000
                           ADD 1 TO WS-EXC-QTDE
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-EXC-REG(WS-EXC-QTDE)
                           IF EXC-APROVADO
                               ADD 1 TO WS-APPROVED-READ
                           END-IF
                       ELSE
                           MOVE "S" TO WS-EXC-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           IF WS-EXC-OVERFLOW = "S"
               DISPLAY "ERRO: expense_claims.dat maior que a tabela "
                       "de trabalho - reembolsos NAO emitidos"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       EMIT-REIMBURSEMENTS.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-DETAIL-FILE
           END-IF
           OPEN EXTEND PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-HISTORY-FILE
           END-IF
           PERFORM WRITE-REGISTER-HEADER
           PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-EXC-INDEX > WS-EXC-QTDE
               MOVE WS-EXC-REG(WS-EXC-INDEX) TO EXPENSE-CLAIM-RECORD
               IF EXC-APROVADO
                   PERFORM PAY-ONE-CLAIM
               END-IF
           END-PERFORM
           PERFORM WRITE-REGISTER-FOOTER
           CLOSE REGISTER-FILE
           CLOSE PAYROLL-DETAIL-FILE
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-NOT-IN-MASTER > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       PAY-ONE-CLAIM.
           MOVE EXC-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-IN-MASTER
                   DISPLAY "Aviso: despesa de matricula fora do mestre "
                           "[" EXC-EMP-ID " " EXC-RECEIPT-REF
                           "] - nao paga"
                   EXIT PARAGRAPH
           END-READ
           PERFORM WRITE-REIMBURSEMENT-DETAIL
           PERFORM WRITE-REGISTER-DETAIL
           MOVE "L" TO EXC-STATUS
           MOVE WS-CURRENT-DATE-N TO EXC-PAID-DATE
           MOVE EXPENSE-CLAIM-RECORD TO WS-EXC-REG(WS-EXC-INDEX).

       WRITE-REIMBURSEMENT-DETAIL.
           ADD 1 TO WS-PAYMENTS-OUT
           MOVE MST-CURRENCY-CODE TO WS-WORK-CURRENCY
           IF WS-WORK-CURRENCY = SPACES
               MOVE "BRL" TO WS-WORK-CURRENCY
           END-IF
           PERFORM ACCUMULATE-CURRENCY-TOTAL
           MOVE SPACES TO PAYROLL-DETAIL-RECORD
           MOVE EXC-EMP-ID         TO PD-EMP-ID
           MOVE MST-EMP-NAME       TO PD-EMP-NAME
           MOVE MST-EMP-DEPARTMENT TO PD-DEPARTMENT
           MOVE MST-POSITION-CODE  TO PD-POSITION-CODE
           MOVE WS-CURRENT-YEAR    TO PD-REF-YEAR
           MOVE WS-CURRENT-MONTH   TO PD-REF-MONTH
           MOVE EXC-AMOUNT         TO PD-GROSS-PAY
           MOVE 0                  TO PD-INSS-AMOUNT
           MOVE 0                  TO PD-IRRF-AMOUNT
           MOVE EXC-AMOUNT         TO PD-NET-PAY
           MOVE WS-WORK-CURRENCY   TO PD-CURRENCY-CODE
           MOVE 0                  TO PD-OVERTIME-HOURS
           MOVE 0                  TO PD-OVERTIME-AMOUNT
           MOVE 0                  TO PD-ABSENCE-DAYS
           MOVE 0                  TO PD-ABSENCE-AMOUNT
           MOVE "REE"              TO PD-PAY-TYPE
           MOVE 0                  TO PD-DEPENDENTS
           MOVE 0                  TO PD-EMPLOYER-INSS
           MOVE 0                  TO PD-FGTS-AMOUNT
           MOVE 0                  TO PD-GARNISH-AMOUNT
           MOVE 0                  TO PD-OTHER-EARNINGS
           MOVE 0                  TO PD-OTHER-DEDUCTIONS
           MOVE 0                  TO PD-ADVANCE-AMOUNT
           MOVE 0                  TO PD-NIGHT-HOURS
           MOVE 0                  TO PD-NIGHT-AMOUNT
           MOVE 0                  TO PD-DSR-AMOUNT
           MOVE 0                  TO PD-LOAN-AMOUNT
           MOVE 0                  TO PD-UNION-DUES
           MOVE 0                  TO PD-HEALTH-LIVES
           MOVE 0                  TO PD-HEALTH-COPAY
           MOVE 0                  TO PD-HEALTH-EMPLOYER
           MOVE 0                  TO PD-TRANSIT-AMOUNT
           MOVE 0                  TO PD-TRANSIT-EMPLOYER
           MOVE 0                  TO PD-INSS-DAYS
           MOVE 0                  TO PD-MATERNITY-DAYS
           MOVE 0                  TO PD-MATERNITY-AMOUNT
           MOVE 0                  TO PD-PENSION-AMOUNT
           MOVE 0                  TO PD-PENSION-EMPLOYER
           MOVE 0                  TO PD-INSS-COMBINED-BASE
           MOVE 0                  TO PD-INSS-STANDALONE
           MOVE 0                  TO PD-COMMISSION-AMOUNT
           MOVE 0                  TO PD-COMMISSION-DSR
           MOVE 0                  TO PD-ADVANCE-CARRY-IN
           MOVE 0                  TO PD-ADVANCE-RESIDUE
           MOVE EXC-COST-CENTER    TO PD-COST-CENTER
           WRITE PAYROLL-DETAIL-RECORD
           MOVE PAYROLL-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD
           WRITE PAYROLL-HISTORY-RECORD.

       ACCUMULATE-CURRENCY-TOTAL.
           PERFORM VARYING WS-CUR-INDEX FROM 1 BY 1
                   UNTIL WS-CUR-INDEX > WS-CUR-QTDE
               IF WS-CUR-CODE(WS-CUR-INDEX) = WS-WORK-CURRENCY
                   ADD EXC-AMOUNT TO WS-CUR-TOTAL(WS-CUR-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-CUR-QTDE < 5
               ADD 1 TO WS-CUR-QTDE
               MOVE WS-WORK-CURRENCY TO WS-CUR-CODE(WS-CUR-QTDE)
               MOVE EXC-AMOUNT       TO WS-CUR-TOTAL(WS-CUR-QTDE)
           END-IF.

       WRITE-REGISTER-HEADER.
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM TITLE-1
           MOVE SPACES TO REGISTER-LINE
           STRING "DATA DO CREDITO: " WS-CURRENT-DAY "/"
                  WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
                  "   COMPETENCIA: " WS-CURRENT-MONTH "/"
                  WS-CURRENT-YEAR
                  "   PAGAMENTO PELA REMESSA AVULSA"
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM COLUMN-HDR
           WRITE REGISTER-LINE FROM SUB-SEPARATOR.

       WRITE-REGISTER-DETAIL.
           MOVE WS-WORK-CURRENCY TO MONEY-FMT-CURRENCY
           MOVE EXC-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING EXC-EMP-ID " "
                  MST-EMP-NAME " "
                  EXC-EXPENSE-DAY "/" EXC-EXPENSE-MONTH "/"
                  EXC-EXPENSE-YEAR " "
                  EXC-CATEGORY " "
                  EXC-COST-CENTER " "
                  EXC-RECEIPT-REF " "
                  EXC-APPROVER "    "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO MONEY-FMT-CURRENCY.

       WRITE-REGISTER-FOOTER.
           WRITE REGISTER-LINE FROM SUB-SEPARATOR
           MOVE SPACES TO REGISTER-LINE
           STRING "REEMBOLSOS EMITIDOS: " WS-PAYMENTS-OUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           PERFORM VARYING WS-CUR-INDEX FROM 1 BY 1
                   UNTIL WS-CUR-INDEX > WS-CUR-QTDE
               MOVE WS-CUR-CODE(WS-CUR-INDEX) TO MONEY-FMT-CURRENCY
               MOVE WS-CUR-TOTAL(WS-CUR-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "TOTAL REEMBOLSADO " WS-CUR-CODE(WS-CUR-INDEX)
                      ": " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM
           MOVE SPACES TO MONEY-FMT-CURRENCY
           IF WS-NOT-IN-MASTER > 0
               MOVE SPACES TO REGISTER-LINE
               STRING "APROVADAS SEM CADASTRO NO MESTRE (NAO PAGAS): "
                      WS-NOT-IN-MASTER
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           WRITE REGISTER-LINE FROM SEPARATOR.

       REWRITE-CLAIMS-FILE.
           IF WS-PAYMENTS-OUT = 0
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "expense_claims.dat - reembolsos emitidos NAO "
                       "marcados como pagos; nao rode de novo antes de "
                       "tratar"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-EXC-INDEX > WS-EXC-QTDE
               MOVE WS-EXC-REG(WS-EXC-INDEX) TO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM
           CLOSE CLAIMS-FILE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO REEMBOLSO DE DESPESAS ==="
           DISPLAY "Despesas no arquivo: " WS-RECORDS-READ
           DISPLAY "Aprovadas a pagar: " WS-APPROVED-READ
           DISPLAY "Reembolsos emitidos: " WS-PAYMENTS-OUT
           DISPLAY "Sem cadastro no mestre (nao pagas): "
                   WS-NOT-IN-MASTER
           IF WS-PAYMENTS-OUT > 0
               DISPLAY "Registro: expense_register.txt"
               DISPLAY "Credito pela remessa AVULSA do BANK-REMIT"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "EXPENSE-PAY" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ  TO JRL-RECORDS-PROCESSED
           MOVE WS-NOT-IN-MASTER TO JRL-RECORDS-REJECTED
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
                   WS-RECORDS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RECORDS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
