IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-AGING.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Envelhecimento das despesas em aberto (expense_claims.dat,
      *> EXPCLAIM.cpy): lista toda despesa ainda nao liquidada nem
      *> recusada - pendente (P) ou questionada (Q) com o gestor, ou
      *> aprovada (A) aguardando o EXPENSE-PAY - com os dias desde a
      *> data da despesa (data de movimento - EXC-EXPENSE-DATE), a
      *> situacao e o gestor que decidiu por ultimo. O fechamento traz
      *> as faixas 0-30, 31-60, 61-90 e acima de 90 dias, em
      *> quantidade e valor, e o total por situacao, para o financeiro
      *> cobrar o gestor que esta segurando o reembolso. Qualquer
      *> despesa aberta ha mais de 30 dias encerra com RETURN-CODE 4
      *> para o painel de operacao acusar.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "expense_aging.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD CLAIMS-FILE.
       COPY EXPCLAIM.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-CLAIMS-FILE-STATUS  PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".

       01 WS-CALC-FIELDS.
           05 WS-DAYS-OPEN        PIC S9(5).
           05 WS-TODAY-INT        PIC 9(7).
           05 WS-EXPENSE-INT      PIC 9(7).
           05 WS-BUCKET           PIC 9.

      *> Faixas de envelhecimento: 1 = 0-30, 2 = 31-60, 3 = 61-90,
      *> 4 = acima de 90 dias.
       01 WS-BUCKET-TABLE.
           05 WS-BKT-ENTRADAS OCCURS 4 TIMES.
               10 WS-BKT-QTDE     PIC 9(5).
               10 WS-BKT-VALOR    PIC 9(11)V99.
       01 WS-BUCKET-LABELS.
           05 FILLER              PIC X(15) VALUE "0 A 30 DIAS    ".
           05 FILLER              PIC X(15) VALUE "31 A 60 DIAS   ".
           05 FILLER              PIC X(15) VALUE "61 A 90 DIAS   ".
           05 FILLER              PIC X(15) VALUE "ACIMA DE 90    ".
       01 WS-BUCKET-LABEL-TABLE REDEFINES WS-BUCKET-LABELS.
           05 WS-BKT-LABEL        PIC X(15) OCCURS 4 TIMES.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-OPEN-CLAIMS      PIC 9(5) VALUE 0.
           05 WS-OPEN-PENDING     PIC 9(5) VALUE 0.
           05 WS-OPEN-QUESTIONED  PIC 9(5) VALUE 0.
           05 WS-OPEN-APPROVED    PIC 9(5) VALUE 0.
           05 WS-OVER-30          PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-FORMATS.
           05 FORMATTED-DIAS      PIC ZZZZ9.
           05 FORMATTED-VALOR     PIC Z.ZZZ.ZZ9,99.
           05 FORMATTED-TOTAL     PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FORMATTED-SITUACAO  PIC X(11).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 TITLE-1        PIC X(120) VALUE
                   "ENVELHECIMENTO DE DESPESAS EM ABERTO".
           05 HEADER-TABLE   PIC X(120) VALUE
                   "ID     DATA       CAT  CENTRO COMPROVANTE  SITUACAO    GESTOR  DIAS         VALOR".

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
               PERFORM SCAN-OPEN-CLAIMS
               PERFORM WRITE-REPORT-FOOTER
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== ENVELHECIMENTO DE DESPESAS EM ABERTO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           INITIALIZE WS-BUCKET-TABLE

           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: expense_claims.dat nao encontrado - "
                       "nenhuma despesa em aberto"
               MOVE "Y" TO WS-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar expense_aging.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE CLAIMS-FILE
               EXIT PARAGRAPH
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "POSICAO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SEPARATOR.

       SCAN-OPEN-CLAIMS.
           PERFORM UNTIL WS-CLAIMS-FILE-STATUS NOT = "00"
               READ CLAIMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF EXC-EM-ABERTO
                           PERFORM WRITE-AGING-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE.

       WRITE-AGING-LINE.
           ADD 1 TO WS-OPEN-CLAIMS
           EVALUATE TRUE
               WHEN EXC-PENDENTE
                   ADD 1 TO WS-OPEN-PENDING
                   MOVE "PENDENTE"    TO FORMATTED-SITUACAO
               WHEN EXC-QUESTIONADO
                   ADD 1 TO WS-OPEN-QUESTIONED
                   MOVE "QUESTIONADA" TO FORMATTED-SITUACAO
               WHEN OTHER
                   ADD 1 TO WS-OPEN-APPROVED
                   MOVE "APROVADA"    TO FORMATTED-SITUACAO
           END-EVALUATE

           IF EXC-EXPENSE-DATE-N NUMERIC AND EXC-EXPENSE-DATE-N > 0
               COMPUTE WS-EXPENSE-INT =
                   FUNCTION INTEGER-OF-DATE(EXC-EXPENSE-DATE-N)
               COMPUTE WS-DAYS-OPEN = WS-TODAY-INT - WS-EXPENSE-INT
           ELSE
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           IF WS-DAYS-OPEN < 0
               MOVE 0 TO WS-DAYS-OPEN
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-OPEN <= 30
                   MOVE 1 TO WS-BUCKET
               WHEN WS-DAYS-OPEN <= 60
                   MOVE 2 TO WS-BUCKET
               WHEN WS-DAYS-OPEN <= 90
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE
           IF WS-BUCKET > 1
               ADD 1 TO WS-OVER-30
           END-IF
           ADD 1 TO WS-BKT-QTDE(WS-BUCKET)
           ADD EXC-AMOUNT TO WS-BKT-VALOR(WS-BUCKET)

           MOVE WS-DAYS-OPEN TO FORMATTED-DIAS
           MOVE EXC-AMOUNT TO FORMATTED-VALOR
           MOVE SPACES TO REPORT-LINE
           STRING EXC-EMP-ID " "
                  EXC-EXPENSE-DAY "/" EXC-EXPENSE-MONTH "/"
                  EXC-EXPENSE-YEAR " "
                  EXC-CATEGORY " "
                  EXC-COST-CENTER " "
                  EXC-RECEIPT-REF " "
                  FORMATTED-SITUACAO " "
                  EXC-APPROVER "  "
                  FORMATTED-DIAS " "
                  FORMATTED-VALOR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "FAIXA           QTDE               VALOR"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-BUCKET FROM 1 BY 1 UNTIL WS-BUCKET > 4
               MOVE WS-BKT-VALOR(WS-BUCKET) TO FORMATTED-TOTAL
               MOVE SPACES TO REPORT-LINE
               STRING WS-BKT-LABEL(WS-BUCKET) " "
                      WS-BKT-QTDE(WS-BUCKET) " "
                      FORMATTED-TOTAL
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "DESPESAS EM ABERTO: " WS-OPEN-CLAIMS
                  "  (PENDENTES: " WS-OPEN-PENDING
                  "  QUESTIONADAS: " WS-OPEN-QUESTIONED
                  "  APROVADAS A PAGAR: " WS-OPEN-APPROVED ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-OVER-30 > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO ENVELHECIMENTO DE DESPESAS ==="
           DISPLAY "Despesas lidas: " WS-RECORDS-READ
           DISPLAY "Despesas em aberto: " WS-OPEN-CLAIMS
           DISPLAY "Abertas ha mais de 30 dias: " WS-OVER-30
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Relatorio: expense_aging.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "EXPENSE-AGING" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-OVER-30      TO JRL-RECORDS-REJECTED
           IF WS-ERROR-FLAG = "Y" AND RETURN-CODE > 0
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

       COPY BUSDATE-RTN.
