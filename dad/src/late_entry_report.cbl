IDENTIFICATION DIVISION.
       PROGRAM-ID. LATE-ENTRY-REPORT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Relatorio das entradas da folha recebidas depois do corte
      *> (late_entries.dat, LATEENT-FD.cpy): cada linha que uma carga
      *> empurrou para a competencia seguinte - apontamento
      *> (TIMESHEET-LOAD), aprovacao de extra (TIMESHEET-APPROVE),
      *> afastamento (ABSENCE-LOAD), transacao de manutencao
      *> (EMPLOYEE-MAINTENANCE), ajuste suplementar (SUPPLEMENTAL-RUN)
      *> e dependente (DEPENDENT-LOAD) - com o departamento do
      *> funcionario no mestre, e os totais por origem e por
      *> departamento, para o RH cobrar os reincidentes. Fecha com o
      *> calendario de fechamento da folha (payroll_calendar.dat,
      *> PAYCAL-FD.cpy): corte de cada tipo de entrada, data de
      *> calculo e data de pagamento por competencia. Havendo entrada
      *> atrasada, encerra com RETURN-CODE 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "late_entry_report.txt"
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
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYCAL.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-MASTER-OPEN          PIC X VALUE "N".

       01 WS-DEPT-ATUAL               PIC X(20).

      *> Totais por programa de origem.
       01 WS-SRC-TABLE.
           05 WS-SRC-QTDE         PIC 99 VALUE 0.
           05 WS-SRC-ENTRADAS OCCURS 20 TIMES.
               10 WS-SRC-NOME     PIC X(20).
               10 WS-SRC-COUNT    PIC 9(5).
       01 WS-SRC-INDEX            PIC 99.
       01 WS-SRC-MATCH            PIC 99.

      *> Totais por departamento do funcionario no mestre; quem nao
      *> esta no mestre cai em "SEM CADASTRO".
       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE        PIC 999 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 200 TIMES.
               10 WS-DEPT-NOME    PIC X(20).
               10 WS-DEPT-COUNT   PIC 9(5).
       01 WS-DEPT-INDEX           PIC 999.
       01 WS-DEPT-MATCH           PIC 999.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-COUNT     PIC ZZZZ9.
           05 FORMATTED-DATE.
               10 FMT-DAY         PIC 99.
               10 FILLER          PIC X VALUE "/".
               10 FMT-MONTH       PIC 99.
               10 FILLER          PIC X VALUE "/".
               10 FMT-YEAR        PIC 9999.
           05 FORMATTED-CUTOFF    PIC X(10).
           05 WS-DATE-WORK.
               10 WS-DATE-YEAR    PIC 9999.
               10 WS-DATE-MONTH   PIC 99.
               10 WS-DATE-DAY     PIC 99.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "ENTRADAS DA FOLHA RECEBIDAS DEPOIS DO CORTE".
           05 HEADER-DETAIL  PIC X(132) VALUE
                   "MATRIC DEPARTAMENTO         ORIGEM               TIP  COMPET ROTEAD  RECEBIDA   CORTE      DESCRICAO".
           05 HEADER-CALENDAR PIC X(132) VALUE
                   "COMPET PONTO    AUSENC   EXTRA    MANUT    SUPLEM   DEPEND   CALCULO  PAGAMENTO".

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
               PERFORM WRITE-REPORT-HEADER
               PERFORM LIST-LATE-ENTRIES
               PERFORM WRITE-SOURCE-TOTALS
               PERFORM WRITE-DEPARTMENT-TOTALS
               PERFORM WRITE-CALENDAR
               CLOSE REPORT-FILE
               IF WS-MASTER-OPEN = "S"
                   CLOSE EMPLOYEE-MASTER-FILE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== ENTRADAS DA FOLHA DEPOIS DO CORTE ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-SRC-TABLE
           INITIALIZE WS-DEPT-TABLE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-MASTER-OPEN

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "late_entry_report.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF.

       WRITE-REPORT-HEADER.
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM HEADER-DETAIL
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Sem late_entries.dat nenhuma carga empurrou nada ainda - o
      *> relatorio sai so com o calendario.
       LIST-LATE-ENTRIES.
           OPEN INPUT LATE-ENTRY-FILE
           IF PCL-LTE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: late_entries.dat nao encontrado - "
                       "nenhuma entrada depois do corte"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LATE-ENTRY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM REPORT-ONE-ENTRY
               END-READ
           END-PERFORM
           CLOSE LATE-ENTRY-FILE.

       REPORT-ONE-ENTRY.
           MOVE LTE-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "SEM CADASTRO" TO WS-DEPT-ATUAL
               NOT INVALID KEY
                   MOVE MST-EMP-DEPARTMENT TO WS-DEPT-ATUAL
           END-READ
           PERFORM ACCUMULATE-SOURCE
           PERFORM ACCUMULATE-DEPARTMENT
           MOVE LTE-CUTOFF-DATE TO WS-DATE-WORK
           PERFORM FORMAT-WORK-DATE
           MOVE FORMATTED-DATE TO FORMATTED-CUTOFF
           MOVE LTE-RECEIVED-DATE TO WS-DATE-WORK
           PERFORM FORMAT-WORK-DATE
           MOVE SPACES TO REPORT-LINE
           STRING LTE-EMP-ID " " WS-DEPT-ATUAL " " LTE-SOURCE " "
                  LTE-INPUT-TYPE "  " LTE-ORIG-PERIOD " "
                  LTE-ROUTED-PERIOD "  " FORMATTED-DATE " "
                  FORMATTED-CUTOFF " " LTE-DETAIL
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FORMAT-WORK-DATE.
           IF WS-DATE-WORK NOT NUMERIC
               MOVE 0 TO WS-DATE-WORK
           END-IF
           MOVE WS-DATE-DAY   TO FMT-DAY
           MOVE WS-DATE-MONTH TO FMT-MONTH
           MOVE WS-DATE-YEAR  TO FMT-YEAR.

       ACCUMULATE-SOURCE.
           MOVE 0 TO WS-SRC-MATCH
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                   UNTIL WS-SRC-INDEX > WS-SRC-QTDE
               IF WS-SRC-NOME(WS-SRC-INDEX) = LTE-SOURCE
                   MOVE WS-SRC-INDEX TO WS-SRC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SRC-MATCH = 0 AND WS-SRC-QTDE < 20
               ADD 1 TO WS-SRC-QTDE
               MOVE WS-SRC-QTDE TO WS-SRC-MATCH
               MOVE LTE-SOURCE TO WS-SRC-NOME(WS-SRC-MATCH)
               MOVE 0 TO WS-SRC-COUNT(WS-SRC-MATCH)
           END-IF
           IF WS-SRC-MATCH > 0
               ADD 1 TO WS-SRC-COUNT(WS-SRC-MATCH)
           END-IF.

       ACCUMULATE-DEPARTMENT.
           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-NOME(WS-DEPT-INDEX) = WS-DEPT-ATUAL
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = 0 AND WS-DEPT-QTDE < 200
               ADD 1 TO WS-DEPT-QTDE
               MOVE WS-DEPT-QTDE TO WS-DEPT-MATCH
               MOVE WS-DEPT-ATUAL TO WS-DEPT-NOME(WS-DEPT-MATCH)
               MOVE 0 TO WS-DEPT-COUNT(WS-DEPT-MATCH)
           END-IF
           IF WS-DEPT-MATCH > 0
               ADD 1 TO WS-DEPT-COUNT(WS-DEPT-MATCH)
           END-IF.

       WRITE-SOURCE-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL POR ORIGEM"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-SRC-INDEX FROM 1 BY 1
                   UNTIL WS-SRC-INDEX > WS-SRC-QTDE
               MOVE WS-SRC-COUNT(WS-SRC-INDEX) TO FORMATTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-SRC-NOME(WS-SRC-INDEX) " "
                      FORMATTED-COUNT " entrada(s)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           MOVE WS-RECORDS-READ TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  TOTAL                " FORMATTED-COUNT
                  " entrada(s)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-DEPARTMENT-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL POR DEPARTAMENTO"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               MOVE WS-DEPT-COUNT(WS-DEPT-INDEX) TO FORMATTED-COUNT
               MOVE SPACES TO REPORT-LINE
               STRING "  " WS-DEPT-NOME(WS-DEPT-INDEX) " "
                      FORMATTED-COUNT " entrada(s)"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM.

      *> Calendario de fechamento carregado pela rotina compartilhada;
      *> corte zerado sai como zeros (tipo sem corte na competencia).
       WRITE-CALENDAR.
           PERFORM PCL-LOAD-CALENDAR
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "CALENDARIO DE FECHAMENTO DA FOLHA "
                  "(payroll_calendar.dat)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-CALENDAR
           PERFORM VARYING PCL-INDEX FROM 1 BY 1
                   UNTIL PCL-INDEX > PCL-CAL-QTDE
               MOVE SPACES TO REPORT-LINE
               STRING PCL-TAB-PERIOD(PCL-INDEX) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 1) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 2) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 3) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 4) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 5) " "
                      PCL-TAB-CUTOFF(PCL-INDEX, 6) " "
                      PCL-TAB-CALC(PCL-INDEX) " "
                      PCL-TAB-PAY(PCL-INDEX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           WRITE REPORT-LINE FROM SEPARATOR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Entradas depois do corte: " WS-RECORDS-READ
           DISPLAY "Origens: " WS-SRC-QTDE
                   "  Departamentos: " WS-DEPT-QTDE
           DISPLAY "Relatorio: late_entry_report.txt"
           IF WS-RECORDS-READ > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "LATE-ENTRY-REPORT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE 0               TO JRL-RECORDS-REJECTED
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

       COPY BUSDATE-RTN.
       COPY PAYCAL-RTN.
