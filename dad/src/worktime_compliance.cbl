IDENTIFICATION DIVISION.
       PROGRAM-ID. WORKTIME-COMPLIANCE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Conformidade da jornada com a legislacao trabalhista, sobre o
      *> apontamento de horas (timesheet_input.dat, TIMESHEET.cpy) da
      *> competencia: o TIMESHEET-LOAD valida cada linha isolada, mas
      *> nada olhava os dias em conjunto - e e isso que a fiscalizacao
      *> pede primeiro. Por funcionario, sinaliza:
      *>   EXD mais de 2 horas extras num dia;
      *>   SEM horas normais da semana (segunda a domingo) acima da
      *>       jornada contratada (MST-WEEKLY-HOURS; em branco, zero
      *>       ou acima de 44 vale 44, a mesma regra do WORKHRS-RTN) -
      *>       hora alem do contrato apontada como normal e extra nao
      *>       paga;
      *>   DOM trabalho em domingo ou feriado (holiday_calendar.dat)
      *>       sem folga compensatoria nos 7 dias seguintes - folga e
      *>       um dia util (segunda a sexta, fora feriado) sem
      *>       apontamento ou com folga CMP lancada;
      *>   CON mais de 6 dias seguidos trabalhados;
      *>   AFA horas apontadas em dia de afastamento ou ferias
      *>       (absence_transactions.dat, qualquer tipo);
      *>   EXA extras APROVADAS da competencia (overtime_hours.dat, so
      *>       o apontamento - o vencimento do banco de horas nao e
      *>       jornada) acima do limite legal de 2 horas por dia
      *>       trabalhado.
      *> Para a semana e a sequencia de dias que comecam no mes
      *> anterior, os 6 dias antes da competencia tambem sao lidos; o
      *> que e sinalizado e so o que cai dentro dela. Dia alem do fim
      *> do apontamento conta como folga.
      *> Saidas: worktime_compliance.txt, as ocorrencias agrupadas por
      *> gestor (MST-MANAGER-ID), e worktime_compliance_dept.txt, o
      *> resumo por departamento para o comite de risco trabalhista.
      *> Parametro opcional: a competencia (AAAAMM); sem ele, a da
      *> data de negocio. Qualquer ocorrencia termina com
      *> RETURN-CODE 4; sem apontamento ou sem mestre, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIMESHEET-FILE ASSIGN TO "../data/timesheet_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

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

           SELECT OVERTIME-FILE ASSIGN TO "../data/overtime_hours.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVERTIME-FILE-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "../data/holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "worktime_compliance.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT DEPT-REPORT-FILE ASSIGN TO "worktime_compliance_dept.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTREP-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD TIMESHEET-FILE.
       COPY TIMESHEET.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD OVERTIME-FILE.
       COPY OVERTIME.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

       FD DEPT-REPORT-FILE.
       01 DEPT-REPORT-LINE        PIC X(100).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-TIMESHEET-STATUS      PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-OVERTIME-FILE-STATUS  PIC XX.
           05 WS-ABSENCE-FILE-STATUS   PIC XX.
           05 WS-HOLIDAY-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-DEPTREP-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL           PIC X VALUE "N".
           05 WS-MASTER-FOUND         PIC X.
           05 WS-REST-DAY-FLAG        PIC X.
               88 DIA-DE-DESCANSO     VALUE "S".
           05 WS-COMP-FOUND           PIC X.
           05 WS-WEEK-IN-MONTH        PIC X.

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-PERIOD               PIC X(8).

      *> Competencia verificada e a janela de leitura do apontamento
      *> (6 dias antes do dia 1 ate 7 dias depois do ultimo dia), em
      *> datas e em numero de dia (INTEGER-OF-DATE).
       01 WS-PERIOD-FIELDS.
           05 WS-REF-PERIOD           PIC 9(6).
           05 WS-REF-PERIOD-R REDEFINES WS-REF-PERIOD.
               10 WS-REF-YEAR         PIC 9999.
               10 WS-REF-MONTH        PIC 99.
           05 WS-FIRST-DATE           PIC 9(8).
           05 WS-LAST-DATE            PIC 9(8).
           05 WS-FIRST-INT            PIC 9(7).
           05 WS-LAST-INT             PIC 9(7).
           05 WS-WINDOW-START-INT     PIC 9(7).
           05 WS-WINDOW-END-INT       PIC 9(7).

      *> Horas apontadas por funcionario e dia (linhas repetidas do
      *> mesmo dia sao somadas depois da ordenacao).
       01 WS-DAY-TABLE.
           05 WS-DAY-QTDE             PIC 9(5) VALUE 0.
           05 WS-DAY-ENTRADAS OCCURS 1 TO 15000 TIMES
                   DEPENDING ON WS-DAY-QTDE.
               10 WS-DAY-EMP-ID       PIC X(6).
               10 WS-DAY-INT          PIC 9(7).
               10 WS-DAY-DATE         PIC 9(8).
               10 WS-DAY-REGULAR      PIC 9(3)V9.
               10 WS-DAY-OVERTIME     PIC 9(3)V9.
       01 WS-DAY-INDEX                PIC 9(5).
       01 WS-DAY-OUT                  PIC 9(5).
       01 WS-GROUP-START              PIC 9(5).
       01 WS-GROUP-END                PIC 9(5).
       01 WS-SCAN-INDEX               PIC 9(5).

       01 WS-ABS-TABLE.
           05 WS-ABS-QTDE             PIC 9(4) VALUE 0.
           05 WS-ABS-ENTRADAS OCCURS 3000 TIMES.
               10 WS-ABS-EMP-ID       PIC X(6).
               10 WS-ABS-TYPE         PIC X(3).
               10 WS-ABS-START-INT    PIC 9(7).
               10 WS-ABS-END-INT      PIC 9(7).
       01 WS-ABS-INDEX                PIC 9(4).
       01 WS-ABS-MATCH-TYPE           PIC X(3).

       01 WS-HOL-TABLE.
           05 WS-HOL-QTDE             PIC 999 VALUE 0.
           05 WS-HOL-INT OCCURS 200 TIMES PIC 9(7).
       01 WS-HOL-INDEX                PIC 999.

      *> Extras aprovadas da competencia por funcionario.
       01 WS-APR-TABLE.
           05 WS-APR-QTDE             PIC 9(4) VALUE 0.
           05 WS-APR-ENTRADAS OCCURS 3000 TIMES.
               10 WS-APR-EMP-ID       PIC X(6).
               10 WS-APR-HOURS        PIC 9(5)V9.
               10 WS-APR-USED         PIC X.
       01 WS-APR-INDEX                PIC 9(4).
       01 WS-APR-MATCH                PIC 9(4).

      *> Ocorrencias, ordenadas por gestor e funcionario para o
      *> relatorio.
       01 WS-VIO-TABLE.
           05 WS-VIO-QTDE             PIC 9(4) VALUE 0.
           05 WS-VIO-ENTRADAS OCCURS 1 TO 6000 TIMES
                   DEPENDING ON WS-VIO-QTDE.
               10 WS-VIO-MANAGER      PIC X(6).
               10 WS-VIO-EMP-ID       PIC X(6).
               10 WS-VIO-DATE         PIC 9(8).
               10 WS-VIO-CODE         PIC X(3).
               10 WS-VIO-EMP-NAME     PIC X(30).
               10 WS-VIO-DEPT         PIC X(20).
               10 WS-VIO-DETAIL       PIC X(45).
       01 WS-VIO-INDEX                PIC 9(4).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE            PIC 999 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 1 TO 200 TIMES
                   DEPENDING ON WS-DEPT-QTDE.
               10 WS-DEPT-NAME        PIC X(20).
               10 WS-DEPT-EMPLOYEES   PIC 9(4).
               10 WS-DEPT-EXD         PIC 9(4).
               10 WS-DEPT-SEM         PIC 9(4).
               10 WS-DEPT-DOM         PIC 9(4).
               10 WS-DEPT-CON         PIC 9(4).
               10 WS-DEPT-AFA         PIC 9(4).
               10 WS-DEPT-EXA         PIC 9(4).
       01 WS-DEPT-INDEX               PIC 999.
       01 WS-DEPT-MATCH               PIC 999.

      *> Funcionario em processamento (dados do mestre).
       01 WS-CUR-EMPLOYEE.
           05 WS-CUR-EMP-ID           PIC X(6).
           05 WS-CUR-NAME             PIC X(30).
           05 WS-CUR-DEPT             PIC X(20).
           05 WS-CUR-MANAGER          PIC X(6).
           05 WS-CUR-WEEK-LIMIT       PIC 99.
           05 WS-CUR-DAYS-WORKED      PIC 99.

       01 WS-CHECK-FIELDS.
           05 WS-WORKED-FLAG          PIC X.
           05 WS-PREV-WORKED-INT      PIC 9(7).
           05 WS-RUN-LENGTH           PIC 999.
           05 WS-RUN-START-DATE       PIC 9(8).
           05 WS-WEEK-ID              PIC 9(7).
           05 WS-CUR-WEEK-ID          PIC 9(7).
           05 WS-WEEK-REGULAR         PIC 9(4)V9.
           05 WS-CHK-INT              PIC 9(7).
           05 WS-CHK-END-INT          PIC 9(7).
           05 WS-CHK-DATE             PIC 9(8).
           05 WS-WEEKDAY              PIC 9.
           05 WS-APR-LIMIT            PIC 9(5)V9.

       01 WS-NEW-VIOLATION.
           05 WS-NEW-DATE             PIC 9(8).
           05 WS-NEW-CODE             PIC X(3).
           05 WS-NEW-DETAIL           PIC X(45).

       01 WS-REPORT-CONTROL.
           05 WS-PREV-MANAGER         PIC X(6).
           05 WS-PREV-EMP-ID          PIC X(6).
           05 WS-MANAGER-COUNT        PIC 9(4).
           05 WS-MANAGER-NAME         PIC X(30).

       01 WS-COUNTERS.
           05 WS-LINES-READ           PIC 9(6) VALUE 0.
           05 WS-LINES-IGNORED        PIC 9(6) VALUE 0.
           05 WS-EMPLOYEES-CHECKED    PIC 9(5) VALUE 0.
           05 WS-DAYS-CHECKED         PIC 9(6) VALUE 0.
           05 WS-EMPLOYEES-FLAGGED    PIC 9(5) VALUE 0.
           05 WS-COUNT-EXD            PIC 9(5) VALUE 0.
           05 WS-COUNT-SEM            PIC 9(5) VALUE 0.
           05 WS-COUNT-DOM            PIC 9(5) VALUE 0.
           05 WS-COUNT-CON            PIC 9(5) VALUE 0.
           05 WS-COUNT-AFA            PIC 9(5) VALUE 0.
           05 WS-COUNT-EXA            PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-HOURS         PIC ZZZ9,9.
           05 FORMATTED-LIMIT         PIC ZZZ9,9.
           05 FORMATTED-WEEK          PIC Z9.
           05 FORMATTED-COUNT         PIC ZZZ9.
           05 FORMATTED-C1            PIC ZZZ9.
           05 FORMATTED-C2            PIC ZZZ9.
           05 FORMATTED-C3            PIC ZZZ9.
           05 FORMATTED-C4            PIC ZZZ9.
           05 FORMATTED-C5            PIC ZZZ9.
           05 FORMATTED-C6            PIC ZZZ9.
           05 FORMATTED-C7            PIC ZZZ9.
           05 FORMATTED-TOTAL         PIC ZZZZ9.

       01 WS-DISP-DATE-IN             PIC 9(8).
       01 WS-DISP-DATE-IN-R REDEFINES WS-DISP-DATE-IN.
           05 WS-DISP-IN-YEAR         PIC 9999.
           05 WS-DISP-IN-MONTH        PIC 99.
           05 WS-DISP-IN-DAY          PIC 99.
       01 WS-DISP-DATE.
           05 WS-DISP-DAY             PIC 99.
           05 FILLER                  PIC X VALUE "/".
           05 WS-DISP-MONTH           PIC 99.
           05 FILLER                  PIC X VALUE "/".
           05 WS-DISP-YEAR            PIC 9999.

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(100) VALUE ALL "=".
           05 TITLE-1            PIC X(100) VALUE
                   "CONFORMIDADE DA JORNADA - OCORRENCIAS POR GESTOR".
           05 TITLE-DEPT         PIC X(100) VALUE
                   "CONFORMIDADE DA JORNADA - RESUMO POR DEPARTAMENTO".
           05 LEGEND-1           PIC X(100) VALUE
                   "EXD extra > 2h/dia  SEM semana acima da jornada  DOM domingo/feriado sem folga".
           05 LEGEND-2           PIC X(100) VALUE
                   "CON > 6 dias seguidos  AFA horas em afastamento  EXA extra aprovada acima do limite".
           05 HEADER-COLUMNS     PIC X(100) VALUE
                   "  MATRIC NOME                 DATA       COD OCORRENCIA".
           05 HEADER-DEPT        PIC X(100) VALUE
                   "DEPARTAMENTO         FUNC  EXD  SEM  DOM  CON  AFA  EXA  TOTAL".

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
               PERFORM LOAD-HOLIDAYS
               PERFORM LOAD-ABSENCES
               PERFORM LOAD-APPROVED-OVERTIME
               PERFORM LOAD-TIMESHEET
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM MERGE-SAME-DAY-LINES
               PERFORM CHECK-ALL-EMPLOYEES
               PERFORM CHECK-APPROVED-WITHOUT-TIMESHEET
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM WRITE-MANAGER-REPORT
               PERFORM WRITE-DEPARTMENT-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONFORMIDADE DA JORNADA DE TRABALHO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-PERIOD
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-PERIOD
           END-UNSTRING
           IF WS-CMD-PERIOD = SPACES
               COMPUTE WS-REF-PERIOD = BDT-YEAR * 100 + BDT-MONTH
           ELSE
               IF WS-CMD-PERIOD(1:6) NOT NUMERIC OR
                  WS-CMD-PERIOD(7:2) NOT = SPACES
                   DISPLAY "ERRO: parametro invalido: " WS-CMD-PERIOD
                   DISPLAY "Uso: worktime_compliance [AAAAMM]"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMD-PERIOD(1:6) TO WS-REF-PERIOD
           END-IF
           IF WS-REF-MONTH < 1 OR WS-REF-MONTH > 12
               DISPLAY "ERRO: competencia invalida: " WS-REF-PERIOD
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Competencia: " WS-REF-PERIOD

           COMPUTE WS-FIRST-DATE = WS-REF-PERIOD * 100 + 1
           COMPUTE WS-FIRST-INT = FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE)
           IF WS-REF-MONTH = 12
               COMPUTE WS-CHK-DATE = (WS-REF-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-CHK-DATE = WS-REF-PERIOD * 100 + 101
           END-IF
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE) - 1
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-LAST-INT)
           COMPUTE WS-WINDOW-START-INT = WS-FIRST-INT - 6
           COMPUTE WS-WINDOW-END-INT = WS-LAST-INT + 7

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

       LOAD-HOLIDAYS.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: holiday_calendar.dat nao encontrado - "
                       "so o domingo conta como dia de descanso"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-FILE-STATUS NOT = "00"
               READ HOLIDAY-CALENDAR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HOL-DATE NUMERIC AND HOL-DATE > 0 AND
                          WS-HOL-QTDE < 200
                           ADD 1 TO WS-HOL-QTDE
                           COMPUTE WS-HOL-INT(WS-HOL-QTDE) =
                               FUNCTION INTEGER-OF-DATE(HOL-DATE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE.

      *> Afastamentos que tocam a janela de leitura; fim em branco ou
      *> antes do inicio vale como um dia so.
       LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao encontrado"
                       " - horas em afastamento nao verificadas"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-ONE-ABSENCE
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE.

       STORE-ONE-ABSENCE.
           IF ABS-START-DATE NOT NUMERIC OR ABS-START-DATE = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(ABS-START-DATE)
           IF ABS-END-DATE NUMERIC AND ABS-END-DATE >= ABS-START-DATE
               COMPUTE WS-CHK-END-INT =
                   FUNCTION INTEGER-OF-DATE(ABS-END-DATE)
           ELSE
               MOVE WS-CHK-INT TO WS-CHK-END-INT
           END-IF
           IF WS-CHK-END-INT < WS-WINDOW-START-INT OR
              WS-CHK-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF
           IF WS-ABS-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABS-QTDE
           MOVE ABS-EMP-ID     TO WS-ABS-EMP-ID(WS-ABS-QTDE)
           MOVE ABS-TYPE       TO WS-ABS-TYPE(WS-ABS-QTDE)
           MOVE WS-CHK-INT     TO WS-ABS-START-INT(WS-ABS-QTDE)
           MOVE WS-CHK-END-INT TO WS-ABS-END-INT(WS-ABS-QTDE).

      *> So extra aprovada do apontamento: pendente e questionada nao
      *> foram pagas, e o vencimento do banco (BCO) nao e jornada.
       LOAD-APPROVED-OVERTIME.
           OPEN INPUT OVERTIME-FILE
           IF WS-OVERTIME-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: overtime_hours.dat nao encontrado - "
                       "extras aprovadas nao verificadas"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-OVERTIME-FILE-STATUS NOT = "00"
               READ OVERTIME-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF OTH-REF-PERIOD = WS-REF-PERIOD AND
                          OTH-APROVADO AND OTH-DE-APONTAMENTO AND
                          OTH-HOURS NUMERIC
                           PERFORM STORE-APPROVED-OVERTIME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OVERTIME-FILE.

       STORE-APPROVED-OVERTIME.
           MOVE OTH-EMP-ID TO WS-CUR-EMP-ID
           PERFORM FIND-APPROVED-OVERTIME
           IF WS-APR-MATCH = 0
               IF WS-APR-QTDE >= 3000
                   MOVE "S" TO WS-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-APR-QTDE
               MOVE WS-APR-QTDE TO WS-APR-MATCH
               MOVE OTH-EMP-ID TO WS-APR-EMP-ID(WS-APR-MATCH)
               MOVE 0 TO WS-APR-HOURS(WS-APR-MATCH)
               MOVE "N" TO WS-APR-USED(WS-APR-MATCH)
           END-IF
           ADD OTH-HOURS TO WS-APR-HOURS(WS-APR-MATCH).

       FIND-APPROVED-OVERTIME.
           MOVE 0 TO WS-APR-MATCH
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
                   UNTIL WS-APR-INDEX > WS-APR-QTDE
               IF WS-APR-EMP-ID(WS-APR-INDEX) = WS-CUR-EMP-ID
                   MOVE WS-APR-INDEX TO WS-APR-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-TIMESHEET.
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: timesheet_input.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TIMESHEET-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM STORE-TIMESHEET-LINE
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           IF WS-DAY-QTDE > 1
               SORT WS-DAY-ENTRADAS ASCENDING KEY WS-DAY-EMP-ID
                                                  WS-DAY-INT
           END-IF
           DISPLAY "Linhas de apontamento na janela: " WS-DAY-QTDE.

      *> A validacao de cada linha e do TIMESHEET-LOAD; aqui a linha
      *> que nao se le (data ou horas fora do formato) so e ignorada.
       STORE-TIMESHEET-LINE.
           IF TS-WORK-DATE NOT NUMERIC OR
              TS-REGULAR-HOURS NOT NUMERIC OR
              TS-OVERTIME-HOURS NOT NUMERIC
               ADD 1 TO WS-LINES-IGNORED
               EXIT PARAGRAPH
           END-IF
           MOVE TS-WORK-DATE TO WS-CHK-DATE
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHK-DATE) NOT = 0
               ADD 1 TO WS-LINES-IGNORED
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-CHK-INT = FUNCTION INTEGER-OF-DATE(WS-CHK-DATE)
           IF WS-CHK-INT < WS-WINDOW-START-INT OR
              WS-CHK-INT > WS-WINDOW-END-INT
               EXIT PARAGRAPH
           END-IF
           IF WS-DAY-QTDE >= 15000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAY-QTDE
           MOVE TS-EMP-ID         TO WS-DAY-EMP-ID(WS-DAY-QTDE)
           MOVE WS-CHK-INT        TO WS-DAY-INT(WS-DAY-QTDE)
           MOVE WS-CHK-DATE       TO WS-DAY-DATE(WS-DAY-QTDE)
           MOVE TS-REGULAR-HOURS  TO WS-DAY-REGULAR(WS-DAY-QTDE)
           MOVE TS-OVERTIME-HOURS TO WS-DAY-OVERTIME(WS-DAY-QTDE).

      *> Com a tabela em ordem de matricula e dia, as linhas do mesmo
      *> dia ficam juntas e viram uma so.
       MERGE-SAME-DAY-LINES.
           IF WS-DAY-QTDE < 2
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-DAY-OUT
           PERFORM VARYING WS-DAY-INDEX FROM 2 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-QTDE
               IF WS-DAY-EMP-ID(WS-DAY-INDEX) =
                      WS-DAY-EMP-ID(WS-DAY-OUT) AND
                  WS-DAY-INT(WS-DAY-INDEX) = WS-DAY-INT(WS-DAY-OUT)
                   ADD WS-DAY-REGULAR(WS-DAY-INDEX)
                       TO WS-DAY-REGULAR(WS-DAY-OUT)
                   ADD WS-DAY-OVERTIME(WS-DAY-INDEX)
                       TO WS-DAY-OVERTIME(WS-DAY-OUT)
               ELSE
                   ADD 1 TO WS-DAY-OUT
                   IF WS-DAY-OUT NOT = WS-DAY-INDEX
                       MOVE WS-DAY-ENTRADAS(WS-DAY-INDEX)
                           TO WS-DAY-ENTRADAS(WS-DAY-OUT)
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DAY-OUT TO WS-DAY-QTDE.

      *> Um funcionario por vez: o grupo de dias dele vai de
      *> WS-GROUP-START a WS-GROUP-END.
       CHECK-ALL-EMPLOYEES.
           MOVE 1 TO WS-GROUP-START
           PERFORM UNTIL WS-GROUP-START > WS-DAY-QTDE
               MOVE WS-GROUP-START TO WS-GROUP-END
               PERFORM UNTIL WS-GROUP-END >= WS-DAY-QTDE
                   IF WS-DAY-EMP-ID(WS-GROUP-END + 1) NOT =
                          WS-DAY-EMP-ID(WS-GROUP-START)
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-GROUP-END
               END-PERFORM
               PERFORM CHECK-ONE-EMPLOYEE
               COMPUTE WS-GROUP-START = WS-GROUP-END + 1
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           MOVE WS-DAY-EMP-ID(WS-GROUP-START) TO WS-CUR-EMP-ID
           PERFORM LOAD-CURRENT-EMPLOYEE
           ADD 1 TO WS-EMPLOYEES-CHECKED
           MOVE 0 TO WS-CUR-DAYS-WORKED
           MOVE 0 TO WS-PREV-WORKED-INT
           MOVE 0 TO WS-RUN-LENGTH
           MOVE 0 TO WS-WEEK-REGULAR
           MOVE "N" TO WS-WEEK-IN-MONTH
           COMPUTE WS-CUR-WEEK-ID =
               (WS-DAY-INT(WS-GROUP-START) - 1) / 7

           PERFORM VARYING WS-DAY-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-DAY-INDEX > WS-GROUP-END
               PERFORM CHECK-ONE-DAY
           END-PERFORM
           PERFORM CLOSE-WEEK

           PERFORM FIND-APPROVED-OVERTIME
           IF WS-APR-MATCH > 0
               MOVE "S" TO WS-APR-USED(WS-APR-MATCH)
               PERFORM CHECK-APPROVED-LIMIT
           END-IF.

      *> Nome, departamento, gestor e jornada do mestre; matricula
      *> fora do mestre ainda e verificada, com jornada de 44 horas.
       LOAD-CURRENT-EMPLOYEE.
           MOVE WS-CUR-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-MASTER-FOUND
               NOT INVALID KEY MOVE "S" TO WS-MASTER-FOUND
           END-READ
           IF WS-MASTER-FOUND = "S"
               MOVE MST-EMP-NAME       TO WS-CUR-NAME
               MOVE MST-EMP-DEPARTMENT TO WS-CUR-DEPT
               MOVE MST-MANAGER-ID     TO WS-CUR-MANAGER
               IF MST-WEEKLY-HOURS NUMERIC AND
                  MST-WEEKLY-HOURS > 0 AND MST-WEEKLY-HOURS <= 44
                   MOVE MST-WEEKLY-HOURS TO WS-CUR-WEEK-LIMIT
               ELSE
                   MOVE 44 TO WS-CUR-WEEK-LIMIT
               END-IF
           ELSE
               MOVE "(FORA DO MESTRE)" TO WS-CUR-NAME
               MOVE "(FORA DO MESTRE)" TO WS-CUR-DEPT
               MOVE SPACES TO WS-CUR-MANAGER
               MOVE 44 TO WS-CUR-WEEK-LIMIT
           END-IF.

       CHECK-ONE-DAY.
           COMPUTE WS-WEEK-ID = (WS-DAY-INT(WS-DAY-INDEX) - 1) / 7
           IF WS-WEEK-ID NOT = WS-CUR-WEEK-ID
               PERFORM CLOSE-WEEK
               MOVE WS-WEEK-ID TO WS-CUR-WEEK-ID
               MOVE 0 TO WS-WEEK-REGULAR
               MOVE "N" TO WS-WEEK-IN-MONTH
           END-IF
           ADD WS-DAY-REGULAR(WS-DAY-INDEX) TO WS-WEEK-REGULAR

           IF WS-DAY-REGULAR(WS-DAY-INDEX) +
              WS-DAY-OVERTIME(WS-DAY-INDEX) > 0
               MOVE "S" TO WS-WORKED-FLAG
           ELSE
               MOVE "N" TO WS-WORKED-FLAG
           END-IF
           IF WS-WORKED-FLAG = "S"
               IF WS-RUN-LENGTH > 0 AND
                  WS-DAY-INT(WS-DAY-INDEX) = WS-PREV-WORKED-INT + 1
                   ADD 1 TO WS-RUN-LENGTH
               ELSE
                   MOVE 1 TO WS-RUN-LENGTH
                   MOVE WS-DAY-DATE(WS-DAY-INDEX) TO WS-RUN-START-DATE
               END-IF
               MOVE WS-DAY-INT(WS-DAY-INDEX) TO WS-PREV-WORKED-INT
           END-IF

           IF WS-DAY-INT(WS-DAY-INDEX) < WS-FIRST-INT OR
              WS-DAY-INT(WS-DAY-INDEX) > WS-LAST-INT
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-WEEK-IN-MONTH
           ADD 1 TO WS-DAYS-CHECKED
           IF WS-WORKED-FLAG NOT = "S"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CUR-DAYS-WORKED
           MOVE WS-DAY-DATE(WS-DAY-INDEX) TO WS-NEW-DATE

           IF WS-DAY-OVERTIME(WS-DAY-INDEX) > 2
               MOVE WS-DAY-OVERTIME(WS-DAY-INDEX) TO FORMATTED-HOURS
               MOVE "EXD" TO WS-NEW-CODE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "extra de " FORMATTED-HOURS "h no dia "
                      "(limite 2,0h)"
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-VIOLATION
           END-IF

           IF WS-RUN-LENGTH = 7
               MOVE "CON" TO WS-NEW-CODE
               MOVE WS-RUN-START-DATE TO WS-DISP-DATE-IN
               PERFORM FORMAT-DISPLAY-DATE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "7o dia seguido trabalhado (desde "
                      WS-DISP-DATE ")"
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-VIOLATION
           END-IF

           MOVE WS-DAY-INT(WS-DAY-INDEX) TO WS-CHK-INT
           PERFORM FIND-ABSENCE-ON-DAY
           IF WS-ABS-MATCH-TYPE NOT = SPACES
               MOVE "AFA" TO WS-NEW-CODE
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "horas apontadas em afastamento "
                      WS-ABS-MATCH-TYPE
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-VIOLATION
           END-IF

           PERFORM CHECK-REST-DAY
           IF DIA-DE-DESCANSO
               PERFORM FIND-COMPENSATING-DAY
               IF WS-COMP-FOUND NOT = "S"
                   MOVE "DOM" TO WS-NEW-CODE
                   MOVE SPACES TO WS-NEW-DETAIL
                   IF WS-WEEKDAY = 0
                       MOVE "domingo trabalhado sem folga em 7 dias"
                           TO WS-NEW-DETAIL
                   ELSE
                       MOVE "feriado trabalhado sem folga em 7 dias"
                           TO WS-NEW-DETAIL
                   END-IF
                   PERFORM ADD-VIOLATION
               END-IF
           END-IF.

      *> Fecha a semana corrente: horas normais acima da jornada
      *> contratada, se a semana tem algum dia na competencia.
       CLOSE-WEEK.
           IF WS-WEEK-IN-MONTH NOT = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-WEEK-REGULAR > WS-CUR-WEEK-LIMIT
               COMPUTE WS-CHK-INT = WS-CUR-WEEK-ID * 7 + 1
               COMPUTE WS-NEW-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
               MOVE "SEM" TO WS-NEW-CODE
               MOVE WS-WEEK-REGULAR TO FORMATTED-HOURS
               MOVE WS-CUR-WEEK-LIMIT TO FORMATTED-WEEK
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "semana com " FORMATTED-HOURS "h normais "
                      "(jornada " FORMATTED-WEEK "h)"
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-VIOLATION
           END-IF.

      *> Domingo (INTEGER-OF-DATE modulo 7 = 0, como no BIZDAY-RTN) ou
      *> feriado do calendario.
       CHECK-REST-DAY.
           MOVE "N" TO WS-REST-DAY-FLAG
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHK-INT, 7)
           IF WS-WEEKDAY = 0
               SET DIA-DE-DESCANSO TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOL-INDEX FROM 1 BY 1
                   UNTIL WS-HOL-INDEX > WS-HOL-QTDE
               IF WS-HOL-INT(WS-HOL-INDEX) = WS-CHK-INT
                   SET DIA-DE-DESCANSO TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Folga nos 7 dias seguintes: dia util sem apontamento ou com
      *> folga compensatoria CMP lancada.
       FIND-COMPENSATING-DAY.
           MOVE "N" TO WS-COMP-FOUND
           MOVE WS-DAY-INT(WS-DAY-INDEX) TO WS-CHK-END-INT
           PERFORM VARYING WS-CHK-INT FROM WS-CHK-END-INT BY 1
                   UNTIL WS-CHK-INT > WS-CHK-END-INT + 7
                      OR WS-COMP-FOUND = "S"
               IF WS-CHK-INT > WS-CHK-END-INT
                   PERFORM CHECK-ONE-COMPENSATING-DAY
               END-IF
           END-PERFORM
           MOVE WS-CHK-END-INT TO WS-CHK-INT
           PERFORM CHECK-REST-DAY.

       CHECK-ONE-COMPENSATING-DAY.
           PERFORM FIND-ABSENCE-ON-DAY
           IF WS-ABS-MATCH-TYPE = "CMP"
               MOVE "S" TO WS-COMP-FOUND
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHK-INT, 7)
           IF WS-WEEKDAY = 0 OR WS-WEEKDAY = 6
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HOL-INDEX FROM 1 BY 1
                   UNTIL WS-HOL-INDEX > WS-HOL-QTDE
               IF WS-HOL-INT(WS-HOL-INDEX) = WS-CHK-INT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           MOVE "S" TO WS-COMP-FOUND
           PERFORM VARYING WS-SCAN-INDEX FROM WS-GROUP-START BY 1
                   UNTIL WS-SCAN-INDEX > WS-GROUP-END
               IF WS-DAY-INT(WS-SCAN-INDEX) = WS-CHK-INT AND
                  WS-DAY-REGULAR(WS-SCAN-INDEX) +
                  WS-DAY-OVERTIME(WS-SCAN-INDEX) > 0
                   MOVE "N" TO WS-COMP-FOUND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Tipo do afastamento do funcionario corrente que cobre o dia
      *> WS-CHK-INT (em branco se nenhum).
       FIND-ABSENCE-ON-DAY.
           MOVE SPACES TO WS-ABS-MATCH-TYPE
           PERFORM VARYING WS-ABS-INDEX FROM 1 BY 1
                   UNTIL WS-ABS-INDEX > WS-ABS-QTDE
               IF WS-ABS-EMP-ID(WS-ABS-INDEX) = WS-CUR-EMP-ID AND
                  WS-ABS-START-INT(WS-ABS-INDEX) <= WS-CHK-INT AND
                  WS-ABS-END-INT(WS-ABS-INDEX) >= WS-CHK-INT
                   MOVE WS-ABS-TYPE(WS-ABS-INDEX) TO WS-ABS-MATCH-TYPE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Limite legal das extras aprovadas: 2 horas por dia
      *> trabalhado na competencia.
       CHECK-APPROVED-LIMIT.
           COMPUTE WS-APR-LIMIT = WS-CUR-DAYS-WORKED * 2
           IF WS-APR-HOURS(WS-APR-MATCH) > WS-APR-LIMIT
               MOVE WS-LAST-DATE TO WS-NEW-DATE
               MOVE "EXA" TO WS-NEW-CODE
               MOVE WS-APR-HOURS(WS-APR-MATCH) TO FORMATTED-HOURS
               MOVE WS-APR-LIMIT TO FORMATTED-LIMIT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "extra aprovada " FORMATTED-HOURS
                      "h > limite " FORMATTED-LIMIT "h"
                      DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM ADD-VIOLATION
           END-IF.

      *> Extra aprovada de quem nao tem um dia sequer apontado na
      *> competencia: qualquer hora passa do limite.
       CHECK-APPROVED-WITHOUT-TIMESHEET.
           PERFORM VARYING WS-APR-MATCH FROM 1 BY 1
                   UNTIL WS-APR-MATCH > WS-APR-QTDE
               IF WS-APR-USED(WS-APR-MATCH) NOT = "S" AND
                  WS-APR-HOURS(WS-APR-MATCH) > 0
                   MOVE WS-APR-EMP-ID(WS-APR-MATCH) TO WS-CUR-EMP-ID
                   PERFORM LOAD-CURRENT-EMPLOYEE
                   ADD 1 TO WS-EMPLOYEES-CHECKED
                   MOVE 0 TO WS-CUR-DAYS-WORKED
                   PERFORM CHECK-APPROVED-LIMIT
               END-IF
           END-PERFORM.

       ADD-VIOLATION.
           IF WS-VIO-QTDE >= 6000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VIO-QTDE
           MOVE WS-CUR-MANAGER TO WS-VIO-MANAGER(WS-VIO-QTDE)
           MOVE WS-CUR-EMP-ID  TO WS-VIO-EMP-ID(WS-VIO-QTDE)
           MOVE WS-NEW-DATE    TO WS-VIO-DATE(WS-VIO-QTDE)
           MOVE WS-NEW-CODE    TO WS-VIO-CODE(WS-VIO-QTDE)
           MOVE WS-CUR-NAME    TO WS-VIO-EMP-NAME(WS-VIO-QTDE)
           MOVE WS-CUR-DEPT    TO WS-VIO-DEPT(WS-VIO-QTDE)
           MOVE WS-NEW-DETAIL  TO WS-VIO-DETAIL(WS-VIO-QTDE)
           EVALUATE WS-NEW-CODE
               WHEN "EXD" ADD 1 TO WS-COUNT-EXD
               WHEN "SEM" ADD 1 TO WS-COUNT-SEM
               WHEN "DOM" ADD 1 TO WS-COUNT-DOM
               WHEN "CON" ADD 1 TO WS-COUNT-CON
               WHEN "AFA" ADD 1 TO WS-COUNT-AFA
               WHEN "EXA" ADD 1 TO WS-COUNT-EXA
           END-EVALUATE.

      *> Ocorrencias por gestor: cabecalho com o nome do gestor (do
      *> mestre) e o total dele; quem nao tem gestor cadastrado sai
      *> no grupo "SEM GESTOR". O resumo por departamento e montado
      *> na mesma passada.
       WRITE-MANAGER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "worktime_compliance.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA: " WS-REF-MONTH "/" WS-REF-YEAR
                  "   DATA DE NEGOCIO: " BDT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LEGEND-1
           WRITE REPORT-LINE FROM LEGEND-2
           WRITE REPORT-LINE FROM SEPARATOR

           IF WS-VIO-QTDE = 0
               MOVE "Nenhuma ocorrencia na competencia." TO REPORT-LINE
               WRITE REPORT-LINE
               CLOSE REPORT-FILE
               EXIT PARAGRAPH
           END-IF
           IF WS-VIO-QTDE > 1
               SORT WS-VIO-ENTRADAS ASCENDING KEY WS-VIO-MANAGER
                                                  WS-VIO-EMP-ID
                                                  WS-VIO-DATE
                                                  WS-VIO-CODE
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           MOVE HIGH-VALUES TO WS-PREV-MANAGER
           MOVE HIGH-VALUES TO WS-PREV-EMP-ID
           MOVE 0 TO WS-MANAGER-COUNT
           PERFORM VARYING WS-VIO-INDEX FROM 1 BY 1
                   UNTIL WS-VIO-INDEX > WS-VIO-QTDE
               IF WS-VIO-MANAGER(WS-VIO-INDEX) NOT = WS-PREV-MANAGER
                   IF WS-PREV-MANAGER NOT = HIGH-VALUES
                       PERFORM WRITE-MANAGER-FOOTER
                   END-IF
                   MOVE WS-VIO-MANAGER(WS-VIO-INDEX) TO WS-PREV-MANAGER
                   PERFORM WRITE-MANAGER-HEADER
               END-IF
               IF WS-VIO-EMP-ID(WS-VIO-INDEX) NOT = WS-PREV-EMP-ID
                   MOVE WS-VIO-EMP-ID(WS-VIO-INDEX) TO WS-PREV-EMP-ID
                   ADD 1 TO WS-EMPLOYEES-FLAGGED
                   PERFORM FIND-DEPARTMENT
                   IF WS-DEPT-MATCH > 0
                       ADD 1 TO WS-DEPT-EMPLOYEES(WS-DEPT-MATCH)
                   END-IF
               END-IF
               PERFORM WRITE-VIOLATION-LINE
           END-PERFORM
           PERFORM WRITE-MANAGER-FOOTER
           CLOSE EMPLOYEE-MASTER-FILE

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-VIO-QTDE TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DE OCORRENCIAS: " FORMATTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       WRITE-MANAGER-HEADER.
           MOVE 0 TO WS-MANAGER-COUNT
           MOVE SPACES TO WS-MANAGER-NAME
           IF WS-PREV-MANAGER NOT = SPACES
               MOVE WS-PREV-MANAGER TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY MOVE "(FORA DO MESTRE)" TO WS-MANAGER-NAME
                   NOT INVALID KEY MOVE MST-EMP-NAME TO WS-MANAGER-NAME
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PREV-MANAGER = SPACES
               MOVE "GESTOR: SEM GESTOR CADASTRADO" TO REPORT-LINE
           ELSE
               STRING "GESTOR: " WS-PREV-MANAGER " " WS-MANAGER-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-COLUMNS.

       WRITE-MANAGER-FOOTER.
           MOVE WS-MANAGER-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Ocorrencias da equipe: " FORMATTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-VIOLATION-LINE.
           ADD 1 TO WS-MANAGER-COUNT
           MOVE WS-VIO-DATE(WS-VIO-INDEX) TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISPLAY-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-VIO-EMP-ID(WS-VIO-INDEX) " "
                  WS-VIO-EMP-NAME(WS-VIO-INDEX)(1:20) " "
                  WS-DISP-DATE " "
                  WS-VIO-CODE(WS-VIO-INDEX) " "
                  WS-VIO-DETAIL(WS-VIO-INDEX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE

           PERFORM FIND-DEPARTMENT
           IF WS-DEPT-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-VIO-CODE(WS-VIO-INDEX)
               WHEN "EXD" ADD 1 TO WS-DEPT-EXD(WS-DEPT-MATCH)
               WHEN "SEM" ADD 1 TO WS-DEPT-SEM(WS-DEPT-MATCH)
               WHEN "DOM" ADD 1 TO WS-DEPT-DOM(WS-DEPT-MATCH)
               WHEN "CON" ADD 1 TO WS-DEPT-CON(WS-DEPT-MATCH)
               WHEN "AFA" ADD 1 TO WS-DEPT-AFA(WS-DEPT-MATCH)
               WHEN "EXA" ADD 1 TO WS-DEPT-EXA(WS-DEPT-MATCH)
           END-EVALUATE.

       FIND-DEPARTMENT.
           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-NAME(WS-DEPT-INDEX) =
                      WS-VIO-DEPT(WS-VIO-INDEX)
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = 0 AND WS-DEPT-QTDE < 200
               ADD 1 TO WS-DEPT-QTDE
               MOVE WS-DEPT-QTDE TO WS-DEPT-MATCH
               INITIALIZE WS-DEPT-ENTRADAS(WS-DEPT-MATCH)
               MOVE WS-VIO-DEPT(WS-VIO-INDEX)
                   TO WS-DEPT-NAME(WS-DEPT-MATCH)
           END-IF.

      *> Resumo para o comite de risco trabalhista: por departamento,
      *> quantos funcionarios tiveram ocorrencia e quantas de cada
      *> tipo.
       WRITE-DEPARTMENT-REPORT.
           OPEN OUTPUT DEPT-REPORT-FILE
           IF WS-DEPTREP-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "worktime_compliance_dept.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE DEPT-REPORT-LINE FROM SEPARATOR
           WRITE DEPT-REPORT-LINE FROM TITLE-DEPT
           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "COMPETENCIA: " WS-REF-MONTH "/" WS-REF-YEAR
                  DELIMITED BY SIZE INTO DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE FROM LEGEND-1
           WRITE DEPT-REPORT-LINE FROM LEGEND-2
           WRITE DEPT-REPORT-LINE FROM SEPARATOR
           WRITE DEPT-REPORT-LINE FROM HEADER-DEPT
           IF WS-DEPT-QTDE > 1
               SORT WS-DEPT-ENTRADAS ASCENDING KEY WS-DEPT-NAME
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               MOVE WS-DEPT-EMPLOYEES(WS-DEPT-INDEX) TO FORMATTED-C1
               MOVE WS-DEPT-EXD(WS-DEPT-INDEX)       TO FORMATTED-C2
               MOVE WS-DEPT-SEM(WS-DEPT-INDEX)       TO FORMATTED-C3
               MOVE WS-DEPT-DOM(WS-DEPT-INDEX)       TO FORMATTED-C4
               MOVE WS-DEPT-CON(WS-DEPT-INDEX)       TO FORMATTED-C5
               MOVE WS-DEPT-AFA(WS-DEPT-INDEX)       TO FORMATTED-C6
               MOVE WS-DEPT-EXA(WS-DEPT-INDEX)       TO FORMATTED-C7
               COMPUTE FORMATTED-TOTAL =
                   WS-DEPT-EXD(WS-DEPT-INDEX) +
                   WS-DEPT-SEM(WS-DEPT-INDEX) +
                   WS-DEPT-DOM(WS-DEPT-INDEX) +
                   WS-DEPT-CON(WS-DEPT-INDEX) +
                   WS-DEPT-AFA(WS-DEPT-INDEX) +
                   WS-DEPT-EXA(WS-DEPT-INDEX)
               MOVE SPACES TO DEPT-REPORT-LINE
               STRING WS-DEPT-NAME(WS-DEPT-INDEX) " "
                      FORMATTED-C1 " " FORMATTED-C2 " "
                      FORMATTED-C3 " " FORMATTED-C4 " "
                      FORMATTED-C5 " " FORMATTED-C6 " "
                      FORMATTED-C7 "  " FORMATTED-TOTAL
                      DELIMITED BY SIZE INTO DEPT-REPORT-LINE
               WRITE DEPT-REPORT-LINE
           END-PERFORM
           WRITE DEPT-REPORT-LINE FROM SEPARATOR
           MOVE WS-EMPLOYEES-FLAGGED TO FORMATTED-C1
           MOVE WS-COUNT-EXD TO FORMATTED-C2
           MOVE WS-COUNT-SEM TO FORMATTED-C3
           MOVE WS-COUNT-DOM TO FORMATTED-C4
           MOVE WS-COUNT-CON TO FORMATTED-C5
           MOVE WS-COUNT-AFA TO FORMATTED-C6
           MOVE WS-COUNT-EXA TO FORMATTED-C7
           MOVE WS-VIO-QTDE  TO FORMATTED-TOTAL
           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "TOTAL                " FORMATTED-C1 " "
                  FORMATTED-C2 " " FORMATTED-C3 " "
                  FORMATTED-C4 " " FORMATTED-C5 " "
                  FORMATTED-C6 " " FORMATTED-C7 "  "
                  FORMATTED-TOTAL
                  DELIMITED BY SIZE INTO DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE
           MOVE WS-EMPLOYEES-CHECKED TO FORMATTED-COUNT
           MOVE SPACES TO DEPT-REPORT-LINE
           STRING "Funcionarios verificados: " FORMATTED-COUNT
                  DELIMITED BY SIZE INTO DEPT-REPORT-LINE
           WRITE DEPT-REPORT-LINE
           CLOSE DEPT-REPORT-FILE.

       FORMAT-DISPLAY-DATE.
           MOVE WS-DISP-IN-DAY   TO WS-DISP-DAY
           MOVE WS-DISP-IN-MONTH TO WS-DISP-MONTH
           MOVE WS-DISP-IN-YEAR  TO WS-DISP-YEAR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CONFORMIDADE DA JORNADA ==="
           DISPLAY "Linhas de apontamento lidas: " WS-LINES-READ
           IF WS-LINES-IGNORED > 0
               DISPLAY "Linhas ilegiveis ignoradas: " WS-LINES-IGNORED
           END-IF
           DISPLAY "Funcionarios verificados: " WS-EMPLOYEES-CHECKED
           DISPLAY "Dias verificados na competencia: " WS-DAYS-CHECKED
           DISPLAY "Funcionarios com ocorrencia: " WS-EMPLOYEES-FLAGGED
           DISPLAY "Extra acima de 2h no dia (EXD): " WS-COUNT-EXD
           DISPLAY "Semana acima da jornada (SEM): " WS-COUNT-SEM
           DISPLAY "Domingo/feriado sem folga (DOM): " WS-COUNT-DOM
           DISPLAY "Mais de 6 dias seguidos (CON): " WS-COUNT-CON
           DISPLAY "Horas em afastamento (AFA): " WS-COUNT-AFA
           DISPLAY "Extra aprovada acima do limite (EXA): "
                   WS-COUNT-EXA
           IF WS-TABLE-FULL = "S"
               DISPLAY "Aviso: tabela de trabalho cheia - relatorio "
                       "incompleto"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-VIO-QTDE > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Relatorios: worktime_compliance.txt e "
                       "worktime_compliance_dept.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "WORKTIME-COMPLIANCE" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-DAYS-CHECKED TO JRL-RECORDS-PROCESSED
           MOVE WS-VIO-QTDE     TO JRL-RECORDS-REJECTED
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
                   WS-DAYS-CHECKED / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-DAYS-CHECKED TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
