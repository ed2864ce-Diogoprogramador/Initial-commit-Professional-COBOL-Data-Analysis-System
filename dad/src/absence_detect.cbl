IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-DETECT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Deteccao de faltas nao justificadas: a folha pagava o mes
      *> cheio para quem nao apontou o dia e nao tinha afastamento,
      *> e a falta so existia se alguem lembrasse de lancar um OUT.
      *> Para a competencia, cruza os dias uteis (segunda a sexta fora
      *> os feriados de holiday_calendar.dat, rotina BIZDAY-RTN) de
      *> cada funcionario ativo do mestre - da admissao ate o
      *> desligamento, quando houver - com o apontamento
      *> (timesheet_input.dat) e os afastamentos
      *> (absence_transactions.dat, qualquer tipo). Dia util sem
      *> apontamento e sem afastamento vira um registro pendente em
      *> ../data/absence_pending.dat (ABSPEND.cpy) para o gestor
      *> confirmar ou justificar no ABSENCE-CONFIRM.
      *> Ficam fora o horista (MST-PAY-HOURLY - ja recebe so as horas
      *> aprovadas) e os cargos dispensados de controle de jornada
      *> listados em absdetect.parm (um codigo de cargo por linha,
      *> POSMST.cpy - cargos de confianca).
      *> A cada execucao, antes da deteccao:
      *>   - dia CONFIRMADO pelo gestor vira falta FNJ de um dia em
      *>     absence_transactions.dat e, uma vez por semana, a perda do
      *>     DSR (tipo DSR no domingo da semana, salvo se o domingo ja
      *>     tiver afastamento) - a lei tira o repouso remunerado de
      *>     quem falta sem justificativa na semana. Os dois saem com
      *>     ABS-PAY-PERIOD = competencia em processamento: a falta
      *>     confirmada depois do fechamento do mes e descontada na
      *>     folha seguinte, nao perdida. Passa a G (gerada);
      *>   - dia PENDENTE da competencia que ganhou apontamento ou
      *>     afastamento depois da deteccao passa a R (resolvido).
      *> O que o gestor nao decidiu continua P e volta a lista todo
      *> mes, com a competencia de origem, ate ser decidido - nada e
      *> descartado no fechamento da folha.
      *> A deteccao vai do dia 1 da competencia ate o ultimo dia ou a
      *> data de negocio, o que vier antes (dia ainda nao apontado nao
      *> e falta). Para completar uma competencia passada, basta rodar
      *> de novo com ela no parametro: dia ja registrado, em qualquer
      *> situacao, nao e registrado outra vez.
      *> Saida: absence_detect.txt, os dias pendentes agrupados por
      *> gestor. Parametro opcional: a competencia (AAAAMM); sem ele,
      *> a da data de negocio. Dia pendente termina com RETURN-CODE 4;
      *> sem mestre, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
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

           SELECT TIMESHEET-FILE ASSIGN TO "../data/timesheet_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "../data/holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT PENDING-FILE ASSIGN TO "../data/absence_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT EXEMPT-PARM-FILE ASSIGN TO "absdetect.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXEMPT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "absence_detect.txt"
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

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD TIMESHEET-FILE.
       COPY TIMESHEET.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       FD PENDING-FILE.
       COPY ABSPEND.

       FD EXEMPT-PARM-FILE.
       01 EXEMPT-PARM-RECORD.
           05 EXP-POSITION-CODE   PIC X(5).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BIZDAY.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-TIMESHEET-STATUS      PIC XX.
           05 WS-ABSENCE-FILE-STATUS   PIC XX.
           05 WS-HOLIDAY-FILE-STATUS   PIC XX.
           05 WS-PENDING-FILE-STATUS   PIC XX.
           05 WS-EXEMPT-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL           PIC X VALUE "N".
           05 WS-COVERED-FLAG         PIC X.
               88 DIA-COBERTO         VALUE "S".
           05 WS-EXEMPT-FLAG          PIC X.
           05 WS-ABSENCE-OPEN         PIC X VALUE "N".

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-PERIOD               PIC X(8).

      *> Competencia e janela da deteccao (do dia 1 ao ultimo dia ou
      *> a data de negocio), em datas e em numero de dia.
       01 WS-PERIOD-FIELDS.
           05 WS-REF-PERIOD           PIC 9(6).
           05 WS-REF-PERIOD-R REDEFINES WS-REF-PERIOD.
               10 WS-REF-YEAR         PIC 9999.
               10 WS-REF-MONTH        PIC 99.
           05 WS-FIRST-DATE           PIC 9(8).
           05 WS-LAST-DATE            PIC 9(8).
           05 WS-FIRST-INT            PIC 9(7).
           05 WS-LAST-INT             PIC 9(7).
           05 WS-NEXT-MONTH-DATE      PIC 9(8).

      *> Dias apontados (matricula + data) da janela, em ordem de
      *> matricula e data - o mestre e lido na mesma ordem e o
      *> ponteiro so anda para frente.
       01 WS-TSD-TABLE.
           05 WS-TSD-QTDE             PIC 9(5) VALUE 0.
           05 WS-TSD-ENTRADAS OCCURS 1 TO 15000 TIMES
                   DEPENDING ON WS-TSD-QTDE.
               10 WS-TSD-EMP-ID       PIC X(6).
               10 WS-TSD-DATE         PIC 9(8).
       01 WS-TSD-INDEX                PIC 9(5).
       01 WS-TSD-POINTER              PIC 9(5).

       01 WS-ABS-TABLE.
           05 WS-ABS-QTDE             PIC 9(4) VALUE 0.
           05 WS-ABS-ENTRADAS OCCURS 3000 TIMES.
               10 WS-ABS-EMP-ID       PIC X(6).
               10 WS-ABS-TYPE         PIC X(3).
               10 WS-ABS-START        PIC 9(8).
               10 WS-ABS-END          PIC 9(8).
       01 WS-ABS-INDEX                PIC 9(4).

       01 WS-EXEMPT-TABLE.
           05 WS-EXM-QTDE             PIC 99 VALUE 0.
           05 WS-EXM-CODE OCCURS 50 TIMES PIC X(5).
       01 WS-EXM-INDEX                PIC 99.

      *> absence_pending.dat inteiro em memoria (como o
      *> TIMESHEET-APPROVE faz com as extras) - regravado no fim, em
      *> ordem de gestor, matricula e dia.
       01 WS-PND-TABLE.
           05 WS-PND-QTDE             PIC 9(4) VALUE 0.
           05 WS-PND-ENTRADAS OCCURS 1 TO 5000 TIMES
                   DEPENDING ON WS-PND-QTDE.
               10 WS-PND-MANAGER      PIC X(6).
               10 WS-PND-EMP-ID       PIC X(6).
               10 WS-PND-DATE         PIC 9(8).
               10 WS-PND-REG          PIC X(63).
       01 WS-PND-INDEX                PIC 9(4).
       01 WS-PND-MATCH                PIC 9(4).

      *> Funcionario e dia em verificacao.
       01 WS-CUR-EMPLOYEE.
           05 WS-CUR-EMP-ID           PIC X(6).
           05 WS-CUR-START-INT        PIC 9(7).
           05 WS-CUR-END-INT          PIC 9(7).
           05 WS-CUR-HIRE-DATE        PIC 9(8).
       01 WS-CHECK-FIELDS.
           05 WS-CHK-INT              PIC 9(7).
           05 WS-CHK-DATE             PIC 9(8).
           05 WS-SUNDAY-INT           PIC 9(7).
           05 WS-SUNDAY-DATE          PIC 9(8).
           05 WS-WEEKDAY              PIC 9.

       01 WS-REPORT-CONTROL.
           05 WS-PREV-MANAGER         PIC X(6).
           05 WS-MANAGER-COUNT        PIC 9(4).
           05 WS-EMP-NAME             PIC X(30).
           05 WS-MANAGER-NAME         PIC X(30).
           05 WS-CARRY-NOTE           PIC X(20).

       01 WS-COUNTERS.
           05 WS-EMPLOYEES-CHECKED    PIC 9(5) VALUE 0.
           05 WS-EMPLOYEES-EXEMPT     PIC 9(5) VALUE 0.
           05 WS-DAYS-CHECKED         PIC 9(6) VALUE 0.
           05 WS-DAYS-DETECTED        PIC 9(5) VALUE 0.
           05 WS-DAYS-GENERATED       PIC 9(5) VALUE 0.
           05 WS-DSR-GENERATED        PIC 9(5) VALUE 0.
           05 WS-DAYS-RESOLVED        PIC 9(5) VALUE 0.
           05 WS-DAYS-PENDING         PIC 9(5) VALUE 0.
           05 WS-DAYS-CARRIED         PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-COUNT         PIC ZZZ9.

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
       01 WS-WEEKDAY-NAMES            PIC X(21)
               VALUE "DOMSEGTERQUAQUISEXSAB".
       01 WS-WEEKDAY-NAME             PIC X(3).

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(100) VALUE ALL "=".
           05 TITLE-1            PIC X(100) VALUE
                   "DIAS UTEIS SEM APONTAMENTO E SEM AFASTAMENTO - A CONFIRMAR PELO GESTOR".
           05 LEGEND-1           PIC X(100) VALUE
                   "Confirmar (falta + perda do DSR da semana) ou justificar no ABSENCE-CONFIRM".
           05 HEADER-COLUMNS     PIC X(100) VALUE
                   "  MATRIC NOME                           DATA       DIA COMPET. OBSERVACAO".

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
               PERFORM LOAD-HOLIDAY-CALENDAR
               PERFORM LOAD-EXEMPT-POSITIONS
               PERFORM LOAD-ABSENCES
               PERFORM LOAD-TIMESHEET
               PERFORM LOAD-PENDING
               PERFORM GENERATE-CONFIRMED-ABSENCES
               PERFORM RESOLVE-COVERED-PENDING
               PERFORM DETECT-UNCOVERED-DAYS
               PERFORM REWRITE-PENDING
               PERFORM WRITE-MANAGER-REPORT
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== DETECCAO DE FALTAS NAO JUSTIFICADAS ==="
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
                   DISPLAY "Uso: absence_detect [AAAAMM]"
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
               COMPUTE WS-NEXT-MONTH-DATE =
                   (WS-REF-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-MONTH-DATE = WS-REF-PERIOD * 100 + 101
           END-IF
           COMPUTE WS-LAST-INT =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-DATE) - 1
           IF WS-LAST-INT > FUNCTION INTEGER-OF-DATE(BDT-DATE)
               COMPUTE WS-LAST-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE)
           END-IF
           IF WS-LAST-INT >= WS-FIRST-INT
               COMPUTE WS-LAST-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-LAST-INT)
               MOVE WS-LAST-DATE TO WS-DISP-DATE-IN
               PERFORM FORMAT-DISPLAY-DATE
               DISPLAY "Dias verificados ate: " WS-DISP-DATE
           ELSE
               MOVE 0 TO WS-LAST-DATE
               DISPLAY "Competencia ainda nao iniciada na data de "
                       "negocio - so confirmacoes e pendencias"
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> So os feriados do ano da competencia - a tabela do BIZDAY
      *> comporta 60.
       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: holiday_calendar.dat nao encontrado - "
                       "so o fim de semana conta como dia nao util"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HOLIDAY-FILE-STATUS NOT = "00"
               READ HOLIDAY-CALENDAR-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF HOL-DATE NUMERIC AND
                          HOL-DATE(1:4) = WS-REF-PERIOD(1:4) AND
                          BIZ-HOL-QTDE < 60
                           ADD 1 TO BIZ-HOL-QTDE
                           MOVE HOL-DATE TO BIZ-HOL-DATE(BIZ-HOL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLIDAY-CALENDAR-FILE.

       LOAD-EXEMPT-POSITIONS.
           OPEN INPUT EXEMPT-PARM-FILE
           IF WS-EXEMPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXEMPT-FILE-STATUS NOT = "00"
               READ EXEMPT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EXP-POSITION-CODE NOT = SPACES AND
                          WS-EXM-QTDE < 50
                           ADD 1 TO WS-EXM-QTDE
                           MOVE EXP-POSITION-CODE
                               TO WS-EXM-CODE(WS-EXM-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXEMPT-PARM-FILE
           DISPLAY "Cargos dispensados de controle de jornada: "
                   WS-EXM-QTDE.

      *> Todos os afastamentos lidos: cobrem dias da competencia e
      *> dizem se o domingo da semana de uma falta confirmada de
      *> competencia passada ja tem DSR ou outro afastamento.
      *> Fim em branco ou antes do inicio vale como um dia so.
       LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao encontrado"
                       " - nenhum dia coberto por afastamento"
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
           IF WS-ABS-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABS-QTDE
           MOVE ABS-EMP-ID     TO WS-ABS-EMP-ID(WS-ABS-QTDE)
           MOVE ABS-TYPE       TO WS-ABS-TYPE(WS-ABS-QTDE)
           MOVE ABS-START-DATE TO WS-ABS-START(WS-ABS-QTDE)
           IF ABS-END-DATE NUMERIC AND ABS-END-DATE >= ABS-START-DATE
               MOVE ABS-END-DATE   TO WS-ABS-END(WS-ABS-QTDE)
           ELSE
               MOVE ABS-START-DATE TO WS-ABS-END(WS-ABS-QTDE)
           END-IF.

       LOAD-TIMESHEET.
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               DISPLAY "Aviso: timesheet_input.dat nao encontrado - "
                       "todo dia util sai sem apontamento"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TIMESHEET-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM STORE-TIMESHEET-DAY
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           IF WS-TSD-QTDE > 1
               SORT WS-TSD-ENTRADAS ASCENDING KEY WS-TSD-EMP-ID
                                                  WS-TSD-DATE
           END-IF
           DISPLAY "Dias apontados na competencia: " WS-TSD-QTDE.

      *> Linha com data fora do formato nao cobre dia nenhum - a
      *> validacao e do TIMESHEET-LOAD.
       STORE-TIMESHEET-DAY.
           IF TS-WORK-DATE NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE TS-WORK-DATE TO WS-CHK-DATE
           IF WS-CHK-DATE < WS-FIRST-DATE OR
              WS-CHK-DATE >= WS-NEXT-MONTH-DATE
               EXIT PARAGRAPH
           END-IF
           IF WS-TSD-QTDE >= 15000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TSD-QTDE
           MOVE TS-EMP-ID   TO WS-TSD-EMP-ID(WS-TSD-QTDE)
           MOVE WS-CHK-DATE TO WS-TSD-DATE(WS-TSD-QTDE).

       LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "00"
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PND-QTDE < 5000
                           ADD 1 TO WS-PND-QTDE
                           PERFORM STORE-PENDING-ENTRY
                       ELSE
                           MOVE "S" TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           DISPLAY "Dias ja registrados em absence_pending.dat: "
                   WS-PND-QTDE.

       STORE-PENDING-ENTRY.
           MOVE APN-MANAGER-ID   TO WS-PND-MANAGER(WS-PND-QTDE)
           MOVE APN-EMP-ID       TO WS-PND-EMP-ID(WS-PND-QTDE)
           MOVE APN-ABSENCE-DATE TO WS-PND-DATE(WS-PND-QTDE)
           MOVE ABSENCE-PENDING-RECORD TO WS-PND-REG(WS-PND-QTDE).

      *> Dia confirmado pelo gestor: falta FNJ do dia e, se o domingo
      *> da semana ainda nao tem afastamento, a perda do DSR - as duas
      *> descontadas na competencia em processamento. Dia confirmado
      *> que ganhou afastamento depois (atestado entregue tarde) nao
      *> vira falta: passa a resolvido.
       GENERATE-CONFIRMED-ABSENCES.
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               IF APN-CONFIRMADA
                   PERFORM GENERATE-ONE-ABSENCE
                   MOVE ABSENCE-PENDING-RECORD
                       TO WS-PND-REG(WS-PND-INDEX)
               END-IF
           END-PERFORM
           IF WS-ABSENCE-OPEN = "S"
               CLOSE ABSENCE-FILE
           END-IF.

       GENERATE-ONE-ABSENCE.
           MOVE APN-EMP-ID       TO WS-CUR-EMP-ID
           MOVE APN-ABSENCE-DATE TO WS-CHK-DATE
           PERFORM CHECK-ABSENCE-COVER
           IF DIA-COBERTO
               SET APN-RESOLVIDA TO TRUE
               ADD 1 TO WS-DAYS-RESOLVED
               EXIT PARAGRAPH
           END-IF
           IF WS-ABSENCE-OPEN NOT = "S"
               OPEN EXTEND ABSENCE-FILE
               IF WS-ABSENCE-FILE-STATUS NOT = "00"
                   OPEN OUTPUT ABSENCE-FILE
               END-IF
               IF WS-ABSENCE-FILE-STATUS NOT = "00"
                   DISPLAY "ERRO: nao foi possivel gravar "
                           "absence_transactions.dat - confirmacoes "
                           "ficam para a proxima execucao"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "S" TO WS-ABSENCE-OPEN
           END-IF
           MOVE SPACES TO ABSENCE-RECORD
           MOVE APN-EMP-ID       TO ABS-EMP-ID
           SET ABS-FALTA TO TRUE
           MOVE APN-ABSENCE-DATE TO ABS-START-DATE
           MOVE APN-ABSENCE-DATE TO ABS-END-DATE
           MOVE WS-REF-PERIOD    TO ABS-PAY-PERIOD
           WRITE ABSENCE-RECORD
           PERFORM ADD-GENERATED-ABSENCE
           ADD 1 TO WS-DAYS-GENERATED

      *> Domingo da semana (segunda a domingo) da falta: dia inteiro
      *> 1 de INTEGER-OF-DATE e uma segunda-feira.
           COMPUTE WS-CHK-INT =
               FUNCTION INTEGER-OF-DATE(APN-ABSENCE-DATE)
           COMPUTE WS-SUNDAY-INT = ((WS-CHK-INT - 1) / 7) * 7 + 7
           COMPUTE WS-SUNDAY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-SUNDAY-INT)
           MOVE WS-SUNDAY-DATE TO WS-CHK-DATE
           PERFORM CHECK-ABSENCE-COVER
           IF NOT DIA-COBERTO
               MOVE SPACES TO ABSENCE-RECORD
               MOVE APN-EMP-ID     TO ABS-EMP-ID
               SET ABS-PERDA-DSR TO TRUE
               MOVE WS-SUNDAY-DATE TO ABS-START-DATE
               MOVE WS-SUNDAY-DATE TO ABS-END-DATE
               MOVE WS-REF-PERIOD  TO ABS-PAY-PERIOD
               WRITE ABSENCE-RECORD
               PERFORM ADD-GENERATED-ABSENCE
               ADD 1 TO WS-DSR-GENERATED
           END-IF
           SET APN-GERADA TO TRUE
           MOVE WS-REF-PERIOD TO APN-PAY-PERIOD.

      *> O que foi gravado agora tambem cobre dias: a segunda falta
      *> da mesma semana nao gera um segundo DSR.
       ADD-GENERATED-ABSENCE.
           IF WS-ABS-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABS-QTDE
           MOVE ABS-EMP-ID     TO WS-ABS-EMP-ID(WS-ABS-QTDE)
           MOVE ABS-TYPE       TO WS-ABS-TYPE(WS-ABS-QTDE)
           MOVE ABS-START-DATE TO WS-ABS-START(WS-ABS-QTDE)
           MOVE ABS-END-DATE   TO WS-ABS-END(WS-ABS-QTDE).

       CHECK-ABSENCE-COVER.
           MOVE "N" TO WS-COVERED-FLAG
           PERFORM VARYING WS-ABS-INDEX FROM 1 BY 1
                   UNTIL WS-ABS-INDEX > WS-ABS-QTDE
               IF WS-ABS-EMP-ID(WS-ABS-INDEX) = WS-CUR-EMP-ID AND
                  WS-ABS-START(WS-ABS-INDEX) <= WS-CHK-DATE AND
                  WS-ABS-END(WS-ABS-INDEX) >= WS-CHK-DATE
                   MOVE "S" TO WS-COVERED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Dia pendente da competencia que ganhou apontamento ou
      *> afastamento depois da deteccao sai da lista do gestor.
       RESOLVE-COVERED-PENDING.
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               IF APN-PENDENTE AND
                  APN-ABSENCE-DATE >= WS-FIRST-DATE AND
                  APN-ABSENCE-DATE < WS-NEXT-MONTH-DATE
                   MOVE APN-EMP-ID       TO WS-CUR-EMP-ID
                   MOVE APN-ABSENCE-DATE TO WS-CHK-DATE
                   PERFORM CHECK-ABSENCE-COVER
                   IF NOT DIA-COBERTO
                       PERFORM CHECK-TIMESHEET-ANY
                   END-IF
                   IF DIA-COBERTO
                       SET APN-RESOLVIDA TO TRUE
                       MOVE BDT-DATE TO APN-DECISION-DATE
                       MOVE "SISTEM" TO APN-DECIDED-BY
                       MOVE ABSENCE-PENDING-RECORD
                           TO WS-PND-REG(WS-PND-INDEX)
                       ADD 1 TO WS-DAYS-RESOLVED
                   END-IF
               END-IF
           END-PERFORM.

       CHECK-TIMESHEET-ANY.
           PERFORM VARYING WS-TSD-INDEX FROM 1 BY 1
                   UNTIL WS-TSD-INDEX > WS-TSD-QTDE
               IF WS-TSD-EMP-ID(WS-TSD-INDEX) = WS-CUR-EMP-ID AND
                  WS-TSD-DATE(WS-TSD-INDEX) = WS-CHK-DATE
                   MOVE "S" TO WS-COVERED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Mestre em sequencia de matricula, a mesma ordem da tabela de
      *> dias apontados.
       DETECT-UNCOVERED-DAYS.
           IF WS-LAST-DATE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE 1 TO WS-TSD-POINTER
           MOVE LOW-VALUES TO MST-EMP-ID
           MOVE "N" TO WS-EOF-FLAG
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-EMPLOYEE.
           MOVE MST-EMP-ID TO WS-CUR-EMP-ID
           IF MST-PAY-HOURLY
               ADD 1 TO WS-EMPLOYEES-EXEMPT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EXEMPT-FLAG
           PERFORM VARYING WS-EXM-INDEX FROM 1 BY 1
                   UNTIL WS-EXM-INDEX > WS-EXM-QTDE
               IF WS-EXM-CODE(WS-EXM-INDEX) = MST-POSITION-CODE
                   MOVE "S" TO WS-EXEMPT-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EXEMPT-FLAG = "S"
               ADD 1 TO WS-EMPLOYEES-EXEMPT
               EXIT PARAGRAPH
           END-IF

           MOVE WS-FIRST-INT TO WS-CUR-START-INT
           MOVE WS-LAST-INT  TO WS-CUR-END-INT
           MOVE MST-EMP-HIRE-DATE TO WS-CUR-HIRE-DATE
           IF WS-CUR-HIRE-DATE NUMERIC AND WS-CUR-HIRE-DATE > 0
               IF WS-CUR-HIRE-DATE > WS-LAST-DATE
                   EXIT PARAGRAPH
               END-IF
               IF WS-CUR-HIRE-DATE > WS-FIRST-DATE
                   COMPUTE WS-CUR-START-INT =
                       FUNCTION INTEGER-OF-DATE(WS-CUR-HIRE-DATE)
               END-IF
           END-IF
           IF MST-TERM-DATE NUMERIC AND MST-TERM-DATE > 0
               IF MST-TERM-DATE < WS-FIRST-DATE
                   EXIT PARAGRAPH
               END-IF
               IF MST-TERM-DATE < WS-LAST-DATE
                   COMPUTE WS-CUR-END-INT =
                       FUNCTION INTEGER-OF-DATE(MST-TERM-DATE)
               END-IF
           END-IF
           ADD 1 TO WS-EMPLOYEES-CHECKED

           PERFORM UNTIL WS-TSD-POINTER > WS-TSD-QTDE
               IF WS-TSD-EMP-ID(WS-TSD-POINTER) >= WS-CUR-EMP-ID
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-TSD-POINTER
           END-PERFORM

           PERFORM VARYING WS-CHK-INT FROM WS-CUR-START-INT BY 1
                   UNTIL WS-CHK-INT > WS-CUR-END-INT
               PERFORM CHECK-ONE-DAY
           END-PERFORM.

       CHECK-ONE-DAY.
           COMPUTE WS-CHK-DATE = FUNCTION DATE-OF-INTEGER(WS-CHK-INT)
           MOVE WS-CHK-DATE TO BIZ-DATE-IN
           PERFORM BIZ-CHECK-DAY
           IF BIZ-NOT-BUSINESS-DAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DAYS-CHECKED
           MOVE "N" TO WS-COVERED-FLAG
           PERFORM VARYING WS-TSD-INDEX FROM WS-TSD-POINTER BY 1
                   UNTIL WS-TSD-INDEX > WS-TSD-QTDE
               IF WS-TSD-EMP-ID(WS-TSD-INDEX) NOT = WS-CUR-EMP-ID
                   EXIT PERFORM
               END-IF
               IF WS-TSD-DATE(WS-TSD-INDEX) = WS-CHK-DATE
                   MOVE "S" TO WS-COVERED-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DIA-COBERTO
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ABSENCE-COVER
           IF DIA-COBERTO
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PND-MATCH
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               IF WS-PND-EMP-ID(WS-PND-INDEX) = WS-CUR-EMP-ID AND
                  WS-PND-DATE(WS-PND-INDEX) = WS-CHK-DATE
                   MOVE WS-PND-INDEX TO WS-PND-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PND-MATCH > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PND-QTDE >= 5000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ABSENCE-PENDING-RECORD
           MOVE WS-CUR-EMP-ID  TO APN-EMP-ID
           MOVE WS-CHK-DATE    TO APN-ABSENCE-DATE
           MOVE WS-REF-PERIOD  TO APN-REF-PERIOD
           MOVE MST-MANAGER-ID TO APN-MANAGER-ID
           SET APN-PENDENTE TO TRUE
           MOVE BDT-DATE       TO APN-DETECTED-DATE
           MOVE 0              TO APN-DECISION-DATE
           MOVE 0              TO APN-PAY-PERIOD
           ADD 1 TO WS-PND-QTDE
           PERFORM STORE-PENDING-ENTRY
           ADD 1 TO WS-DAYS-DETECTED.

       REWRITE-PENDING.
           IF WS-PND-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PND-QTDE > 1
               SORT WS-PND-ENTRADAS ASCENDING KEY WS-PND-MANAGER
                                                  WS-PND-EMP-ID
                                                  WS-PND-DATE
           END-IF
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "absence_pending.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               WRITE ABSENCE-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.

      *> Todos os dias ainda pendentes, de qualquer competencia, por
      *> gestor - o que veio de competencia anterior sai marcado.
       WRITE-MANAGER-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar absence_detect.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "Competencia: " WS-REF-PERIOD
                  "   Data de negocio: " BDT-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM LEGEND-1
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE HIGH-VALUES TO WS-PREV-MANAGER
           MOVE 0 TO WS-MANAGER-COUNT
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               IF APN-PENDENTE
                   PERFORM WRITE-PENDING-LINE
               END-IF
           END-PERFORM
           IF WS-MANAGER-COUNT > 0
               PERFORM WRITE-MANAGER-FOOTER
           END-IF
           IF WS-DAYS-PENDING = 0
               MOVE "Nenhum dia pendente de confirmacao."
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           CLOSE REPORT-FILE
           IF WS-DAYS-PENDING > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-PENDING-LINE.
           ADD 1 TO WS-DAYS-PENDING
           IF APN-MANAGER-ID NOT = WS-PREV-MANAGER
               IF WS-MANAGER-COUNT > 0
                   PERFORM WRITE-MANAGER-FOOTER
               END-IF
               MOVE APN-MANAGER-ID TO WS-PREV-MANAGER
               MOVE 0 TO WS-MANAGER-COUNT
               MOVE "(sem cadastro)" TO WS-MANAGER-NAME
               IF APN-MANAGER-ID = SPACES
                   MOVE "(sem gestor no mestre)" TO WS-MANAGER-NAME
               ELSE
                   MOVE APN-MANAGER-ID TO MST-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY CONTINUE
                       NOT INVALID KEY
                           MOVE MST-EMP-NAME TO WS-MANAGER-NAME
                   END-READ
               END-IF
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "GESTOR: " APN-MANAGER-ID " " WS-MANAGER-NAME
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM HEADER-COLUMNS
           END-IF
           ADD 1 TO WS-MANAGER-COUNT
           MOVE "(fora do mestre)" TO WS-EMP-NAME
           MOVE APN-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE MST-EMP-NAME TO WS-EMP-NAME
           END-READ
           MOVE APN-ABSENCE-DATE TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISPLAY-DATE
           COMPUTE WS-CHK-INT =
               FUNCTION INTEGER-OF-DATE(APN-ABSENCE-DATE)
           COMPUTE WS-WEEKDAY = FUNCTION MOD(WS-CHK-INT, 7)
           MOVE WS-WEEKDAY-NAMES(WS-WEEKDAY * 3 + 1:3)
               TO WS-WEEKDAY-NAME
           MOVE SPACES TO WS-CARRY-NOTE
           IF APN-REF-PERIOD NOT = WS-REF-PERIOD
               MOVE "COMPETENCIA ANTERIOR" TO WS-CARRY-NOTE
               ADD 1 TO WS-DAYS-CARRIED
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " APN-EMP-ID " " WS-EMP-NAME " " WS-DISP-DATE
                  " " WS-WEEKDAY-NAME " " APN-REF-PERIOD "  "
                  WS-CARRY-NOTE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-MANAGER-FOOTER.
           MOVE WS-MANAGER-COUNT TO FORMATTED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "  Dias a confirmar deste gestor: " FORMATTED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FORMAT-DISPLAY-DATE.
           MOVE WS-DISP-IN-DAY   TO WS-DISP-DAY
           MOVE WS-DISP-IN-MONTH TO WS-DISP-MONTH
           MOVE WS-DISP-IN-YEAR  TO WS-DISP-YEAR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA DETECCAO DE FALTAS ==="
           DISPLAY "Funcionarios verificados.........: "
                   WS-EMPLOYEES-CHECKED
           DISPLAY "Fora do controle (horista/cargo).: "
                   WS-EMPLOYEES-EXEMPT
           DISPLAY "Dias uteis verificados...........: " WS-DAYS-CHECKED
           DISPLAY "Dias sem apontamento detectados..: "
                   WS-DAYS-DETECTED
           DISPLAY "Faltas confirmadas gravadas (FNJ): "
                   WS-DAYS-GENERATED
           DISPLAY "DSR perdidos gravados (DSR)......: "
                   WS-DSR-GENERATED
           DISPLAY "Dias resolvidos..................: "
                   WS-DAYS-RESOLVED
           DISPLAY "Dias pendentes com o gestor......: " WS-DAYS-PENDING
           DISPLAY "  dos quais de competencia anterior: "
                   WS-DAYS-CARRIED
           IF WS-TABLE-FULL = "S"
               DISPLAY "Aviso: tabela interna cheia - parte dos dias "
                       "ficou fora da verificacao"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Relatorio gravado em: absence_detect.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "ABSENCE-DETECT" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-DAYS-CHECKED  TO JRL-RECORDS-PROCESSED
           MOVE WS-DAYS-DETECTED TO JRL-RECORDS-REJECTED
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
       COPY BIZDAY-RTN.
