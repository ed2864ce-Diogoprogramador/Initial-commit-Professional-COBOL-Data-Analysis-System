IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSIT-ORDER.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Pedido mensal de vale-transporte. A empresa compra as
      *> passagens dos dias efetivamente trabalhados: para a
      *> competencia SEGUINTE a da data de negocio, conta os dias
      *> uteis do mes pela rotina compartilhada de dia util
      *> (BIZDAY-RTN, calendario holiday_calendar.dat), tira de cada
      *> optante os dias uteis ja cobertos por ferias programadas ou
      *> afastamentos lancados em absence_transactions.dat (qualquer
      *> tipo) e multiplica os dias restantes pela tarifa diaria do
      *> funcionario (soma dos trechos de transit_routes.dat,
      *> TRANSIT.cpy). So entra matricula ATIVA no mestre; itinerario
      *> de inativo ou de matricula fora do mestre e listado para o RH
      *> encerrar e devolve RETURN-CODE 4.
      *> Saidas:
      *>   - transit_order.dat (TRANSORD.cpy): o pedido por
      *>     funcionario e competencia de uso, base do desconto do
      *>     PAYROLL-RUN (o menor entre o custo e o teto legal sobre o
      *>     salario base). A regravacao preserva os pedidos das
      *>     demais competencias ainda nao vencidas e substitui os da
      *>     competencia pedida - rerodar o pedido nao duplica nada;
      *>   - transit_purchase.dat (TRANSPUR.cpy): a carga por cartao
      *>     para a operadora, com trailer de quantidade e total;
      *>   - transit_order_report.txt: o pedido impresso para o RH.
      *> A rubrica fixa VTRA de payelements.parm deixou de existir.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSIT-ROUTE-FILE ASSIGN TO "../data/transit_routes.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROUTE-FILE-STATUS.

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

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "../data/holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT TRANSIT-ORDER-FILE ASSIGN TO "../data/transit_order.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ORDER-FILE-STATUS.

           SELECT TRANSIT-PURCHASE-FILE ASSIGN TO "../data/transit_purchase.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PURCHASE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "transit_order_report.txt"
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

       FD TRANSIT-ROUTE-FILE.
       COPY TRANSIT.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       FD TRANSIT-ORDER-FILE.
       COPY TRANSORD.

       FD TRANSIT-PURCHASE-FILE.
       COPY TRANSPUR.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-ROUTE-FILE-STATUS    PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-HOLIDAY-FILE-STATUS  PIC XX.
           05 WS-ORDER-FILE-STATUS    PIC XX.
           05 WS-PURCHASE-FILE-STATUS PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-WARNING-FLAG         PIC X VALUE "N".
           05 WS-ABSENT-FLAG          PIC X.

      *> Competencia de uso (mes seguinte ao da data de negocio) e a
      *> competencia corrente, abaixo da qual os pedidos antigos saem
      *> do arquivo na regravacao.
       01 WS-ORDER-PERIOD.
           05 WS-ORDER-YEAR       PIC 9999.
           05 WS-ORDER-MONTH      PIC 99.
       01 WS-ORDER-PERIOD-N REDEFINES WS-ORDER-PERIOD PIC 9(6).
       01 WS-CURRENT-PERIOD       PIC 9(6).

      *> Dias uteis da competencia de uso.
       01 WS-BDY-TABLE.
           05 WS-BDY-QTDE         PIC 99 VALUE 0.
           05 WS-BDY-DATE OCCURS 31 TIMES PIC 9(8).
       01 WS-BDY-INDEX            PIC 99.
       01 WS-DAY                  PIC 99.
       01 WS-MONTH-FIRST          PIC 9(8).
       01 WS-MONTH-LAST           PIC 9(8).

      *> Ausencias que tocam a competencia de uso.
       01 WS-ABS-TABLE.
           05 WS-ABS-QTDE         PIC 9(4) VALUE 0.
           05 WS-ABS-ENTRADAS OCCURS 2000 TIMES.
               10 WS-ABS-EMP          PIC X(6).
               10 WS-ABS-START        PIC 9(8).
               10 WS-ABS-END          PIC 9(8).
       01 WS-ABS-INDEX            PIC 9(4).

      *> Optantes: tarifa diaria somada por matricula e o cartao.
       01 WS-RTE-TABLE.
           05 WS-RTE-QTDE         PIC 9(4) VALUE 0.
           05 WS-RTE-ENTRADAS OCCURS 1000 TIMES.
               10 WS-RTE-EMP          PIC X(6).
               10 WS-RTE-CARD         PIC X(16).
               10 WS-RTE-FARE         PIC 9(5)V99.
       01 WS-RTE-INDEX            PIC 9(4).
       01 WS-RTE-MATCH            PIC 9(4).

      *> Pedidos de outras competencias preservados na regravacao.
       01 WS-KEEP-TABLE.
           05 WS-KEEP-QTDE        PIC 9(4) VALUE 0.
           05 WS-KEEP-REG OCCURS 2000 TIMES PIC X(60).
       01 WS-KEEP-INDEX           PIC 9(4).

       01 WS-ORDER-FIELDS.
           05 WS-ABSENT-DAYS      PIC 99.
           05 WS-ORDER-DAYS       PIC 99.
           05 WS-ORDER-AMOUNT     PIC 9(6)V99.

       01 WS-COUNTERS.
           05 WS-ROUTES-READ      PIC 9(5) VALUE 0.
           05 WS-ORDERS-WRITTEN   PIC 9(5) VALUE 0.
           05 WS-NOT-ACTIVE       PIC 9(5) VALUE 0.
           05 WS-ZERO-DAYS        PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-ORDER      PIC 9(12)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(132) VALUE ALL "-".
           05 TITLE-1        PIC X(132) VALUE
                   "PEDIDO DE VALE-TRANSPORTE - DIAS UTEIS DA COMPETENCIA".
           05 COLUMN-HDR.
               10 FILLER     PIC X(40) VALUE
                   "MATR.  NOME                           CA".
               10 FILLER     PIC X(40) VALUE
                   "RTAO           UTEIS AUS. DIAS          ".
               10 FILLER     PIC X(40) VALUE
                   "      TARIFA                 VALOR".
               10 FILLER     PIC X(12) VALUE SPACES.

       01 WS-FMT-FARE             PIC X(24).

       COPY BIZDAY.

       COPY DATEVAL.

       COPY MONEYFMT.

       COPY BUSDATE.

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
               PERFORM BUILD-ORDER
           END-IF
           PERFORM DISPLAY-SUMMARY
           IF WS-ERROR-FLAG NOT = "Y" AND WS-WARNING-FLAG = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PEDIDO DE VALE-TRANSPORTE ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-CURRENT-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           IF WS-CURRENT-MONTH = 12
               COMPUTE WS-ORDER-YEAR = WS-CURRENT-YEAR + 1
               MOVE 1 TO WS-ORDER-MONTH
           ELSE
               MOVE WS-CURRENT-YEAR TO WS-ORDER-YEAR
               COMPUTE WS-ORDER-MONTH = WS-CURRENT-MONTH + 1
           END-IF
           DISPLAY "Competencia de uso: " WS-ORDER-MONTH "/"
                   WS-ORDER-YEAR
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM COUNT-BUSINESS-DAYS
           PERFORM LOAD-TRANSIT-ROUTES
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-ABSENCES
           PERFORM LOAD-KEPT-ORDERS.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAY-FILE-STATUS NOT = "00"
                   READ HOLIDAY-CALENDAR-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BIZ-HOL-QTDE < 60
                               ADD 1 TO BIZ-HOL-QTDE
                               MOVE HOL-DATE
                                   TO BIZ-HOL-DATE(BIZ-HOL-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           ELSE
               DISPLAY "Aviso: holiday_calendar.dat nao encontrado - "
                       "so o fim de semana conta como dia nao util"
               MOVE "Y" TO WS-WARNING-FLAG
           END-IF.

       COUNT-BUSINESS-DAYS.
           MOVE WS-ORDER-YEAR  TO DATE-VAL-YEAR
           MOVE WS-ORDER-MONTH TO DATE-VAL-MONTH
           PERFORM DATE-VAL-CALC-DAYS-IN-MONTH
           COMPUTE WS-MONTH-FIRST = WS-ORDER-PERIOD-N * 100 + 1
           COMPUTE WS-MONTH-LAST =
               WS-ORDER-PERIOD-N * 100 + DATE-VAL-DAYS-IN-MONTH
           PERFORM VARYING WS-DAY FROM 1 BY 1
                   UNTIL WS-DAY > DATE-VAL-DAYS-IN-MONTH
               COMPUTE BIZ-DATE-IN = WS-ORDER-PERIOD-N * 100 + WS-DAY
               PERFORM BIZ-CHECK-DAY
               IF BIZ-IS-BUSINESS-DAY
                   ADD 1 TO WS-BDY-QTDE
                   MOVE BIZ-DATE-IN TO WS-BDY-DATE(WS-BDY-QTDE)
               END-IF
           END-PERFORM
           DISPLAY "Dias uteis da competencia de uso: " WS-BDY-QTDE.

      *> Sem itinerarios nao ha o que comprar: a rodada nao segue.
       LOAD-TRANSIT-ROUTES.
           OPEN INPUT TRANSIT-ROUTE-FILE
           IF WS-ROUTE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: transit_routes.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ROUTE-FILE-STATUS NOT = "00"
               READ TRANSIT-ROUTE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRR-DAILY-FARE NUMERIC
                           ADD 1 TO WS-ROUTES-READ
                           PERFORM STORE-ONE-ROUTE
                       ELSE
                           DISPLAY "Aviso: tarifa invalida ignorada ("
                                   TRR-EMP-ID ")"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSIT-ROUTE-FILE
           DISPLAY "Optantes com itinerario: " WS-RTE-QTDE.

       STORE-ONE-ROUTE.
           MOVE 0 TO WS-RTE-MATCH
           PERFORM VARYING WS-RTE-INDEX FROM 1 BY 1
                   UNTIL WS-RTE-INDEX > WS-RTE-QTDE
               IF WS-RTE-EMP(WS-RTE-INDEX) = TRR-EMP-ID
                   MOVE WS-RTE-INDEX TO WS-RTE-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RTE-MATCH = 0
               IF WS-RTE-QTDE NOT < 1000
                   DISPLAY "Aviso: optante fora da tabela ("
                           TRR-EMP-ID ")"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RTE-QTDE
               MOVE WS-RTE-QTDE     TO WS-RTE-MATCH
               MOVE TRR-EMP-ID      TO WS-RTE-EMP(WS-RTE-MATCH)
               MOVE SPACES          TO WS-RTE-CARD(WS-RTE-MATCH)
               MOVE 0               TO WS-RTE-FARE(WS-RTE-MATCH)
           END-IF
           ADD TRR-DAILY-FARE TO WS-RTE-FARE(WS-RTE-MATCH)
           IF WS-RTE-CARD(WS-RTE-MATCH) = SPACES
               MOVE TRR-CARD-NUMBER TO WS-RTE-CARD(WS-RTE-MATCH)
           END-IF.

      *> Ferias programadas e afastamentos que encostam na
      *> competencia de uso; sem o arquivo, o pedido sai pelos dias
      *> uteis cheios.
       LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao "
                       "encontrado - pedido pelos dias uteis cheios"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ABS-START-DATE NUMERIC AND
                          ABS-END-DATE NUMERIC AND
                          ABS-START-DATE <= WS-MONTH-LAST AND
                          ABS-END-DATE >= WS-MONTH-FIRST AND
                          WS-ABS-QTDE < 2000
                           ADD 1 TO WS-ABS-QTDE
                           MOVE ABS-EMP-ID
                               TO WS-ABS-EMP(WS-ABS-QTDE)
                           MOVE ABS-START-DATE
                               TO WS-ABS-START(WS-ABS-QTDE)
                           MOVE ABS-END-DATE
                               TO WS-ABS-END(WS-ABS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           DISPLAY "Ausencias na competencia de uso: " WS-ABS-QTDE.

      *> Pedidos ja gravados que continuam valendo: os de
      *> competencias a partir da corrente (a folha do mes ainda vai
      *> descontar o pedido feito no mes anterior), menos o da
      *> competencia pedida agora, que e refeito.
       LOAD-KEPT-ORDERS.
           OPEN INPUT TRANSIT-ORDER-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ORDER-FILE-STATUS NOT = "00"
               READ TRANSIT-ORDER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TRO-REF-PERIOD NUMERIC AND
                          TRO-REF-PERIOD NOT < WS-CURRENT-PERIOD AND
                          TRO-REF-PERIOD NOT = WS-ORDER-PERIOD-N AND
                          WS-KEEP-QTDE < 2000
                           ADD 1 TO WS-KEEP-QTDE
                           MOVE TRANSIT-ORDER-RECORD
                               TO WS-KEEP-REG(WS-KEEP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TRANSIT-ORDER-FILE.

       BUILD-ORDER.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT TRANSIT-ORDER-FILE
           OPEN OUTPUT TRANSIT-PURCHASE-FILE
           OPEN OUTPUT REPORT-FILE
           IF WS-ORDER-FILE-STATUS NOT = "00" OR
              WS-PURCHASE-FILE-STATUS NOT = "00" OR
              WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar os arquivos do "
                       "pedido"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-KEEP-INDEX FROM 1 BY 1
                   UNTIL WS-KEEP-INDEX > WS-KEEP-QTDE
               MOVE WS-KEEP-REG(WS-KEEP-INDEX) TO TRANSIT-ORDER-RECORD
               WRITE TRANSIT-ORDER-RECORD
           END-PERFORM

           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA DE USO: " WS-ORDER-MONTH "/"
                  WS-ORDER-YEAR "   DIAS UTEIS: " WS-BDY-QTDE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM COLUMN-HDR
           WRITE REPORT-LINE FROM SUB-SEPARATOR

           PERFORM VARYING WS-RTE-INDEX FROM 1 BY 1
                   UNTIL WS-RTE-INDEX > WS-RTE-QTDE
               PERFORM ORDER-ONE-EMPLOYEE
           END-PERFORM

           MOVE SPACES TO TRANSIT-PURCHASE-RECORD
           MOVE "T" TO TPU-RECORD-TYPE
           MOVE WS-ORDER-PERIOD-N TO TPU-REF-PERIOD
           MOVE WS-ORDERS-WRITTEN TO TPU-CARD-COUNT
           MOVE WS-TOTAL-ORDER TO TPU-TOTAL-AMOUNT
           WRITE TRANSIT-PURCHASE-RECORD

           PERFORM WRITE-REPORT-TOTALS
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE TRANSIT-ORDER-FILE
           CLOSE TRANSIT-PURCHASE-FILE
           CLOSE REPORT-FILE
           DISPLAY "Pedido gravado: transit_order.dat / "
                   "transit_purchase.dat".

       ORDER-ONE-EMPLOYEE.
           MOVE WS-RTE-EMP(WS-RTE-INDEX) TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE SPACES TO MST-EMP-NAME
                   MOVE "X" TO MST-EMP-STATUS
           END-READ
           IF NOT MASTER-ACTIVE-EMPLOYEE
               ADD 1 TO WS-NOT-ACTIVE
               MOVE "Y" TO WS-WARNING-FLAG
               MOVE SPACES TO REPORT-LINE
               STRING WS-RTE-EMP(WS-RTE-INDEX) " "
                      MST-EMP-NAME " "
                      WS-RTE-CARD(WS-RTE-INDEX)
                      "  ITINERARIO DE MATRICULA NAO ATIVA - "
                      "ENCERRAR NO CADASTRO"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-ABSENT-DAYS
           PERFORM VARYING WS-BDY-INDEX FROM 1 BY 1
                   UNTIL WS-BDY-INDEX > WS-BDY-QTDE
               MOVE "N" TO WS-ABSENT-FLAG
               PERFORM VARYING WS-ABS-INDEX FROM 1 BY 1
                       UNTIL WS-ABS-INDEX > WS-ABS-QTDE
                   IF WS-ABS-EMP(WS-ABS-INDEX) = MST-EMP-ID AND
                      WS-ABS-START(WS-ABS-INDEX) <=
                          WS-BDY-DATE(WS-BDY-INDEX) AND
                      WS-ABS-END(WS-ABS-INDEX) >=
                          WS-BDY-DATE(WS-BDY-INDEX)
                       MOVE "S" TO WS-ABSENT-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-ABSENT-FLAG = "S"
                   ADD 1 TO WS-ABSENT-DAYS
               END-IF
           END-PERFORM
           COMPUTE WS-ORDER-DAYS = WS-BDY-QTDE - WS-ABSENT-DAYS
           COMPUTE WS-ORDER-AMOUNT =
               WS-ORDER-DAYS * WS-RTE-FARE(WS-RTE-INDEX)
           IF WS-ORDER-DAYS = 0
               ADD 1 TO WS-ZERO-DAYS
           END-IF

           MOVE SPACES              TO TRANSIT-ORDER-RECORD
           MOVE WS-ORDER-PERIOD-N   TO TRO-REF-PERIOD
           MOVE MST-EMP-ID          TO TRO-EMP-ID
           MOVE WS-RTE-CARD(WS-RTE-INDEX) TO TRO-CARD-NUMBER
           MOVE WS-BDY-QTDE         TO TRO-BUSINESS-DAYS
           MOVE WS-ABSENT-DAYS      TO TRO-ABSENT-DAYS
           MOVE WS-ORDER-DAYS       TO TRO-DAYS
           MOVE WS-RTE-FARE(WS-RTE-INDEX) TO TRO-DAILY-FARE
           MOVE WS-ORDER-AMOUNT     TO TRO-AMOUNT
           WRITE TRANSIT-ORDER-RECORD

           IF WS-ORDER-AMOUNT > 0
               MOVE SPACES              TO TRANSIT-PURCHASE-RECORD
               MOVE "D"                 TO TPU-RECORD-TYPE
               MOVE WS-ORDER-PERIOD-N   TO TPU-REF-PERIOD
               MOVE WS-RTE-CARD(WS-RTE-INDEX) TO TPU-CARD-NUMBER
               MOVE MST-EMP-ID          TO TPU-EMP-ID
               MOVE WS-ORDER-AMOUNT     TO TPU-AMOUNT
               WRITE TRANSIT-PURCHASE-RECORD
               ADD 1 TO WS-ORDERS-WRITTEN
               ADD WS-ORDER-AMOUNT TO WS-TOTAL-ORDER
           END-IF

           MOVE WS-RTE-FARE(WS-RTE-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT TO WS-FMT-FARE
           MOVE WS-ORDER-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING MST-EMP-ID " " MST-EMP-NAME " "
                  WS-RTE-CARD(WS-RTE-INDEX) "    "
                  WS-BDY-QTDE "   " WS-ABSENT-DAYS "   "
                  WS-ORDER-DAYS " " WS-FMT-FARE(1:21) " "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "CARTOES NO PEDIDO: " WS-ORDERS-WRITTEN
                  "   SEM DIA A COMPRAR: " WS-ZERO-DAYS
                  "   ITINERARIOS DE NAO ATIVOS: " WS-NOT-ACTIVE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-ORDER TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL DO PEDIDO A OPERADORA: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Trechos lidos: " WS-ROUTES-READ
           DISPLAY "Cartoes no pedido: " WS-ORDERS-WRITTEN
           DISPLAY "Itinerarios de nao ativos: " WS-NOT-ACTIVE.

       WRITE-JOB-LOG-ENTRY.
           MOVE "TRANSIT-ORDER" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RTE-QTDE TO JRL-RECORDS-PROCESSED
           MOVE WS-NOT-ACTIVE TO JRL-RECORDS-REJECTED
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
                   WS-RTE-QTDE / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RTE-QTDE TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BIZDAY-RTN.

       COPY DATEVAL-RTN.

       COPY MONEYFMT-RTN.

       COPY BUSDATE-RTN.
