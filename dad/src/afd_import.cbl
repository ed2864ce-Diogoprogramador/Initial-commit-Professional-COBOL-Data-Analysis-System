IDENTIFICATION DIVISION.
       PROGRAM-ID. AFD-IMPORT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Importacao das marcacoes dos relogios de ponto certificados
      *> (AFD, afd_input.dat, AFDREC.cpy) para o apontamento diario
      *> (timesheet_input.dat, TIMESHEET.cpy) que o TIMESHEET-LOAD ja
      *> consome - ate aqui o apontamento era digitado das folhas
      *> impressas dos relogios.
      *> O CPF/PIS de cada marcacao (tipo 3) e procurado em PRS-CPF
      *> (personal_data.dat) para chegar a matricula. As marcacoes de
      *> cada trabalhador, em ordem de data e hora, formam jornadas:
      *> entrada, saida, entrada, saida... Uma jornada termina quando
      *> o intervalo depois de uma saida passa de 11 horas (o
      *> interjornada legal) ou quando uma entrada fica mais de 16
      *> horas sem saida; assim a jornada noturna que atravessa a
      *> meia-noite fica inteira no dia em que comecou. Marcacao
      *> repetida no mesmo minuto conta uma vez so.
      *> Das horas trabalhadas da jornada:
      *>   - normais ate a jornada diaria contratada - semanal
      *>     (MST-WEEKLY-HOURS, a regra do WORKHRS-RTN: em branco,
      *>     zero ou acima de 44 vale 44) dividida pelos 5 dias uteis;
      *>     variacao de ate 10 minutos para mais ou para menos nao e
      *>     extra nem atraso (CLT art. 58, par. 1o);
      *>   - extras o que passar disso, e todas as horas em sabado,
      *>     domingo e feriado (holiday_calendar.dat, BIZDAY-RTN);
      *>   - noturnas as que caem entre 22:00 e 05:00, pelo relogio
      *>     (a hora reduzida fica com o PAYROLL-RUN).
      *> Vao para afd_rejects.dat, em ordem de gestor
      *> (MST-MANAGER-ID) para os supervisores tratarem: jornada com
      *> numero impar de marcacoes, CPF/PIS sem cadastro, matricula
      *> fora do mestre ou inativa, marcacao em dia coberto por
      *> afastamento (absence_transactions.dat, qualquer tipo) e
      *> registro de marcacao com data ou hora invalida. Dia
      *> rejeitado nao gera apontamento.
      *> timesheet_input.dat e regravado: a linha importada substitui
      *> a digitada do mesmo funcionario e dia; as demais linhas -
      *> outras competencias, quem nao usa relogio, dia rejeitado que
      *> o supervisor digitou - continuam como estavam.
      *> CPF com matricula em mais de uma empresa do grupo vai para a
      *> matricula ativa; com dois vinculos ativos o dia e rejeitado.
      *> Parametro opcional: a competencia (AAAAMM); sem ele, a da
      *> data de negocio. So as jornadas iniciadas na competencia sao
      *> importadas. Rejeito termina com RETURN-CODE 4; sem AFD, sem
      *> dados pessoais ou sem mestre, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AFD-FILE ASSIGN TO "../data/afd_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AFD-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

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

           SELECT TIMESHEET-FILE ASSIGN TO "../data/timesheet_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIMESHEET-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "../data/holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT REJECTS-FILE ASSIGN TO "afd_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD AFD-FILE.
       COPY AFDREC.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD TIMESHEET-FILE.
       COPY TIMESHEET.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

      *> Um rejeito por jornada (ou por registro AFD invalido): gestor,
      *> matricula, CPF/PIS do relogio, dia, quantidade de marcacoes,
      *> NSR da primeira marcacao e o motivo.
       FD REJECTS-FILE.
       01 AFD-REJECT-RECORD.
           05 AFR-MANAGER-ID      PIC X(6).
           05 FILLER              PIC X.
           05 AFR-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 AFR-WORKER-ID       PIC X(12).
           05 FILLER              PIC X.
           05 AFR-WORK-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 AFR-PUNCHES         PIC 99.
           05 FILLER              PIC X.
           05 AFR-NSR             PIC 9(9).
           05 FILLER              PIC X.
           05 AFR-MOTIVO          PIC X(45).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY BIZDAY.
       COPY WORKHRS.

       01 WS-FILE-STATUSES.
           05 WS-AFD-FILE-STATUS       PIC XX.
           05 WS-PERSONAL-FILE-STATUS  PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-TIMESHEET-STATUS      PIC XX.
           05 WS-ABSENCE-FILE-STATUS   PIC XX.
           05 WS-HOLIDAY-FILE-STATUS   PIC XX.
           05 WS-REJECTS-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL           PIC X VALUE "N".
           05 WS-JOURNEY-END          PIC X.

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-PERIOD               PIC X(8).
       01 WS-MOTIVO                   PIC X(45).

      *> Competencia: as marcacoes lidas vao do dia anterior ao
      *> primeiro ate o dia seguinte ao ultimo, para as jornadas
      *> noturnas das pontas ficarem inteiras.
       01 WS-PERIOD-FIELDS.
           05 WS-REF-PERIOD           PIC 9(6).
           05 WS-REF-PERIOD-R REDEFINES WS-REF-PERIOD.
               10 WS-REF-YEAR         PIC 9999.
               10 WS-REF-MONTH        PIC 99.
           05 WS-FIRST-DATE           PIC 9(8).
           05 WS-NEXT-MONTH-DATE      PIC 9(8).
           05 WS-FIRST-INT            PIC 9(7).
           05 WS-LAST-INT             PIC 9(7).
           05 WS-LAST-DATE            PIC 9(8).

      *> Marcacao em minutos corridos (dia inteiro x 1440 + hora x
      *> 60 + minuto), para parear e medir sem se preocupar com a
      *> virada do dia.
       01 WS-PUNCH-TABLE.
           05 WS-PCH-QTDE             PIC 9(5) VALUE 0.
           05 WS-PCH-ENTRADAS OCCURS 1 TO 50000 TIMES
                   DEPENDING ON WS-PCH-QTDE.
               10 WS-PCH-CPF          PIC X(11).
               10 WS-PCH-STAMP        PIC 9(10).
               10 WS-PCH-NSR          PIC 9(9).
               10 WS-PCH-WORKER-ID    PIC X(12).
       01 WS-PCH-INDEX                PIC 9(5).
       01 WS-PCH-NEXT                 PIC 9(5).

      *> CPF -> matricula, em ordem de CPF: as jornadas saem na mesma
      *> ordem e o ponteiro so anda para frente.
       01 WS-CPF-TABLE.
           05 WS-CPF-QTDE             PIC 9(5) VALUE 0.
           05 WS-CPF-ENTRADAS OCCURS 1 TO 10000 TIMES
                   DEPENDING ON WS-CPF-QTDE.
               10 WS-CPF-NUMBER       PIC X(11).
               10 WS-CPF-EMP-ID       PIC X(6).
       01 WS-CPF-POINTER              PIC 9(5).
       01 WS-LINK-INDEX               PIC 9(5).
       01 WS-LINKS-ACTIVE             PIC 9(3).

       01 WS-ABS-TABLE.
           05 WS-ABS-QTDE             PIC 9(4) VALUE 0.
           05 WS-ABS-ENTRADAS OCCURS 3000 TIMES.
               10 WS-ABS-EMP-ID       PIC X(6).
               10 WS-ABS-TYPE         PIC X(3).
               10 WS-ABS-START        PIC 9(8).
               10 WS-ABS-END          PIC 9(8).
       01 WS-ABS-INDEX                PIC 9(4).

      *> Linhas de apontamento: as importadas (origem 1, em minutos)
      *> e as que ja estavam no arquivo (origem 2, a imagem da linha).
      *> Em ordem de matricula, dia e origem, a importada vem antes e
      *> a digitada do mesmo dia e descartada na gravacao.
       01 WS-TSL-TABLE.
           05 WS-TSL-QTDE             PIC 9(5) VALUE 0.
           05 WS-TSL-ENTRADAS OCCURS 1 TO 20000 TIMES
                   DEPENDING ON WS-TSL-QTDE.
               10 WS-TSL-EMP-ID       PIC X(6).
               10 WS-TSL-DATE         PIC 9(8).
               10 WS-TSL-SOURCE       PIC X.
               10 WS-TSL-WORKED-MIN   PIC 9(5).
               10 WS-TSL-NIGHT-MIN    PIC 9(5).
               10 WS-TSL-CONTRACT-MIN PIC 9(4).
               10 WS-TSL-REG          PIC X(27).
       01 WS-TSL-INDEX                PIC 9(5).
       01 WS-PREV-KEY.
           05 WS-PREV-EMP-ID          PIC X(6).
           05 WS-PREV-DATE            PIC 9(8).

       01 WS-REJ-TABLE.
           05 WS-REJ-QTDE             PIC 9(4) VALUE 0.
           05 WS-REJ-ENTRADAS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-REJ-QTDE.
               10 WS-REJ-MANAGER      PIC X(6).
               10 WS-REJ-REG          PIC X(95).
       01 WS-REJ-INDEX                PIC 9(4).

      *> Jornada em montagem.
       01 WS-JOURNEY.
           05 WS-JNY-CPF              PIC X(11).
           05 WS-JNY-WORKER-ID        PIC X(12).
           05 WS-JNY-FIRST-NSR        PIC 9(9).
           05 WS-JNY-START            PIC 9(10).
           05 WS-JNY-PUNCHES          PIC 99.
           05 WS-JNY-IN               PIC 9(10).
           05 WS-JNY-WORKED-MIN       PIC 9(5).
           05 WS-JNY-NIGHT-MIN        PIC 9(5).
           05 WS-JNY-DAY-INT          PIC 9(7).
           05 WS-JNY-DATE             PIC 9(8).
           05 WS-JNY-EMP-ID           PIC X(6).
           05 WS-JNY-MANAGER          PIC X(6).
       01 WS-GAP-MIN                  PIC 9(10).

      *> Intersecao de um periodo trabalhado com as faixas de 22:00
      *> as 05:00 dos dias que ele toca.
       01 WS-NIGHT-FIELDS.
           05 WS-NGT-DAY              PIC 9(7).
           05 WS-NGT-LAST-DAY         PIC 9(7).
           05 WS-NGT-FROM             PIC 9(10).
           05 WS-NGT-TO               PIC 9(10).
           05 WS-NGT-OVERLAP          PIC S9(10).

       01 WS-PUNCH-FIELDS.
           05 WS-PCH-DATE             PIC 9(8).
           05 WS-PCH-DATE-R REDEFINES WS-PCH-DATE.
               10 WS-PCH-YEAR         PIC 9999.
               10 WS-PCH-MONTH        PIC 99.
               10 WS-PCH-DAY          PIC 99.
           05 WS-PCH-HOUR             PIC 99.
           05 WS-PCH-MINUTE           PIC 99.
           05 WS-PCH-WORKER           PIC X(12).
           05 WS-PCH-DAY-INT          PIC 9(7).

       01 WS-HOURS-FIELDS.
           05 WS-REGULAR-MIN          PIC 9(5).
           05 WS-OVERTIME-MIN         PIC 9(5).
           05 WS-DIFF-MIN             PIC S9(5).
           05 WS-TOTAL-HOURS          PIC 999V9.

       01 WS-COUNTERS.
           05 WS-AFD-READ             PIC 9(6) VALUE 0.
           05 WS-PUNCHES-READ         PIC 9(6) VALUE 0.
           05 WS-PUNCHES-DUPLICATE    PIC 9(5) VALUE 0.
           05 WS-JOURNEYS             PIC 9(5) VALUE 0.
           05 WS-JOURNEYS-OUTSIDE     PIC 9(5) VALUE 0.
           05 WS-DAYS-IMPORTED        PIC 9(5) VALUE 0.
           05 WS-DAYS-MERGED          PIC 9(5) VALUE 0.
           05 WS-KEYED-REPLACED       PIC 9(5) VALUE 0.
           05 WS-LINES-WRITTEN        PIC 9(5) VALUE 0.
           05 WS-REJECTED             PIC 9(5) VALUE 0.

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
               PERFORM LOAD-ABSENCES
               PERFORM LOAD-PERSONAL-DATA
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PUNCHES
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-EXISTING-TIMESHEET
               PERFORM BUILD-JOURNEYS
               PERFORM WRITE-TIMESHEET
               PERFORM WRITE-REJECTS
           END-IF
           IF WS-MASTER-FILE-STATUS = "00"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== IMPORTACAO DO PONTO ELETRONICO (AFD) ==="
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
                   DISPLAY "Uso: afd_import [AAAAMM]"
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
           COMPUTE WS-LAST-DATE = FUNCTION DATE-OF-INTEGER(WS-LAST-INT)

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
                       "feriado trabalhado sai como dia normal"
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

      *> Afastamentos que tocam a competencia; fim em branco ou antes
      *> do inicio vale como um dia so.
       LOAD-ABSENCES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
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
           IF ABS-START-DATE NOT NUMERIC OR ABS-START-DATE = 0 OR
              ABS-START-DATE > WS-LAST-DATE
               EXIT PARAGRAPH
           END-IF
           IF ABS-END-DATE NUMERIC AND ABS-END-DATE >= ABS-START-DATE
               IF ABS-END-DATE < WS-FIRST-DATE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               IF ABS-START-DATE < WS-FIRST-DATE
                   EXIT PARAGRAPH
               END-IF
               MOVE ABS-START-DATE TO ABS-END-DATE
           END-IF
           IF WS-ABS-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-ABS-QTDE
           MOVE ABS-EMP-ID     TO WS-ABS-EMP-ID(WS-ABS-QTDE)
           MOVE ABS-TYPE       TO WS-ABS-TYPE(WS-ABS-QTDE)
           MOVE ABS-START-DATE TO WS-ABS-START(WS-ABS-QTDE)
           MOVE ABS-END-DATE   TO WS-ABS-END(WS-ABS-QTDE).

       LOAD-PERSONAL-DATA.
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: personal_data.dat nao encontrado"
                       " - sem CPF nao ha como identificar as "
                       "marcacoes"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PERSONAL-DATA-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRS-CPF NOT = SPACES
                           IF WS-CPF-QTDE < 10000
                               ADD 1 TO WS-CPF-QTDE
                               MOVE PRS-CPF
                                   TO WS-CPF-NUMBER(WS-CPF-QTDE)
                               MOVE PRS-EMP-ID
                                   TO WS-CPF-EMP-ID(WS-CPF-QTDE)
                           ELSE
                               MOVE "S" TO WS-TABLE-FULL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONAL-DATA-FILE
           IF WS-CPF-QTDE > 1
               SORT WS-CPF-ENTRADAS ASCENDING KEY WS-CPF-NUMBER
           END-IF
           DISPLAY "CPFs cadastrados: " WS-CPF-QTDE.

       LOAD-PUNCHES.
           OPEN INPUT AFD-FILE
           IF WS-AFD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: afd_input.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AFD-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-AFD-READ
                       IF AFD-MARCACAO
                           PERFORM STORE-ONE-PUNCH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AFD-FILE
           IF WS-PCH-QTDE > 1
               SORT WS-PCH-ENTRADAS ASCENDING KEY WS-PCH-CPF
                                                  WS-PCH-STAMP
           END-IF
           DISPLAY "Registros AFD lidos: " WS-AFD-READ
           DISPLAY "Marcacoes da competencia: " WS-PCH-QTDE.

       STORE-ONE-PUNCH.
           ADD 1 TO WS-PUNCHES-READ
           IF AFD-LAYOUT-671
               MOVE AFD-671-YEAR   TO WS-PCH-YEAR
               MOVE AFD-671-MONTH  TO WS-PCH-MONTH
               MOVE AFD-671-DAY    TO WS-PCH-DAY
               MOVE AFD-671-HOUR   TO WS-PCH-HOUR
               MOVE AFD-671-MINUTE TO WS-PCH-MINUTE
               MOVE AFD-671-CPF    TO WS-PCH-WORKER
           ELSE
               MOVE AFD-1510-YEAR   TO WS-PCH-YEAR
               MOVE AFD-1510-MONTH  TO WS-PCH-MONTH
               MOVE AFD-1510-DAY    TO WS-PCH-DAY
               MOVE AFD-1510-HOUR   TO WS-PCH-HOUR
               MOVE AFD-1510-MINUTE TO WS-PCH-MINUTE
               MOVE AFD-1510-PIS    TO WS-PCH-WORKER
           END-IF
           IF WS-PCH-DATE NOT NUMERIC OR
              WS-PCH-HOUR NOT NUMERIC OR
              WS-PCH-MINUTE NOT NUMERIC
               MOVE "Data ou hora da marcacao invalida" TO WS-MOTIVO
               PERFORM REJECT-AFD-RECORD
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-PCH-DATE) NOT = 0 OR
              WS-PCH-HOUR > 23 OR WS-PCH-MINUTE > 59
               MOVE "Data ou hora da marcacao invalida" TO WS-MOTIVO
               PERFORM REJECT-AFD-RECORD
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PCH-DAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-PCH-DATE)
           IF WS-PCH-DAY-INT < WS-FIRST-INT - 1 OR
              WS-PCH-DAY-INT > WS-LAST-INT + 1
               EXIT PARAGRAPH
           END-IF
           IF WS-PCH-QTDE >= 50000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PCH-QTDE
           MOVE WS-PCH-WORKER(2:11) TO WS-PCH-CPF(WS-PCH-QTDE)
           MOVE WS-PCH-WORKER       TO WS-PCH-WORKER-ID(WS-PCH-QTDE)
           MOVE AFD-NSR             TO WS-PCH-NSR(WS-PCH-QTDE)
           COMPUTE WS-PCH-STAMP(WS-PCH-QTDE) =
               WS-PCH-DAY-INT * 1440 + WS-PCH-HOUR * 60 +
               WS-PCH-MINUTE.

       REJECT-AFD-RECORD.
           MOVE SPACES TO AFD-REJECT-RECORD
           MOVE WS-PCH-WORKER TO AFR-WORKER-ID
           IF WS-PCH-DATE NUMERIC
               MOVE WS-PCH-DATE TO AFR-WORK-DATE
           ELSE
               MOVE 0 TO AFR-WORK-DATE
           END-IF
           MOVE 1          TO AFR-PUNCHES
           MOVE AFD-NSR    TO AFR-NSR
           MOVE WS-MOTIVO  TO AFR-MOTIVO
           PERFORM STORE-REJECT.

       STORE-REJECT.
           ADD 1 TO WS-REJECTED
           IF WS-REJ-QTDE >= 3000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REJ-QTDE
           MOVE AFR-MANAGER-ID    TO WS-REJ-MANAGER(WS-REJ-QTDE)
           MOVE AFD-REJECT-RECORD TO WS-REJ-REG(WS-REJ-QTDE).

      *> O arquivo atual entra inteiro como origem 2; sem arquivo, o
      *> apontamento sai so com o que veio do relogio.
       LOAD-EXISTING-TIMESHEET.
           OPEN INPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TIMESHEET-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-TSL-QTDE < 20000
                           ADD 1 TO WS-TSL-QTDE
                           MOVE TS-EMP-ID TO WS-TSL-EMP-ID(WS-TSL-QTDE)
                           MOVE TS-WORK-DATE
                               TO WS-TSL-DATE(WS-TSL-QTDE)
                           MOVE "2" TO WS-TSL-SOURCE(WS-TSL-QTDE)
                           MOVE TIMESHEET-RECORD
                               TO WS-TSL-REG(WS-TSL-QTDE)
                       ELSE
                           MOVE "S" TO WS-TABLE-FULL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TIMESHEET-FILE
           DISPLAY "Linhas ja existentes no apontamento: " WS-TSL-QTDE.

      *> Percorre as marcacoes (CPF, data, hora) montando uma jornada
      *> de cada vez.
       BUILD-JOURNEYS.
           MOVE 1 TO WS-CPF-POINTER
           MOVE 1 TO WS-PCH-INDEX
           PERFORM UNTIL WS-PCH-INDEX > WS-PCH-QTDE
               PERFORM BUILD-ONE-JOURNEY
           END-PERFORM.

       BUILD-ONE-JOURNEY.
           ADD 1 TO WS-JOURNEYS
           MOVE WS-PCH-CPF(WS-PCH-INDEX)       TO WS-JNY-CPF
           MOVE WS-PCH-WORKER-ID(WS-PCH-INDEX) TO WS-JNY-WORKER-ID
           MOVE WS-PCH-NSR(WS-PCH-INDEX)       TO WS-JNY-FIRST-NSR
           MOVE WS-PCH-STAMP(WS-PCH-INDEX)     TO WS-JNY-START
           MOVE 0 TO WS-JNY-PUNCHES WS-JNY-WORKED-MIN WS-JNY-NIGHT-MIN
           MOVE "N" TO WS-JOURNEY-END
           PERFORM UNTIL WS-JOURNEY-END = "S"
               ADD 1 TO WS-JNY-PUNCHES
               IF FUNCTION MOD(WS-JNY-PUNCHES, 2) = 1
                   MOVE WS-PCH-STAMP(WS-PCH-INDEX) TO WS-JNY-IN
               ELSE
                   PERFORM ADD-WORKED-PERIOD
               END-IF
               PERFORM FIND-NEXT-PUNCH
               EVALUATE TRUE
                   WHEN WS-PCH-NEXT > WS-PCH-QTDE
                       MOVE "S" TO WS-JOURNEY-END
                   WHEN WS-PCH-CPF(WS-PCH-NEXT) NOT = WS-JNY-CPF
                       MOVE "S" TO WS-JOURNEY-END
                   WHEN OTHER
                       COMPUTE WS-GAP-MIN = WS-PCH-STAMP(WS-PCH-NEXT)
                           - WS-PCH-STAMP(WS-PCH-INDEX)
                       IF FUNCTION MOD(WS-JNY-PUNCHES, 2) = 0
                           IF WS-GAP-MIN > 660
                               MOVE "S" TO WS-JOURNEY-END
                           END-IF
                       ELSE
                           IF WS-GAP-MIN > 960
                               MOVE "S" TO WS-JOURNEY-END
                           END-IF
                       END-IF
               END-EVALUATE
               MOVE WS-PCH-NEXT TO WS-PCH-INDEX
           END-PERFORM
           PERFORM EMIT-JOURNEY.

      *> Proxima marcacao, pulando a repetida no mesmo minuto.
       FIND-NEXT-PUNCH.
           COMPUTE WS-PCH-NEXT = WS-PCH-INDEX + 1
           PERFORM UNTIL WS-PCH-NEXT > WS-PCH-QTDE
               IF WS-PCH-CPF(WS-PCH-NEXT) NOT = WS-JNY-CPF OR
                  WS-PCH-STAMP(WS-PCH-NEXT) NOT =
                      WS-PCH-STAMP(WS-PCH-INDEX)
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-PUNCHES-DUPLICATE
               ADD 1 TO WS-PCH-NEXT
           END-PERFORM.

       ADD-WORKED-PERIOD.
           COMPUTE WS-JNY-WORKED-MIN = WS-JNY-WORKED-MIN +
               WS-PCH-STAMP(WS-PCH-INDEX) - WS-JNY-IN
           COMPUTE WS-NGT-DAY = WS-JNY-IN / 1440 - 1
           COMPUTE WS-NGT-LAST-DAY = WS-PCH-STAMP(WS-PCH-INDEX) / 1440
           PERFORM UNTIL WS-NGT-DAY > WS-NGT-LAST-DAY
               COMPUTE WS-NGT-FROM = WS-NGT-DAY * 1440 + 1320
               COMPUTE WS-NGT-TO   = WS-NGT-DAY * 1440 + 1740
               IF WS-JNY-IN > WS-NGT-FROM
                   MOVE WS-JNY-IN TO WS-NGT-FROM
               END-IF
               IF WS-PCH-STAMP(WS-PCH-INDEX) < WS-NGT-TO
                   MOVE WS-PCH-STAMP(WS-PCH-INDEX) TO WS-NGT-TO
               END-IF
               COMPUTE WS-NGT-OVERLAP = WS-NGT-TO - WS-NGT-FROM
               IF WS-NGT-OVERLAP > 0
                   ADD WS-NGT-OVERLAP TO WS-JNY-NIGHT-MIN
               END-IF
               ADD 1 TO WS-NGT-DAY
           END-PERFORM.

      *> A jornada conta no dia da primeira marcacao.
       EMIT-JOURNEY.
           COMPUTE WS-JNY-DAY-INT = WS-JNY-START / 1440
           COMPUTE WS-JNY-DATE =
               FUNCTION DATE-OF-INTEGER(WS-JNY-DAY-INT)
           IF WS-JNY-DATE < WS-FIRST-DATE OR
              WS-JNY-DATE > WS-LAST-DATE
               ADD 1 TO WS-JOURNEYS-OUTSIDE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-JNY-EMP-ID WS-JNY-MANAGER
           MOVE 0 TO WS-LINKS-ACTIVE
           PERFORM UNTIL WS-CPF-POINTER > WS-CPF-QTDE
               IF WS-CPF-NUMBER(WS-CPF-POINTER) >= WS-JNY-CPF
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-CPF-POINTER
           END-PERFORM
           IF WS-CPF-POINTER <= WS-CPF-QTDE
               IF WS-CPF-NUMBER(WS-CPF-POINTER) = WS-JNY-CPF
                   MOVE WS-CPF-EMP-ID(WS-CPF-POINTER) TO WS-JNY-EMP-ID
                   PERFORM RESOLVE-MULTIPLE-LINKS
               END-IF
           END-IF
           IF WS-JNY-EMP-ID = SPACES
               MOVE "CPF/PIS do relogio sem cadastro" TO WS-MOTIVO
               PERFORM REJECT-JOURNEY
               EXIT PARAGRAPH
           END-IF
           IF WS-LINKS-ACTIVE > 1
               MOVE "CPF com mais de um vinculo ativo" TO WS-MOTIVO
               PERFORM REJECT-JOURNEY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-JNY-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "Matricula nao encontrada no mestre"
                       TO WS-MOTIVO
                   PERFORM REJECT-JOURNEY
                   EXIT PARAGRAPH
           END-READ
           MOVE MST-MANAGER-ID TO WS-JNY-MANAGER
           IF NOT MASTER-ACTIVE-EMPLOYEE
               MOVE "Funcionario inativo" TO WS-MOTIVO
               PERFORM REJECT-JOURNEY
               EXIT PARAGRAPH
           END-IF
           IF FUNCTION MOD(WS-JNY-PUNCHES, 2) = 1
               MOVE "Numero impar de marcacoes na jornada"
                   TO WS-MOTIVO
               PERFORM REJECT-JOURNEY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ABS-INDEX FROM 1 BY 1
                   UNTIL WS-ABS-INDEX > WS-ABS-QTDE
               IF WS-ABS-EMP-ID(WS-ABS-INDEX) = WS-JNY-EMP-ID AND
                  WS-ABS-START(WS-ABS-INDEX) <= WS-JNY-DATE AND
                  WS-ABS-END(WS-ABS-INDEX) >= WS-JNY-DATE
                   MOVE SPACES TO WS-MOTIVO
                   STRING "Marcacao em dia de afastamento "
                          WS-ABS-TYPE(WS-ABS-INDEX)
                          DELIMITED BY SIZE INTO WS-MOTIVO
                   PERFORM REJECT-JOURNEY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           PERFORM STORE-IMPORTED-DAY.

      *> O mesmo CPF pode ter matricula em mais de uma empresa do
      *> grupo: vale a unica matricula ativa; com mais de uma ativa
      *> nao ha como saber de qual vinculo e a jornada e o dia vai
      *> para os rejeitos.
       RESOLVE-MULTIPLE-LINKS.
           MOVE 0 TO WS-LINKS-ACTIVE
           IF WS-CPF-POINTER = WS-CPF-QTDE
               EXIT PARAGRAPH
           END-IF
           IF WS-CPF-NUMBER(WS-CPF-POINTER + 1) NOT = WS-JNY-CPF
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LINK-INDEX FROM WS-CPF-POINTER BY 1
                   UNTIL WS-LINK-INDEX > WS-CPF-QTDE
               IF WS-CPF-NUMBER(WS-LINK-INDEX) NOT = WS-JNY-CPF
                   EXIT PERFORM
               END-IF
               MOVE WS-CPF-EMP-ID(WS-LINK-INDEX) TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF MASTER-ACTIVE-EMPLOYEE
                           ADD 1 TO WS-LINKS-ACTIVE
                           MOVE MST-EMP-ID TO WS-JNY-EMP-ID
                       END-IF
               END-READ
           END-PERFORM.

       REJECT-JOURNEY.
           MOVE SPACES TO AFD-REJECT-RECORD
           MOVE WS-JNY-MANAGER   TO AFR-MANAGER-ID
           MOVE WS-JNY-EMP-ID    TO AFR-EMP-ID
           MOVE WS-JNY-WORKER-ID TO AFR-WORKER-ID
           MOVE WS-JNY-DATE      TO AFR-WORK-DATE
           MOVE WS-JNY-PUNCHES   TO AFR-PUNCHES
           MOVE WS-JNY-FIRST-NSR TO AFR-NSR
           MOVE WS-MOTIVO        TO AFR-MOTIVO
           PERFORM STORE-REJECT.

      *> Segunda jornada do mesmo funcionario no mesmo dia (a
      *> anterior e a ultima linha gravada) soma na mesma linha.
       STORE-IMPORTED-DAY.
           IF WS-TSL-QTDE > 0
               IF WS-TSL-SOURCE(WS-TSL-QTDE) = "1" AND
                  WS-TSL-EMP-ID(WS-TSL-QTDE) = WS-JNY-EMP-ID AND
                  WS-TSL-DATE(WS-TSL-QTDE) = WS-JNY-DATE
                   ADD WS-JNY-WORKED-MIN
                       TO WS-TSL-WORKED-MIN(WS-TSL-QTDE)
                   ADD WS-JNY-NIGHT-MIN
                       TO WS-TSL-NIGHT-MIN(WS-TSL-QTDE)
                   ADD 1 TO WS-DAYS-MERGED
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-TSL-QTDE >= 20000
               MOVE "S" TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-TSL-QTDE
           ADD 1 TO WS-DAYS-IMPORTED
           MOVE WS-JNY-EMP-ID     TO WS-TSL-EMP-ID(WS-TSL-QTDE)
           MOVE WS-JNY-DATE       TO WS-TSL-DATE(WS-TSL-QTDE)
           MOVE "1"               TO WS-TSL-SOURCE(WS-TSL-QTDE)
           MOVE WS-JNY-WORKED-MIN TO WS-TSL-WORKED-MIN(WS-TSL-QTDE)
           MOVE WS-JNY-NIGHT-MIN  TO WS-TSL-NIGHT-MIN(WS-TSL-QTDE)
           MOVE SPACES            TO WS-TSL-REG(WS-TSL-QTDE)

      *> Jornada diaria contratada em minutos; dia nao util nao tem
      *> jornada - tudo e extra.
           MOVE WS-JNY-DATE TO BIZ-DATE-IN
           PERFORM BIZ-CHECK-DAY
           IF BIZ-NOT-BUSINESS-DAY
               MOVE 0 TO WS-TSL-CONTRACT-MIN(WS-TSL-QTDE)
           ELSE
               MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
               IF WKH-WEEKLY-HOURS NOT NUMERIC OR
                  WKH-WEEKLY-HOURS = 0 OR
                  WKH-WEEKLY-HOURS > WKH-FULL-WEEK
                   MOVE WKH-FULL-WEEK TO WKH-WEEKLY-HOURS
               END-IF
               COMPUTE WS-TSL-CONTRACT-MIN(WS-TSL-QTDE) =
                   WKH-WEEKLY-HOURS * 60 / 5
           END-IF.

      *> Importada antes da digitada do mesmo dia; a digitada e
      *> descartada.
       WRITE-TIMESHEET.
           IF WS-TSL-QTDE > 1
               SORT WS-TSL-ENTRADAS ASCENDING KEY WS-TSL-EMP-ID
                                                  WS-TSL-DATE
                                                  WS-TSL-SOURCE
           END-IF
           OPEN OUTPUT TIMESHEET-FILE
           IF WS-TIMESHEET-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar "
                       "timesheet_input.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-PREV-EMP-ID
           MOVE 0 TO WS-PREV-DATE
           PERFORM VARYING WS-TSL-INDEX FROM 1 BY 1
                   UNTIL WS-TSL-INDEX > WS-TSL-QTDE
               IF WS-TSL-EMP-ID(WS-TSL-INDEX) = WS-PREV-EMP-ID AND
                  WS-TSL-DATE(WS-TSL-INDEX) = WS-PREV-DATE
                   ADD 1 TO WS-KEYED-REPLACED
               ELSE
                   PERFORM WRITE-ONE-TIMESHEET-LINE
               END-IF
           END-PERFORM
           CLOSE TIMESHEET-FILE.

       WRITE-ONE-TIMESHEET-LINE.
           MOVE WS-TSL-EMP-ID(WS-TSL-INDEX) TO WS-PREV-EMP-ID
           MOVE WS-TSL-DATE(WS-TSL-INDEX)   TO WS-PREV-DATE
           IF WS-TSL-SOURCE(WS-TSL-INDEX) = "2"
               MOVE WS-TSL-REG(WS-TSL-INDEX) TO TIMESHEET-RECORD
               WRITE TIMESHEET-RECORD
               ADD 1 TO WS-LINES-WRITTEN
               EXIT PARAGRAPH
           END-IF

      *> Tolerancia de 10 minutos para mais ou para menos no dia util.
           MOVE WS-TSL-WORKED-MIN(WS-TSL-INDEX) TO WS-REGULAR-MIN
           IF WS-TSL-CONTRACT-MIN(WS-TSL-INDEX) > 0
               COMPUTE WS-DIFF-MIN = WS-TSL-WORKED-MIN(WS-TSL-INDEX)
                   - WS-TSL-CONTRACT-MIN(WS-TSL-INDEX)
               IF WS-DIFF-MIN >= -10 AND WS-DIFF-MIN <= 10
                   MOVE WS-TSL-CONTRACT-MIN(WS-TSL-INDEX)
                       TO WS-REGULAR-MIN
               END-IF
           END-IF
           MOVE 0 TO WS-OVERTIME-MIN
           IF WS-REGULAR-MIN > WS-TSL-CONTRACT-MIN(WS-TSL-INDEX)
               COMPUTE WS-OVERTIME-MIN =
                   WS-REGULAR-MIN - WS-TSL-CONTRACT-MIN(WS-TSL-INDEX)
               MOVE WS-TSL-CONTRACT-MIN(WS-TSL-INDEX) TO WS-REGULAR-MIN
           END-IF

           MOVE SPACES TO TIMESHEET-RECORD
           MOVE WS-TSL-EMP-ID(WS-TSL-INDEX) TO TS-EMP-ID
           MOVE WS-TSL-DATE(WS-TSL-INDEX)   TO TS-WORK-DATE
           COMPUTE TS-REGULAR-HOURS ROUNDED = WS-REGULAR-MIN / 60
           COMPUTE TS-OVERTIME-HOURS ROUNDED = WS-OVERTIME-MIN / 60
           COMPUTE TS-NIGHT-HOURS ROUNDED =
               WS-TSL-NIGHT-MIN(WS-TSL-INDEX) / 60
           COMPUTE WS-TOTAL-HOURS = TS-REGULAR-HOURS + TS-OVERTIME-HOURS
           IF TS-NIGHT-HOURS > WS-TOTAL-HOURS
               MOVE WS-TOTAL-HOURS TO TS-NIGHT-HOURS
           END-IF
           WRITE TIMESHEET-RECORD
           ADD 1 TO WS-LINES-WRITTEN.

       WRITE-REJECTS.
           OPEN OUTPUT REJECTS-FILE
           IF WS-REJECTS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar afd_rejects.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-REJ-QTDE > 1
               SORT WS-REJ-ENTRADAS ASCENDING KEY WS-REJ-MANAGER
           END-IF
           PERFORM VARYING WS-REJ-INDEX FROM 1 BY 1
                   UNTIL WS-REJ-INDEX > WS-REJ-QTDE
               MOVE WS-REJ-REG(WS-REJ-INDEX) TO AFD-REJECT-RECORD
               WRITE AFD-REJECT-RECORD
           END-PERFORM
           CLOSE REJECTS-FILE
           IF WS-REJECTED > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA IMPORTACAO DO PONTO ==="
           DISPLAY "Marcacoes lidas..................: " WS-PUNCHES-READ
           DISPLAY "Marcacoes repetidas ignoradas....: "
                   WS-PUNCHES-DUPLICATE
           DISPLAY "Jornadas montadas................: " WS-JOURNEYS
           DISPLAY "  fora da competencia............: "
                   WS-JOURNEYS-OUTSIDE
           DISPLAY "Dias importados..................: " WS-DAYS-IMPORTED
           DISPLAY "Jornadas somadas no mesmo dia....: " WS-DAYS-MERGED
           DISPLAY "Linhas digitadas substituidas....: "
                   WS-KEYED-REPLACED
           DISPLAY "Linhas gravadas no apontamento...: "
                   WS-LINES-WRITTEN
           DISPLAY "Rejeitos para os supervisores....: " WS-REJECTED
           IF WS-TABLE-FULL = "S"
               DISPLAY "Aviso: tabela interna cheia - parte das "
                       "marcacoes ficou fora da importacao"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Apontamento gravado em: timesheet_input.dat"
               DISPLAY "Rejeitos gravados em: afd_rejects.dat"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "AFD-IMPORT" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-PUNCHES-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-REJECTED     TO JRL-RECORDS-REJECTED
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
                   WS-PUNCHES-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-PUNCHES-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY BIZDAY-RTN.
