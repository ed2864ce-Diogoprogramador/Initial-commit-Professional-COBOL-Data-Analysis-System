      *> o PAYROLL-RUN ignora pendentes e questionados. Ao final o
      *> arquivo de extras e regravado com as decisoes; registro de
      *> outra equipe nao aparece nem pode ser aprovado por engano.
      *> As horas noturnas do registro (OTH-NIGHT-HOURS) aparecem
      *> junto com as extras e seguem a mesma decisao - o adicional
      *> noturno so e pago sobre o que o gestor aprovou.
      *> Do horista aparecem tambem as horas normais da competencia
      *> (OTH-REGULAR-HOURS), base do salario dele na folha - o gestor
      *> aprova ou questiona o mes inteiro de uma vez.
      *> A aprovacao respeita o corte de extras do calendario de
      *> fechamento da folha (payroll_calendar.dat, PAYCAL-FD.cpy):
      *> extra aprovada na data de negocio depois do corte da sua
      *> competencia muda de competencia (OTH-REF-PERIOD passa a ser a
      *> do roteamento), fica marcada como atrasada (OTH-LATE-FLAG) e
      *> e registrada em late_entries.dat para o LATE-ENTRY-REPORT.

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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OVERTIME-FILE.
       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       COPY BUSDATE-FD.
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYCAL.

       01 WS-FLAGS.
           05 WS-OVERTIME-FILE-STATUS PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
       01 WS-OT-TABLE.
           05 WS-OT-QTDE          PIC 9(4) VALUE 0.
           05 WS-OT-ENTRADAS OCCURS 1000 TIMES.
               10 WS-OT-REG       PIC X(39).
       01 WS-OT-INDEX             PIC 9(4).

       01 WS-COUNTERS.
           05 WS-SHOWN            PIC 9(4) VALUE 0.
           05 WS-APPROVED         PIC 9(4) VALUE 0.
           05 WS-QUESTIONED       PIC 9(4) VALUE 0.
           05 WS-APPROVED-LATE    PIC 9(4) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-HORAS     PIC ZZZ9,9.
           DISPLAY "Matricula do gestor: " WITH NO ADVANCING
           MOVE SPACES TO WS-MANAGER-ID
           ACCEPT WS-MANAGER-ID
           PERFORM BDT-GET-BUSINESS-DATE

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
           DISPLAY "Funcionario: " OTH-EMP-ID " " MST-EMP-NAME
           DISPLAY "Competencia: " OTH-REF-PERIOD
                   "  Horas extras: " FORMATTED-HORAS "h"
           IF OTH-NIGHT-HOURS IS NUMERIC AND OTH-NIGHT-HOURS > 0
               MOVE OTH-NIGHT-HOURS TO FORMATTED-HORAS
               DISPLAY "             Horas noturnas: "
                       FORMATTED-HORAS "h"
           END-IF
           IF OTH-REGULAR-HOURS IS NUMERIC AND OTH-REGULAR-HOURS > 0
               MOVE OTH-REGULAR-HOURS TO FORMATTED-HORAS
               DISPLAY "             Horas normais (horista): "
                       FORMATTED-HORAS "h"
           END-IF
           DISPLAY "Aprovar (A), Questionar (Q) ou pular (ENTER): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DECISION
               WHEN "A" WHEN "a"
                   ADD 1 TO WS-APPROVED
                   MOVE "A" TO OTH-APPROVAL-STATUS
                   PERFORM CHECK-APPROVAL-CUTOFF
                   MOVE OVERTIME-HOURS-RECORD
                       TO WS-OT-REG(WS-OT-INDEX)
               WHEN "Q" WHEN "q"
                   CONTINUE
           END-EVALUATE.

      *> Extra aprovada depois do corte da competencia vai para a
      *> competencia do roteamento; a que ja tinha sido empurrada pelo
      *> corte de ponto (OTH-ATRASADO) e roteada de novo a partir da
      *> competencia em que esta.
       CHECK-APPROVAL-CUTOFF.
           MOVE "EXT" TO PCL-REQ-TYPE
           MOVE OTH-REF-PERIOD TO PCL-REQ-PERIOD
           MOVE BDT-DATE TO PCL-REQ-RECEIVED
           PERFORM PCL-ROUTE-ENTRY
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           MOVE PCL-ROUTED-PERIOD TO OTH-REF-PERIOD
           MOVE "L" TO OTH-LATE-FLAG
           ADD 1 TO WS-APPROVED-LATE
           DISPLAY "Aprovada depois do corte de " PCL-REQ-PERIOD
                   " - vai para a competencia " PCL-ROUTED-PERIOD
           MOVE "TIMESHEET-APPROVE" TO PCL-LOG-SOURCE
           MOVE OTH-EMP-ID TO PCL-LOG-EMP-ID
           MOVE "Extra aprovada apos o corte" TO PCL-LOG-DETAIL
           PERFORM PCL-LOG-LATE-ENTRY.

       REWRITE-OVERTIME-FILE.
           OPEN OUTPUT OVERTIME-FILE
           IF WS-OVERTIME-FILE-STATUS NOT = "00"
           DISPLAY "Registros da equipe apresentados: " WS-SHOWN
           DISPLAY "Aprovados: " WS-APPROVED
           DISPLAY "Questionados: " WS-QUESTIONED
           IF WS-APPROVED-LATE > 0
               DISPLAY "Aprovados depois do corte (competencia "
                       "seguinte): " WS-APPROVED-LATE
           END-IF
           DISPLAY "=== APROVACAO ENCERRADA ===".

       COPY BUSDATE-RTN.
       COPY PAYCAL-RTN.
