IDENTIFICATION DIVISION.
       PROGRAM-ID. ABSENCE-CONFIRM.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Confirmacao pelo gestor dos dias uteis sem apontamento e sem
      *> afastamento encontrados pelo ABSENCE-DETECT, no mesmo estilo
      *> ACCEPT/DISPLAY do TIMESHEET-APPROVE: o gestor informa a
      *> propria matricula e ve, um a um, os dias PENDENTES
      *> (absence_pending.dat, ABSPEND.cpy) dos funcionarios cuja
      *> MST-MANAGER-ID aponta para ele hoje - inclusive os de
      *> competencias anteriores, que nunca saem da lista sem decisao.
      *> Confirmar (C) marca a falta nao justificada: na proxima
      *> execucao do ABSENCE-DETECT o dia vira falta FNJ, com a perda
      *> do DSR da semana, descontada pelo PAYROLL-RUN. Justificar (J)
      *> encerra o dia sem desconto. Quem decidiu e a data de negocio
      *> da decisao ficam no proprio registro.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE ASSIGN TO "../data/absence_pending.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.

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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD PENDING-FILE.
       COPY ABSPEND.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FLAGS.
           05 WS-PENDING-FILE-STATUS  PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-CHANGED-FLAG         PIC X VALUE "N".

       01 WS-MANAGER-ID               PIC X(6).
       01 WS-DECISION                 PIC X.

      *> Todo o arquivo de pendencias em tabela; so os dias pendentes
      *> da equipe do gestor sao apresentados, mas o arquivo inteiro e
      *> regravado para nao perder nada.
       01 WS-PND-TABLE.
           05 WS-PND-QTDE         PIC 9(4) VALUE 0.
           05 WS-PND-ENTRADAS OCCURS 5000 TIMES.
               10 WS-PND-REG      PIC X(63).
       01 WS-PND-INDEX            PIC 9(4).

       01 WS-COUNTERS.
           05 WS-SHOWN            PIC 9(4) VALUE 0.
           05 WS-CONFIRMED        PIC 9(4) VALUE 0.
           05 WS-JUSTIFIED        PIC 9(4) VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-PND-QTDE > 0
               PERFORM REVIEW-PENDING-DAYS
               IF WS-CHANGED-FLAG = "S"
                   PERFORM REWRITE-PENDING-FILE
               END-IF
           END-IF
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONFIRMACAO DE FALTAS (GESTOR) ==="
           PERFORM BDT-GET-BUSINESS-DATE
           DISPLAY "Matricula do gestor: " WITH NO ADVANCING
           MOVE SPACES TO WS-MANAGER-ID
           ACCEPT WS-MANAGER-ID

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "Nao ha dias pendentes (absence_pending.dat "
                       "ausente) - nada a confirmar"
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
           PERFORM UNTIL WS-PENDING-FILE-STATUS NOT = "00"
               READ PENDING-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PND-QTDE < 5000
                           ADD 1 TO WS-PND-QTDE
                           MOVE ABSENCE-PENDING-RECORD
                               TO WS-PND-REG(WS-PND-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE
           DISPLAY "Registros no arquivo de pendencias: " WS-PND-QTDE.

       REVIEW-PENDING-DAYS.
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               IF APN-PENDENTE
                   PERFORM REVIEW-ONE-DAY
               END-IF
           END-PERFORM.

      *> O gestor e o do mestre hoje, nao o da deteccao - dia de quem
      *> mudou de equipe vai para o gestor novo.
       REVIEW-ONE-DAY.
           MOVE APN-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF MST-MANAGER-ID NOT = WS-MANAGER-ID
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           ADD 1 TO WS-SHOWN
           MOVE APN-ABSENCE-DATE TO WS-DISP-DATE-IN
           MOVE WS-DISP-IN-DAY   TO WS-DISP-DAY
           MOVE WS-DISP-IN-MONTH TO WS-DISP-MONTH
           MOVE WS-DISP-IN-YEAR  TO WS-DISP-YEAR
           DISPLAY " "
           DISPLAY "Funcionario: " APN-EMP-ID " " MST-EMP-NAME
           DISPLAY "Dia sem apontamento: " WS-DISP-DATE
                   "  Competencia: " APN-REF-PERIOD
           DISPLAY "Confirmar falta (C), Justificar (J) ou pular "
                   "(ENTER): " WITH NO ADVANCING
           MOVE SPACES TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "C" WHEN "c"
                   ADD 1 TO WS-CONFIRMED
                   SET APN-CONFIRMADA TO TRUE
                   PERFORM RECORD-DECISION
               WHEN "J" WHEN "j"
                   ADD 1 TO WS-JUSTIFIED
                   SET APN-JUSTIFICADA TO TRUE
                   PERFORM RECORD-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       RECORD-DECISION.
           MOVE WS-MANAGER-ID TO APN-DECIDED-BY
           MOVE BDT-DATE      TO APN-DECISION-DATE
           MOVE ABSENCE-PENDING-RECORD TO WS-PND-REG(WS-PND-INDEX)
           MOVE "S" TO WS-CHANGED-FLAG.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "absence_pending.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PND-INDEX FROM 1 BY 1
                   UNTIL WS-PND-INDEX > WS-PND-QTDE
               MOVE WS-PND-REG(WS-PND-INDEX) TO ABSENCE-PENDING-RECORD
               WRITE ABSENCE-PENDING-RECORD
           END-PERFORM
           CLOSE PENDING-FILE.

       CLEANUP.
           CLOSE EMPLOYEE-MASTER-FILE
           DISPLAY " "
           DISPLAY "Dias da equipe apresentados: " WS-SHOWN
           DISPLAY "Faltas confirmadas: " WS-CONFIRMED
           DISPLAY "Dias justificados: " WS-JUSTIFIED
           DISPLAY "=== CONFIRMACAO ENCERRADA ===".

       COPY BUSDATE-RTN.
