IDENTIFICATION DIVISION.
       PROGRAM-ID. INSS-LEAVE-REPORT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Relacao dos funcionarios que estao hoje (data de negocio) em
      *> beneficio do INSS, com a data prevista de retorno, para o RH
      *> acompanhar quem esta fora da folha e para quando programar a
      *> volta. Le absence_transactions.dat (ABSENCE.cpy) e liga as
      *> licencas pela mesma rotina que a folha usa (INSSLV-RTN):
      *> (1) AUXILIO-DOENCA - licenca medica (MED) da qual o
      *>     funcionario ja passou do 15o dia da cadeia de licencas
      *>     ligadas (recomeco ate 60 dias depois do fim da anterior
      *>     conta junto); a folha nao paga esses dias;
      *> (2) SALARIO-MATERNIDADE - licenca-maternidade (MAT) em curso,
      *>     paga pela empresa e compensada no INSS patronal.
      *> Cada linha traz o inicio da cadeia, o primeiro dia do
      *> beneficio, o fim previsto da licenca, o retorno previsto (dia
      *> seguinte ao fim) e os dias de beneficio ate hoje. Retorno
      *> previsto nos proximos 7 dias sai marcado para o gestor
      *> preparar a volta. Nome e departamento vem do mestre de
      *> funcionarios, lido sob o enqueue compartilhado; matricula
      *> fora do mestre ou inativa sai assinalada (afastamento de
      *> quem nao deveria estar afastado). Sem o arquivo de
      *> afastamentos a relacao sai vazia, com aviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "inss_leave_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       COPY MSTLOCK-FD.
       COPY BUSDATE-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-EXCL-LOCK-STATUS     PIC XX.
           05 WS-SHARED-LOCK-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".

       COPY INSSLV.
       COPY MSTLOCK.
       COPY BUSDATE.

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT            PIC 9(7).
           05 WS-RETURN-INT           PIC 9(7).
           05 WS-RETURN-DATE          PIC 9(8).
           05 WS-BENEFIT-DAYS         PIC 9(5).
           05 WS-DAYS-TO-RETURN       PIC S9(5).
           05 WS-SOON-DAYS            PIC 99 VALUE 7.
           05 WS-EMP-NAME             PIC X(30).
           05 WS-EMP-DEPT             PIC X(20).
           05 WS-OBSERVACAO           PIC X(22).
           05 WS-SECTION-TYPE         PIC X(3).

       01 WS-COUNTERS.
           05 WS-ABSENCES-READ        PIC 9(5) VALUE 0.
           05 WS-SICK-COUNT           PIC 9(5) VALUE 0.
           05 WS-MATERNITY-COUNT      PIC 9(5) VALUE 0.
           05 WS-RETURN-SOON          PIC 9(5) VALUE 0.
           05 WS-NOT-ACTIVE           PIC 9(5) VALUE 0.
           05 WS-SECTION-COUNT        PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-DAYS          PIC ZZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "FUNCIONARIOS EM BENEFICIO DO INSS - RETORNO PREVISTO".
           05 HEADER-LEAVE   PIC X(132) VALUE
                   "ID     NOME                           DEPARTAMENTO         CADEIA   BENEFIC. FIM PREV RETORNO   DIAS OBSERVACAO".

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA          PIC 99.
           05 WS-INICIO-MINUTO        PIC 99.
           05 WS-INICIO-SEGUNDO       PIC 99.

       01 WS-ELAPSED-SECONDS          PIC S9(5).
       01 WS-THROUGHPUT               PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-LEAVES
               PERFORM ILV-LINK-CHAINS
               MOVE "MED" TO WS-SECTION-TYPE
               PERFORM WRITE-LEAVE-SECTION
               MOVE "MAT" TO WS-SECTION-TYPE
               PERFORM WRITE-LEAVE-SECTION
               PERFORM WRITE-REPORT-FOOTER
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== FUNCIONARIOS EM BENEFICIO DO INSS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE)

           MOVE "INSS-LEAVE-REPORT" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em manutencao - tente mais tarde"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "inss_leave_report.txt"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "POSICAO EM: " BDT-DATE
                  "   (EMPRESA PAGA OS PRIMEIROS " ILV-EMPLOYER-DAYS
                  " DIAS DA CADEIA DE LICENCAS MEDICAS; RECOMECO ATE "
                  ILV-LINK-DAYS " DIAS CONTA JUNTO)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR.

       LOAD-LEAVES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao "
                       "encontrado - relacao sem afastamentos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-ABSENCES-READ
                       IF ABS-MEDICA OR ABS-MATERNIDADE
                           MOVE ABS-EMP-ID     TO ILV-NEW-EMP-ID
                           MOVE ABS-TYPE       TO ILV-NEW-TYPE
                           MOVE ABS-START-DATE TO ILV-NEW-START
                           MOVE ABS-END-DATE   TO ILV-NEW-END
                           PERFORM ILV-INSERT-LEAVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           IF ILV-OVERFLOW = "S"
               DISPLAY "Aviso: mais de 1000 licencas MED/MAT em "
                       "absence_transactions.dat - excedentes fora "
                       "da relacao"
           END-IF.

      *> Uma secao por tipo de beneficio: so as licencas cujo periodo
      *> de beneficio ja comecou e ainda nao terminou na data de
      *> negocio.
       WRITE-LEAVE-SECTION.
           MOVE 0 TO WS-SECTION-COUNT
           MOVE SPACES TO REPORT-LINE
           IF WS-SECTION-TYPE = "MED"
               MOVE "AUXILIO-DOENCA (LICENCA MEDICA ALEM DO 15o DIA)"
                   TO REPORT-LINE
           ELSE
               MOVE "SALARIO-MATERNIDADE (COMPENSADO NO INSS PATRONAL)"
                   TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-LEAVE
           PERFORM VARYING ILV-INDEX FROM 1 BY 1
                   UNTIL ILV-INDEX > ILV-QTDE
               IF ILV-TYPE(ILV-INDEX) = WS-SECTION-TYPE AND
                  ILV-BENEFIT-INT(ILV-INDEX) > 0 AND
                  ILV-BENEFIT-INT(ILV-INDEX) NOT > WS-TODAY-INT AND
                  ILV-END-INT(ILV-INDEX) NOT < WS-TODAY-INT
                   PERFORM WRITE-LEAVE-LINE
               END-IF
           END-PERFORM
           IF WS-SECTION-COUNT = 0
               MOVE "  (nenhum funcionario)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-LEAVE-LINE.
           ADD 1 TO WS-SECTION-COUNT
           IF ILV-MATERNIDADE(ILV-INDEX)
               ADD 1 TO WS-MATERNITY-COUNT
           ELSE
               ADD 1 TO WS-SICK-COUNT
           END-IF
           COMPUTE WS-RETURN-INT = ILV-END-INT(ILV-INDEX) + 1
           COMPUTE WS-RETURN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RETURN-INT)
           COMPUTE WS-BENEFIT-DAYS =
               WS-TODAY-INT - ILV-BENEFIT-INT(ILV-INDEX) + 1
           COMPUTE WS-DAYS-TO-RETURN = WS-RETURN-INT - WS-TODAY-INT
           MOVE SPACES TO WS-OBSERVACAO
           IF WS-DAYS-TO-RETURN NOT > WS-SOON-DAYS
               MOVE "RETORNO PROXIMO" TO WS-OBSERVACAO
               ADD 1 TO WS-RETURN-SOON
           END-IF
           PERFORM LOOKUP-EMPLOYEE
           MOVE WS-BENEFIT-DAYS TO FORMATTED-DAYS
           MOVE SPACES TO REPORT-LINE
           STRING ILV-EMP-ID(ILV-INDEX) " " WS-EMP-NAME " "
                  WS-EMP-DEPT " " ILV-CHAIN-START(ILV-INDEX) " "
                  ILV-BENEFIT-START(ILV-INDEX) " "
                  ILV-END(ILV-INDEX) " " WS-RETURN-DATE " "
                  FORMATTED-DAYS " " WS-OBSERVACAO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       LOOKUP-EMPLOYEE.
           MOVE ILV-EMP-ID(ILV-INDEX) TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "(FORA DO MESTRE)" TO WS-EMP-NAME
                   MOVE SPACES TO WS-EMP-DEPT
                   MOVE "FORA DO MESTRE" TO WS-OBSERVACAO
                   ADD 1 TO WS-NOT-ACTIVE
               NOT INVALID KEY
                   MOVE MST-EMP-NAME       TO WS-EMP-NAME
                   MOVE MST-EMP-DEPARTMENT TO WS-EMP-DEPT
                   IF NOT MASTER-ACTIVE-EMPLOYEE
                       MOVE "INATIVO NO MESTRE" TO WS-OBSERVACAO
                       ADD 1 TO WS-NOT-ACTIVE
                   END-IF
           END-READ.

       WRITE-REPORT-FOOTER.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "EM AUXILIO-DOENCA: " WS-SICK-COUNT
                  "   EM SALARIO-MATERNIDADE: " WS-MATERNITY-COUNT
                  "   RETORNO EM ATE " WS-SOON-DAYS " DIAS: "
                  WS-RETURN-SOON
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NOT-ACTIVE > 0
               MOVE SPACES TO REPORT-LINE
               STRING "AFASTAMENTOS DE MATRICULA INATIVA OU FORA DO "
                      "MESTRE: " WS-NOT-ACTIVE
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-NOT-ACTIVE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DOS BENEFICIOS DO INSS ==="
           DISPLAY "Afastamentos lidos: " WS-ABSENCES-READ
           DISPLAY "Licencas MED/MAT na tabela: " ILV-QTDE
           DISPLAY "Em auxilio-doenca: " WS-SICK-COUNT
           DISPLAY "Em salario-maternidade: " WS-MATERNITY-COUNT
           DISPLAY "Retorno nos proximos dias: " WS-RETURN-SOON
           DISPLAY "Matricula inativa/fora do mestre: " WS-NOT-ACTIVE
           DISPLAY "Relacao: inss_leave_report.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "INSS-LEAVE-REPORT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-ABSENCES-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-NOT-ACTIVE    TO JRL-RECORDS-REJECTED
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
                   WS-ABSENCES-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-ABSENCES-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY INSSLV-RTN.
       COPY MSTLOCK-RTN.
       COPY BUSDATE-RTN.
