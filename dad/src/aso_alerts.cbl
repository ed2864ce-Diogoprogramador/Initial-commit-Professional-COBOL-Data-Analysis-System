IDENTIFICATION DIVISION.
       PROGRAM-ID. ASO-ALERTS.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Listagem mensal de exames ocupacionais (ASO) do PCMSO, no
      *> estilo do ALERTS-LISTING: cruza os exames por funcionario
      *> (occupational_exams.dat, ASOEXAM.cpy, carregado pelo
      *> ASO-LOAD), o risco ocupacional dos setores (DEPT-HEALTH-RISK
      *> em dept_master.dat) e os afastamentos
      *> (absence_transactions.dat) com os ativos do mestre de
      *> funcionarios, e lista em aso_alerts.txt o que vence ate o fim
      *> do mes seguinte ou ja venceu:
      *> (1) periodicos - a partir do ultimo exame, 12 meses para
      *> menor de 18, maior de 45 (idade de hoje pela AGECALC-RTN) ou
      *> setor de risco, 24 para os demais (ASODUE-RTN); prazo menor
      *> fixado no proprio exame prevalece. Ativo sem exame nenhum sai
      *> como admissional pendente;
      *> (2) retorno ao trabalho - licenca medica ou maternidade de 30
      *> dias ou mais sem exame feito desde o inicio do afastamento,
      *> com retorno ate o fim do mes seguinte;
      *> (3) mudanca de funcao - cargo do mestre diferente do cargo do
      *> ultimo exame;
      *> (4) inaptos - ultimo exame com resultado inapto.
      *> Qualquer alerta encerra com RETURN-CODE 4, como no
      *> CERT-ALERTS.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXAMS-FILE ASSIGN TO "../data/occupational_exams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMS-FILE-STATUS.

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

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "aso_alerts.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXAMS-FILE.
       COPY ASOEXAM.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-EXAMS-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-ABSENCE-FILE-STATUS PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG            PIC X VALUE "N".
               88 END-OF-FILE        VALUE "Y".
               88 NOT-END-OF-FILE    VALUE "N".
           05 WS-ERROR-FLAG          PIC X VALUE "N".

       01 WS-ASO-TABLE.
           05 WS-ASO-QTDE         PIC 9(4) VALUE 0.
           05 WS-ASO-ENTRADAS OCCURS 5000 TIMES.
               10 WS-ASO-EMP          PIC X(6).
               10 WS-ASO-TYPE         PIC X(3).
               10 WS-ASO-DATE         PIC 9(8).
               10 WS-ASO-RESULT       PIC X.
               10 WS-ASO-NEXT-DUE     PIC 9(8).
               10 WS-ASO-POSITION     PIC X(5).
       01 WS-ASO-INDEX            PIC 9(4).
       01 WS-ASO-LAST             PIC 9(4).

      *> Ultimo afastamento longo (MED/MAT de 30 dias ou mais) de
      *> cada funcionario - o que pede exame de retorno.
       01 WS-LV-TABLE.
           05 WS-LV-QTDE          PIC 9(4) VALUE 0.
           05 WS-LV-ENTRADAS OCCURS 2000 TIMES.
               10 WS-LV-EMP           PIC X(6).
               10 WS-LV-TYPE          PIC X(3).
               10 WS-LV-START         PIC 9(8).
               10 WS-LV-END           PIC 9(8).
       01 WS-LV-INDEX             PIC 9(4).
       01 WS-LV-MATCH             PIC 9(4).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE        PIC 99 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 30 TIMES.
               10 WS-DEPT-TAB-NAME    PIC X(15).
               10 WS-DEPT-TAB-RISK    PIC X.
       01 WS-DEPT-INDEX           PIC 99.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-NEXT-MONTH-FIELDS.
           05 WS-NEXT-YEAR        PIC 9999.
           05 WS-NEXT-MONTH       PIC 99.

       01 WS-CALC-FIELDS.
           05 WS-HORIZON-DATE     PIC 9(8).
           05 WS-DUE-DATE         PIC 9(8).
           05 WS-LEAVE-DAYS       PIC 9(5).
           05 WS-RETURN-INT       PIC 9(7).
           05 WS-RETURN-DATE      PIC 9(8).
           05 WS-HAS-RETURN-EXAM  PIC X.
           05 WS-SITUACAO         PIC X(8).

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

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-PERIODICOS       PIC 9(4) VALUE 0.
           05 WS-SEM-ASO          PIC 9(4) VALUE 0.
           05 WS-RETORNOS         PIC 9(4) VALUE 0.
           05 WS-MUDANCAS         PIC 9(4) VALUE 0.
           05 WS-INAPTOS          PIC 9(4) VALUE 0.

       COPY AGECALC.
       COPY ASODUE.

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
               PERFORM LIST-PERIODIC-EXAMS
               PERFORM LIST-RETURN-EXAMS
               PERFORM LIST-FUNCTION-CHANGES
               PERFORM LIST-UNFIT-EMPLOYEES
               PERFORM FINISH-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== ALERTAS DE EXAMES OCUPACIONAIS (ASO) ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           INITIALIZE WS-ASO-TABLE
           INITIALIZE WS-LV-TABLE

           MOVE WS-CURRENT-YEAR  TO WS-NEXT-YEAR
           MOVE WS-CURRENT-MONTH TO WS-NEXT-MONTH
           ADD 1 TO WS-NEXT-MONTH
           IF WS-NEXT-MONTH > 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           END-IF
      *> Horizonte "ate o fim do mes seguinte": o dia 31 basta para a
      *> comparacao de datas AAAAMMDD, qualquer que seja o mes.
           COMPUTE WS-HORIZON-DATE =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 31
           DISPLAY "Horizonte dos alertas: fim de "
                   WS-NEXT-MONTH "/" WS-NEXT-YEAR

           PERFORM LOAD-OCCUPATIONAL-EXAMS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-LONG-LEAVES

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar aso_alerts.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "EXAMES OCUPACIONAIS (ASO) VENCIDOS E A VENCER ATE "
                  WS-NEXT-MONTH "/" WS-NEXT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE.

       LOAD-OCCUPATIONAL-EXAMS.
           OPEN INPUT EXAMS-FILE
           IF WS-EXAMS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: occupational_exams.dat nao encontrado - "
                       "todo ativo sai como admissional pendente"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EXAMS-FILE-STATUS NOT = "00"
               READ EXAMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-ASO-QTDE < 5000
                           ADD 1 TO WS-ASO-QTDE
                           MOVE ASO-EMP-ID
                               TO WS-ASO-EMP(WS-ASO-QTDE)
                           MOVE ASO-EXAM-TYPE
                               TO WS-ASO-TYPE(WS-ASO-QTDE)
                           MOVE ASO-EXAM-DATE
                               TO WS-ASO-DATE(WS-ASO-QTDE)
                           MOVE ASO-RESULT
                               TO WS-ASO-RESULT(WS-ASO-QTDE)
                           MOVE ASO-NEXT-DUE
                               TO WS-ASO-NEXT-DUE(WS-ASO-QTDE)
                           MOVE ASO-POSITION-CODE
                               TO WS-ASO-POSITION(WS-ASO-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAMS-FILE
           DISPLAY "Exames ocupacionais carregados: " WS-ASO-QTDE.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "Aviso: dept_master.dat nao encontrado - "
                       "periodico calculado sem risco do setor"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPT-MASTER-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-DEPT-QTDE < 30
                           ADD 1 TO WS-DEPT-QTDE
                           MOVE DEPT-NAME
                               TO WS-DEPT-TAB-NAME(WS-DEPT-QTDE)
                           MOVE DEPT-HEALTH-RISK
                               TO WS-DEPT-TAB-RISK(WS-DEPT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

      *> Afastamento por doenca ou parto de 30 dias ou mais exige
      *> exame de retorno no primeiro dia de volta; fica o mais recente
      *> de cada funcionario.
       LOAD-LONG-LEAVES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao encontrado"
                       " - sem alerta de exame de retorno"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (ABS-MEDICA OR ABS-MATERNIDADE) AND
                          ABS-START-DATE NUMERIC AND
                          ABS-END-DATE NUMERIC AND
                          ABS-START-DATE > 0 AND
                          ABS-END-DATE >= ABS-START-DATE
                           PERFORM STORE-LONG-LEAVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           DISPLAY "Afastamentos longos (retorno): " WS-LV-QTDE.

       STORE-LONG-LEAVE.
           COMPUTE WS-LEAVE-DAYS =
               FUNCTION INTEGER-OF-DATE(ABS-END-DATE) -
               FUNCTION INTEGER-OF-DATE(ABS-START-DATE) + 1
           IF WS-LEAVE-DAYS < 30
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LV-MATCH
           PERFORM VARYING WS-LV-INDEX FROM 1 BY 1
                   UNTIL WS-LV-INDEX > WS-LV-QTDE
               IF WS-LV-EMP(WS-LV-INDEX) = ABS-EMP-ID
                   MOVE WS-LV-INDEX TO WS-LV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LV-MATCH = 0
               IF WS-LV-QTDE >= 2000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-LV-QTDE
               MOVE WS-LV-QTDE TO WS-LV-MATCH
               MOVE ABS-EMP-ID TO WS-LV-EMP(WS-LV-MATCH)
               MOVE 0 TO WS-LV-END(WS-LV-MATCH)
           END-IF
           IF ABS-END-DATE > WS-LV-END(WS-LV-MATCH)
               MOVE ABS-TYPE       TO WS-LV-TYPE(WS-LV-MATCH)
               MOVE ABS-START-DATE TO WS-LV-START(WS-LV-MATCH)
               MOVE ABS-END-DATE   TO WS-LV-END(WS-LV-MATCH)
           END-IF.

       SCAN-MASTER-SETUP.
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START.

      *> Ultimo exame do funcionario que nao seja o demissional (o
      *> demissional de um vinculo anterior nao conta para o atual);
      *> devolve o indice em WS-ASO-LAST, zero se nao ha nenhum.
       FIND-LAST-EXAM.
           MOVE 0 TO WS-ASO-LAST
           PERFORM VARYING WS-ASO-INDEX FROM 1 BY 1
                   UNTIL WS-ASO-INDEX > WS-ASO-QTDE
               IF WS-ASO-EMP(WS-ASO-INDEX) = MST-EMP-ID AND
                  WS-ASO-TYPE(WS-ASO-INDEX) NOT = "DEM"
                   IF WS-ASO-LAST = 0
                       MOVE WS-ASO-INDEX TO WS-ASO-LAST
                   ELSE
                       IF WS-ASO-DATE(WS-ASO-INDEX) >=
                          WS-ASO-DATE(WS-ASO-LAST)
                           MOVE WS-ASO-INDEX TO WS-ASO-LAST
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

      *> (1) Periodicos vencidos ou vencendo ate o fim do mes
      *> seguinte. Inapto fica de fora (vai para a secao 4).
       LIST-PERIODIC-EXAMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- PERIODICOS (vencidos e a vencer) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCAN-MASTER-SETUP
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM CHECK-PERIODIC-EXAM
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-PERIODIC-EXAM.
           PERFORM FIND-LAST-EXAM
           IF WS-ASO-LAST = 0
               ADD 1 TO WS-SEM-ASO
               MOVE SPACES TO REPORT-LINE
               STRING "SEM ASO  " MST-EMP-ID " " MST-EMP-NAME
                      " admissional pendente (admitido em "
                      MST-HIRE-DAY "/" MST-HIRE-MONTH "/"
                      MST-HIRE-YEAR ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF WS-ASO-RESULT(WS-ASO-LAST) = "I"
               EXIT PARAGRAPH
           END-IF

           MOVE MST-BIRTH-DATE  TO AGE-CALC-BIRTH-DATE
           MOVE WS-CURRENT-DATE TO AGE-CALC-REF-DATE
           MOVE MST-EMP-AGE     TO AGE-CALC-FALLBACK
           PERFORM AGE-CALC-COMPUTE
           MOVE AGE-CALC-RESULT TO ASD-AGE
           MOVE SPACE TO ASD-RISK
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-TAB-NAME(WS-DEPT-INDEX) = MST-EMP-DEPARTMENT
                   MOVE WS-DEPT-TAB-RISK(WS-DEPT-INDEX) TO ASD-RISK
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-ASO-DATE(WS-ASO-LAST) TO ASD-EXAM-DATE
           PERFORM ASD-COMPUTE-NEXT-DUE
           MOVE ASD-NEXT-DUE TO WS-DUE-DATE
           IF WS-ASO-NEXT-DUE(WS-ASO-LAST) > 0 AND
              WS-ASO-NEXT-DUE(WS-ASO-LAST) < WS-DUE-DATE
               MOVE WS-ASO-NEXT-DUE(WS-ASO-LAST) TO WS-DUE-DATE
           END-IF
           IF WS-DUE-DATE > WS-HORIZON-DATE
               EXIT PARAGRAPH
           END-IF

           IF WS-DUE-DATE < WS-CURRENT-DATE-N
               MOVE "VENCIDO" TO WS-SITUACAO
           ELSE
               MOVE "VENCE" TO WS-SITUACAO
           END-IF
           ADD 1 TO WS-PERIODICOS
           MOVE WS-DUE-DATE TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISP-DATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-SITUACAO " " MST-EMP-ID " " MST-EMP-NAME
                  " periodico em " WS-DISP-DATE
                  " (" ASD-MONTHS " meses, idade " ASD-AGE
                  ", risco " ASD-RISK ")"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> (2) Retorno de afastamento longo sem exame feito desde o
      *> inicio do afastamento, com a volta ate o fim do mes seguinte.
      *> Volta ja passada continua saindo ate o exame ser carregado.
       LIST-RETURN-EXAMS.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- RETORNO AO TRABALHO (afastamento 30+ dias) ---"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM VARYING WS-LV-INDEX FROM 1 BY 1
                   UNTIL WS-LV-INDEX > WS-LV-QTDE
               PERFORM CHECK-RETURN-EXAM
           END-PERFORM.

       CHECK-RETURN-EXAM.
           COMPUTE WS-RETURN-INT =
               FUNCTION INTEGER-OF-DATE(WS-LV-END(WS-LV-INDEX)) + 1
           COMPUTE WS-RETURN-DATE =
               FUNCTION DATE-OF-INTEGER(WS-RETURN-INT)
           IF WS-RETURN-DATE > WS-HORIZON-DATE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LV-EMP(WS-LV-INDEX) TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF NOT MASTER-ACTIVE-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HAS-RETURN-EXAM
           PERFORM VARYING WS-ASO-INDEX FROM 1 BY 1
                   UNTIL WS-ASO-INDEX > WS-ASO-QTDE
               IF WS-ASO-EMP(WS-ASO-INDEX) = MST-EMP-ID AND
                  WS-ASO-TYPE(WS-ASO-INDEX) NOT = "DEM" AND
                  WS-ASO-DATE(WS-ASO-INDEX) >= WS-LV-START(WS-LV-INDEX)
                   MOVE "S" TO WS-HAS-RETURN-EXAM
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HAS-RETURN-EXAM = "S"
               EXIT PARAGRAPH
           END-IF
           IF WS-RETURN-DATE <= WS-CURRENT-DATE-N
               MOVE "PENDENTE" TO WS-SITUACAO
           ELSE
               MOVE "PREVISTO" TO WS-SITUACAO
           END-IF
           ADD 1 TO WS-RETORNOS
           MOVE WS-RETURN-DATE TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISP-DATE
           MOVE SPACES TO REPORT-LINE
           STRING WS-SITUACAO " " MST-EMP-ID " " MST-EMP-NAME
                  " retorno de " WS-LV-TYPE(WS-LV-INDEX)
                  " em " WS-DISP-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> (3) Cargo atual diferente do cargo do ultimo exame: a
      *> mudanca de funcao pede exame antes da troca.
       LIST-FUNCTION-CHANGES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- MUDANCA DE FUNCAO SEM EXAME ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCAN-MASTER-SETUP
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE AND
                          MST-POSITION-CODE NOT = SPACES
                           PERFORM CHECK-FUNCTION-CHANGE
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-FUNCTION-CHANGE.
           PERFORM FIND-LAST-EXAM
           IF WS-ASO-LAST = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-ASO-POSITION(WS-ASO-LAST) = SPACES OR
              WS-ASO-POSITION(WS-ASO-LAST) = MST-POSITION-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MUDANCAS
           MOVE WS-ASO-DATE(WS-ASO-LAST) TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISP-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "FUNCAO   " MST-EMP-ID " " MST-EMP-NAME
                  " cargo " WS-ASO-POSITION(WS-ASO-LAST)
                  " no exame de " WS-DISP-DATE
                  ", hoje " MST-POSITION-CODE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> (4) Ultimo exame inapto: o funcionario nao volta a funcao
      *> sem novo exame apto.
       LIST-UNFIT-EMPLOYEES.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE "--- INAPTOS NO ULTIMO EXAME ---" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM SCAN-MASTER-SETUP
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM FIND-LAST-EXAM
                           IF WS-ASO-LAST > 0 AND
                              WS-ASO-RESULT(WS-ASO-LAST) = "I"
                               PERFORM WRITE-UNFIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       WRITE-UNFIT-LINE.
           ADD 1 TO WS-INAPTOS
           MOVE WS-ASO-DATE(WS-ASO-LAST) TO WS-DISP-DATE-IN
           PERFORM FORMAT-DISP-DATE
           MOVE SPACES TO REPORT-LINE
           STRING "INAPTO   " MST-EMP-ID " " MST-EMP-NAME
                  " exame " WS-ASO-TYPE(WS-ASO-LAST)
                  " de " WS-DISP-DATE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       FORMAT-DISP-DATE.
           MOVE WS-DISP-IN-DAY   TO WS-DISP-DAY
           MOVE WS-DISP-IN-MONTH TO WS-DISP-MONTH
           MOVE WS-DISP-IN-YEAR  TO WS-DISP-YEAR.

       FINISH-REPORT.
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PERIODICOS: " WS-PERIODICOS
                  "  SEM ASO: " WS-SEM-ASO
                  "  RETORNOS: " WS-RETORNOS
                  "  MUDANCAS DE FUNCAO: " WS-MUDANCAS
                  "  INAPTOS: " WS-INAPTOS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE ALL "=" TO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           IF WS-PERIODICOS > 0 OR WS-SEM-ASO > 0 OR
              WS-RETORNOS > 0 OR WS-MUDANCAS > 0 OR WS-INAPTOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Listagem gerada: aso_alerts.txt".

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DOS ALERTAS DE ASO ==="
           DISPLAY "Periodicos vencidos/a vencer: " WS-PERIODICOS
           DISPLAY "Ativos sem nenhum ASO: " WS-SEM-ASO
           DISPLAY "Exames de retorno: " WS-RETORNOS
           DISPLAY "Mudancas de funcao sem exame: " WS-MUDANCAS
           DISPLAY "Inaptos no ultimo exame: " WS-INAPTOS.

       WRITE-JOB-LOG-ENTRY.
           MOVE "ASO-ALERTS" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED =
               WS-PERIODICOS + WS-SEM-ASO + WS-RETORNOS +
               WS-MUDANCAS + WS-INAPTOS
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

       COPY AGECALC-RTN.
       COPY ASODUE-RTN.
