IDENTIFICATION DIVISION.
       PROGRAM-ID. ASO-LOAD.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Carga dos exames ocupacionais (ASO) por funcionario: le o
      *> extrato occupational_exams_input.dat (layout ASOEXAM.cpy),
      *> valida cada linha contra o mestre de funcionarios (matricula
      *> existente; inativo so para o exame demissional), o tipo do
      *> exame (ADM admissional, PER periodico, RET retorno ao
      *> trabalho, MUD mudanca de funcao, DEM demissional), o
      *> resultado (A apto, I inapto) e as datas pela rotina
      *> compartilhada DATEVAL-RTN, e grava o arquivo validado
      *> occupational_exams.dat - mesmo criterio do CERT-LOAD.
      *> Invalidos caem em aso_rejects.dat no estilo de rejeitos do
      *> DATA-READER. Proximo periodico em branco no extrato e
      *> calculado aqui pela ASODUE-RTN, com a idade do funcionario na
      *> data do exame (AGECALC-RTN) e o risco ocupacional do setor
      *> (DEPT-HEALTH-RISK em dept_master.dat); cargo em branco no
      *> extrato assume o cargo atual do mestre. O ASO-ALERTS le o
      *> resultado para a listagem mensal de exames a vencer, e o
      *> EMPLOYEE-MAINTENANCE e o SEVERANCE-RUN para os avisos de
      *> admissional e demissional ausentes.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INPUT-FILE ASSIGN TO "../data/occupational_exams_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

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

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT EXAMS-FILE ASSIGN TO "../data/occupational_exams.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXAMS-FILE-STATUS.

           SELECT REJECTS-FILE ASSIGN TO "aso_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT-FILE.
       COPY ASOEXAM REPLACING ==OCCUPATIONAL-EXAM-RECORD==
                           BY ==ASO-INPUT-RECORD==
                    LEADING ==ASO== BY ==AIN==.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD EXAMS-FILE.
       COPY ASOEXAM.

       FD REJECTS-FILE.
       01 ASO-REJECT-RECORD.
           05 ARJ-EMP-ID          PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 ARJ-EXAM-TYPE       PIC X(3).
           05 FILLER              PIC X VALUE SPACE.
           05 ARJ-EXAM-DATE       PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 ARJ-MOTIVO          PIC X(45).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-INPUT-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-EXAMS-FILE-STATUS   PIC XX.
           05 WS-REJECTS-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-VALID-FLAG           PIC X.

       01 WS-MOTIVO                   PIC X(45).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE        PIC 99 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 30 TIMES.
               10 WS-DEPT-TAB-NAME    PIC X(15).
               10 WS-DEPT-TAB-RISK    PIC X.
       01 WS-DEPT-INDEX           PIC 99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-RECORDS-VALID    PIC 9(5) VALUE 0.
           05 WS-RECORDS-REJECTED PIC 9(5) VALUE 0.
           05 WS-DUE-CALCULATED   PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       COPY DATEVAL.
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
               PERFORM LOAD-EXAMS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CARGA DE EXAMES OCUPACIONAIS (ASO) ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD

           PERFORM LOAD-DEPT-MASTER

           OPEN INPUT INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: occupational_exams_input.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT EXAMS-FILE
           IF WS-EXAMS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "occupational_exams.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE INPUT-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REJECTS-FILE.

      *> So o nome e o risco do setor: o departamento do mestre e
      *> traduzido pelo nome, como no restante da cadeia.
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

       LOAD-EXAMS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ INPUT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROCESS-ONE-EXAM
               END-READ
           END-PERFORM
           CLOSE INPUT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE EXAMS-FILE
           CLOSE REJECTS-FILE.

       PROCESS-ONE-EXAM.
           PERFORM VALIDATE-EXAM
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-RECORDS-VALID
               MOVE SPACES              TO OCCUPATIONAL-EXAM-RECORD
               MOVE AIN-EMP-ID          TO ASO-EMP-ID
               MOVE AIN-EXAM-TYPE       TO ASO-EXAM-TYPE
               MOVE AIN-EXAM-DATE       TO ASO-EXAM-DATE
               MOVE AIN-RESULT          TO ASO-RESULT
               IF AIN-POSITION-CODE = SPACES
                   MOVE MST-POSITION-CODE TO ASO-POSITION-CODE
               ELSE
                   MOVE AIN-POSITION-CODE TO ASO-POSITION-CODE
               END-IF
               PERFORM SET-NEXT-DUE
               WRITE OCCUPATIONAL-EXAM-RECORD
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ERRO no exame [" AIN-EMP-ID "]: " WS-MOTIVO
               MOVE AIN-EMP-ID    TO ARJ-EMP-ID
               MOVE AIN-EXAM-TYPE TO ARJ-EXAM-TYPE
               MOVE AIN-EXAM-DATE TO ARJ-EXAM-DATE
               MOVE WS-MOTIVO     TO ARJ-MOTIVO
               WRITE ASO-REJECT-RECORD
           END-IF.

       VALIDATE-EXAM.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-MOTIVO

           IF NOT AIN-TIPO-VALIDO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Tipo de exame invalido" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *> O demissional e feito ate a data do desligamento e pode
      *> chegar depois que o funcionario ja saiu do quadro ativo.
           MOVE AIN-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Matricula nao cadastrada no mestre" TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT MASTER-ACTIVE-EMPLOYEE AND
                      NOT AIN-DEMISSIONAL
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Funcionario inativo" TO WS-MOTIVO
                   END-IF
           END-READ
           IF WS-VALID-FLAG = "N"
               EXIT PARAGRAPH
           END-IF

           IF NOT AIN-APTO AND NOT AIN-INAPTO
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Resultado invalido (A apto / I inapto)"
                   TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

           IF AIN-EXAM-DATE NOT NUMERIC
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Data do exame invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           MOVE AIN-EXAM-DATE(1:4) TO DATE-VAL-YEAR
           MOVE AIN-EXAM-DATE(5:2) TO DATE-VAL-MONTH
           MOVE AIN-EXAM-DATE(7:2) TO DATE-VAL-DAY
           PERFORM DATE-VAL-VALIDATE
           IF DATE-VAL-IS-INVALID
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Data do exame invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF AIN-EXAM-DATE > WS-CURRENT-DATE-N
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Data do exame no futuro" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF

      *> Proximo periodico informado no extrato (quando o medico do
      *> trabalho fixou prazo menor) precisa ser data valida depois do
      *> exame; em branco ou zerado, e calculado na carga.
           IF AIN-NEXT-DUE(1:8) = SPACES
               MOVE 0 TO AIN-NEXT-DUE
           END-IF
           IF AIN-NEXT-DUE NOT NUMERIC
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Data do proximo periodico invalida" TO WS-MOTIVO
               EXIT PARAGRAPH
           END-IF
           IF AIN-NEXT-DUE = 0
               EXIT PARAGRAPH
           END-IF
           MOVE AIN-NEXT-DUE(1:4) TO DATE-VAL-YEAR
           MOVE AIN-NEXT-DUE(5:2) TO DATE-VAL-MONTH
           MOVE AIN-NEXT-DUE(7:2) TO DATE-VAL-DAY
           PERFORM DATE-VAL-VALIDATE
           IF DATE-VAL-IS-INVALID OR AIN-NEXT-DUE <= AIN-EXAM-DATE
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Data do proximo periodico invalida" TO WS-MOTIVO
           END-IF.

      *> Demissional nao tem periodico a seguir, e o inapto fica sem
      *> vencimento ate o novo exame de retorno ou mudanca de funcao.
       SET-NEXT-DUE.
           IF ASO-DEMISSIONAL OR ASO-INAPTO
               MOVE 0 TO ASO-NEXT-DUE
               EXIT PARAGRAPH
           END-IF
           IF AIN-NEXT-DUE > 0
               MOVE AIN-NEXT-DUE TO ASO-NEXT-DUE
               EXIT PARAGRAPH
           END-IF
           MOVE MST-BIRTH-DATE TO AGE-CALC-BIRTH-DATE
           MOVE ASO-EXAM-DATE  TO AGE-CALC-REF-DATE
           MOVE MST-EMP-AGE    TO AGE-CALC-FALLBACK
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
           MOVE ASO-EXAM-DATE TO ASD-EXAM-DATE
           PERFORM ASD-COMPUTE-NEXT-DUE
           MOVE ASD-NEXT-DUE TO ASO-NEXT-DUE
           ADD 1 TO WS-DUE-CALCULATED.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CARGA DE EXAMES OCUPACIONAIS ==="
           DISPLAY "Exames lidos: " WS-RECORDS-READ
           DISPLAY "Validos: " WS-RECORDS-VALID
           DISPLAY "Periodico calculado na carga: " WS-DUE-CALCULATED
           DISPLAY "Rejeitados: " WS-RECORDS-REJECTED
           IF WS-RECORDS-REJECTED > 0
               DISPLAY "Rejeitados gravados em: aso_rejects.dat"
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "ASO-LOAD" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ     TO JRL-RECORDS-PROCESSED
           MOVE WS-RECORDS-REJECTED TO JRL-RECORDS-REJECTED
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

       COPY DATEVAL-RTN.
       COPY AGECALC-RTN.
       COPY ASODUE-RTN.
