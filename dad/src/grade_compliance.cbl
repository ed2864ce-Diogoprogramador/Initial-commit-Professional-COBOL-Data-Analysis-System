      *> contado a parte (a grade chega aos poucos via manutencao).
      *> Com qualquer funcionario fora da faixa o passo termina com
      *> RETURN-CODE 4 (aviso).
      *> Piso sindical: o mesmo passo confere o salario de cada ativo
      *> contra o piso da convencao do seu sindicato (union_master.dat,
      *> UNIONMST.cpy) - EMP-UNION-CODE ou, em branco, o sindicato do
      *> departamento (DEPT-UNION-CODE) - e lista quem esta abaixo,
      *> com a diferenca; tambem termina com codigo 4. Contratado em
      *> moeda estrangeira fica fora da conferencia (piso em reais).
      *> Sem o mestre de sindicatos a conferencia do piso nao roda.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.

           SELECT UNION-MASTER-FILE ASSIGN TO "../data/union_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNION-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "grade_compliance_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
       FD PAYGRADE-MASTER-FILE.
       COPY PAYGRD.

       FD UNION-MASTER-FILE.
       COPY UNIONMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       01 WS-FILE-STATUSES.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-PAYGRADE-FILE-STATUS PIC XX.
           05 WS-UNION-FILE-STATUS    PIC XX.
           05 WS-DEPT-FILE-STATUS     PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-GRADE-INDEX          PIC 99.
       01 WS-GRADE-MATCH          PIC 99.

      *> Piso de cada sindicato ativo e o sindicato de cada
      *> departamento (pelo nome gravado em EMP-DEPARTMENT).
       01 WS-UNION-TABLE.
           05 WS-UNION-QTDE       PIC 99 VALUE 0.
           05 WS-UNION-ENTRADAS OCCURS 20 TIMES.
               10 WS-UNION-CODE       PIC X(3).
               10 WS-UNION-FLOOR      PIC 9(6)V99.
       01 WS-UNION-INDEX          PIC 99.
       01 WS-UNION-MATCH          PIC 99.
       01 WS-DPU-TABLE.
           05 WS-DPU-QTDE         PIC 99 VALUE 0.
           05 WS-DPU-ENTRADAS OCCURS 30 TIMES.
               10 WS-DPU-NAME         PIC X(15).
               10 WS-DPU-UNION        PIC X(3).
       01 WS-DPU-INDEX            PIC 99.
       01 WS-EMP-UNION-CODE       PIC X(3).

       01 WS-CALC-FIELDS.
           05 WS-DEVIATION        PIC 9(8)V99.
           05 WS-SITUACAO         PIC X(14).
           05 WS-OUT-OF-RANGE     PIC 9(4) VALUE 0.
           05 WS-SEM-GRADE        PIC 9(4) VALUE 0.
           05 WS-GRADE-INVALIDA   PIC 9(4) VALUE 0.
           05 WS-BELOW-FLOOR      PIC 9(4) VALUE 0.
           05 WS-SEM-SINDICATO    PIC 9(4) VALUE 0.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           END-PERFORM
           CLOSE PAYGRADE-MASTER-FILE
           DISPLAY "Grades cadastradas: " WS-GRADE-QTDE
           PERFORM LOAD-UNION-FLOORS

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
           WRITE REPORT-LINE FROM TITLE-1
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Pisos sindicais e sindicato por departamento. Sem
      *> union_master.dat a conferencia do piso fica desligada.
       LOAD-UNION-FLOORS.
           OPEN INPUT UNION-MASTER-FILE
           IF WS-UNION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: union_master.dat nao encontrado - "
                       "conferencia do piso sindical desativada"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNION-FILE-STATUS NOT = "00"
               READ UNION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UN-IS-ACTIVE AND WS-UNION-QTDE < 20
                           ADD 1 TO WS-UNION-QTDE
                           MOVE UN-CODE TO WS-UNION-CODE(WS-UNION-QTDE)
                           MOVE UN-FLOOR
                               TO WS-UNION-FLOOR(WS-UNION-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-MASTER-FILE
           DISPLAY "Sindicatos cadastrados: " WS-UNION-QTDE

           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPT-FILE-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF DEPT-UNION-CODE NOT = SPACES AND
                          WS-DPU-QTDE < 30
                           ADD 1 TO WS-DPU-QTDE
                           MOVE DEPT-NAME TO WS-DPU-NAME(WS-DPU-QTDE)
                           MOVE DEPT-UNION-CODE
                               TO WS-DPU-UNION(WS-DPU-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

       CHECK-ALL-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
                          EMP-ID(1:3) NOT = "TRL" AND
                          ACTIVE-EMPLOYEE
                           ADD 1 TO WS-RECORDS-READ
                           PERFORM CHECK-UNION-FLOOR
                           PERFORM CHECK-ONE-EMPLOYEE
                       END-IF
               END-READ
               MOVE SPACES TO MONEY-FMT-CURRENCY
           END-IF.

      *> Sindicato do funcionario (proprio ou do departamento) e o
      *> salario contra o piso da convencao.
       CHECK-UNION-FLOOR.
           IF WS-UNION-QTDE = 0 OR CURRENCY-IS-USD
               EXIT PARAGRAPH
           END-IF
           MOVE EMP-UNION-CODE TO WS-EMP-UNION-CODE
           IF WS-EMP-UNION-CODE = SPACES
               PERFORM VARYING WS-DPU-INDEX FROM 1 BY 1
                       UNTIL WS-DPU-INDEX > WS-DPU-QTDE
                   IF WS-DPU-NAME(WS-DPU-INDEX) = EMP-DEPARTMENT
                       MOVE WS-DPU-UNION(WS-DPU-INDEX)
                           TO WS-EMP-UNION-CODE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           MOVE 0 TO WS-UNION-MATCH
           PERFORM VARYING WS-UNION-INDEX FROM 1 BY 1
                   UNTIL WS-UNION-INDEX > WS-UNION-QTDE
               IF WS-UNION-CODE(WS-UNION-INDEX) = WS-EMP-UNION-CODE
                   MOVE WS-UNION-INDEX TO WS-UNION-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-UNION-MATCH = 0
               ADD 1 TO WS-SEM-SINDICATO
               EXIT PARAGRAPH
           END-IF
           IF EMP-SALARY < WS-UNION-FLOOR(WS-UNION-MATCH)
               ADD 1 TO WS-BELOW-FLOOR
               COMPUTE WS-DEVIATION =
                   WS-UNION-FLOOR(WS-UNION-MATCH) - EMP-SALARY
               MOVE WS-DEVIATION TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REPORT-LINE
               STRING EMP-ID " " EMP-NAME
                      " sind. " WS-EMP-UNION-CODE
                      " ABAIXO DO PISO"
                      " desvio " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       FINISH-REPORT.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "FORA DA FAIXA: " WS-OUT-OF-RANGE
                  "  SEM GRADE: " WS-SEM-GRADE
                  "  GRADE INVALIDA: " WS-GRADE-INVALIDA
                  "  ABAIXO DO PISO SINDICAL: " WS-BELOW-FLOOR
                  "  SEM SINDICATO: " WS-SEM-SINDICATO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE
           DISPLAY "Relatorio gerado: grade_compliance_report.txt"
           IF WS-OUT-OF-RANGE > 0 OR WS-GRADE-INVALIDA > 0 OR
              WS-BELOW-FLOOR > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           DISPLAY "Funcionarios ativos verificados: " WS-RECORDS-READ
           DISPLAY "Fora da faixa da grade: " WS-OUT-OF-RANGE
           DISPLAY "Sem grade cadastrada: " WS-SEM-GRADE
           DISPLAY "Com grade invalida: " WS-GRADE-INVALIDA
           DISPLAY "Abaixo do piso sindical: " WS-BELOW-FLOOR
           DISPLAY "Sem sindicato identificado: " WS-SEM-SINDICATO.

       WRITE-JOB-LOG-ENTRY.
           MOVE "GRADE-COMPLIANCE" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED =
               WS-OUT-OF-RANGE + WS-BELOW-FLOOR
           IF WS-ERROR-FLAG = "Y"
               MOVE "ERRO" TO JRL-RETURN-STATUS
           ELSE
