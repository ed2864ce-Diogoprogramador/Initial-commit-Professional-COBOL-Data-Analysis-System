      *> dept_master.dat).
      *> Qualquer alerta encerra com RETURN-CODE 4 - o controle de
      *> conformidade em papel acabou.
      *> Os faltantes sao procurados departamento a departamento pela
      *> chave alternada de departamento do mestre - so os
      *> departamentos com certificacao exigida sao lidos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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
           05 WS-NEXT-PERIOD      PIC 9(6).
           05 WS-EMP-DEPT-CODE    PIC X(3).
           05 WS-HAS-VALID-CERT   PIC X.
           05 WS-DEPT-REQUIRED    PIC X.

       01 WS-COUNTERS.
           05 WS-EXPIRING-ALERTS  PIC 9(4) VALUE 0.
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               PERFORM LIST-DEPT-MISSING-CERTS
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *> So departamentos com alguma certificacao exigida sao lidos, e
      *> so os funcionarios deles - pela chave alternada de
      *> departamento do mestre, sem varrer o arquivo inteiro.
       LIST-DEPT-MISSING-CERTS.
           MOVE WS-DEPT-TAB-CODE(WS-DEPT-INDEX) TO WS-EMP-DEPT-CODE
           MOVE "N" TO WS-DEPT-REQUIRED
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-QTDE
                      OR WS-DEPT-REQUIRED = "S"
               PERFORM VARYING WS-CRT-REQ-INDEX FROM 1 BY 1
                       UNTIL WS-CRT-REQ-INDEX > 10
                   IF WS-CRT-REQ-DEPT
                      (WS-CRT-INDEX, WS-CRT-REQ-INDEX)(1:3) =
                      WS-EMP-DEPT-CODE
                       MOVE "S" TO WS-DEPT-REQUIRED
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-DEPT-REQUIRED = "N"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MST-EMP-DEPARTMENT
           MOVE WS-DEPT-TAB-NAME(WS-DEPT-INDEX) TO MST-EMP-DEPARTMENT
           MOVE "N" TO WS-EOF-FLAG
           START EMPLOYEE-MASTER-FILE KEY IS = MST-EMP-DEPARTMENT
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MST-EMP-DEPARTMENT NOT =
                          WS-DEPT-TAB-NAME(WS-DEPT-INDEX)
                           MOVE "Y" TO WS-EOF-FLAG
                       ELSE
                           IF MASTER-ACTIVE-EMPLOYEE
                               PERFORM CHECK-EMPLOYEE-REQUIREMENTS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-EMPLOYEE-REQUIREMENTS.
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-QTDE
               PERFORM VARYING WS-CRT-REQ-INDEX FROM 1 BY 1
