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

           SELECT AUDIT-LOG-FILE ASSIGN TO "../data/employee_maintenance_log.dat"
           MOVE MST-BIRTH-DATE     TO EMP-BIRTH-DATE
           MOVE MST-GRADE-CODE     TO EMP-GRADE-CODE
           MOVE MST-COMPANY-CODE   TO EMP-COMPANY-CODE
           MOVE MST-POSITION-CODE  TO EMP-POSITION-CODE
           MOVE MST-UNION-CODE     TO EMP-UNION-CODE
           MOVE MST-WEEKLY-HOURS   TO EMP-WEEKLY-HOURS
           MOVE MST-PAY-BASIS      TO EMP-PAY-BASIS
           MOVE MST-SEX            TO EMP-SEX
           MOVE MST-TERM-REASON    TO EMP-TERM-REASON
           MOVE MST-TERM-DATE      TO EMP-TERM-DATE
           WRITE EMPLOYEE-RECORD
           ADD 1 TO FCT-ACTUAL-COUNT
           ADD MST-EMP-SALARY TO FCT-ACTUAL-HASH
