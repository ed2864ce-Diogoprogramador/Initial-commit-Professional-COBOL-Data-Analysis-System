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

           SELECT TRANSACTION-FILE ASSIGN TO "../data/employee_transactions.dat"
           MOVE MST-COMPANY-CODE     TO RGT-COMPANY-CODE
           MOVE MST-BIRTH-DATE       TO RGT-BIRTH-DATE
           MOVE SPACES               TO RGT-REQUISITION-ID
           MOVE MST-POSITION-CODE    TO RGT-POSITION-CODE
           MOVE MST-UNION-CODE       TO RGT-UNION-CODE
           MOVE MST-WEEKLY-HOURS     TO RGT-WEEKLY-HOURS
           MOVE MST-PAY-BASIS        TO RGT-PAY-BASIS
           MOVE MST-SEX              TO RGT-SEX
           WRITE REORG-TRANSACTION-RECORD.

      *> Acumula o headcount do departamento na coluna pedida (A =
