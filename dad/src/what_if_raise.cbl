           MOVE EMP-GRADE-CODE       TO TRANS-GRADE-CODE
           MOVE EMP-COMPANY-CODE     TO TRANS-COMPANY-CODE
           MOVE EMP-BIRTH-DATE       TO TRANS-BIRTH-DATE
           MOVE EMP-POSITION-CODE    TO TRANS-POSITION-CODE
           WRITE TRANSACTION-RECORD
           ADD 1 TO WS-TRANS-EMITTED.

