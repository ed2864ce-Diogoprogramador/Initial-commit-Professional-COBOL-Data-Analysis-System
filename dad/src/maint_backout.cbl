      *> a partir do mestre restaurado e cada reversao gera uma linha
      *> no log de auditoria - sem restaurar copia de seguranca e sem
      *> perder o resto do trabalho do dia.
      *> A imagem-antes nao traz a chave alternada de nome: o registro
      *> restaurado tem MST-NAME-KEY recalculada (NAMEKEY-RTN) antes
      *> do REWRITE.

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

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"

       COPY FILECTL.
       COPY MSTLOCK.
       COPY NAMEKEY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                       MOVE "ERRO-REV" TO WS-AUDIT-RESULT
                   NOT INVALID KEY
                       MOVE BFI-MASTER-IMAGE TO EMPLOYEE-MASTER-RECORD
                       MOVE MST-EMP-NAME TO NMK-NAME-IN
                       PERFORM NMK-NORMALIZE
                       MOVE NMK-NAME-OUT TO MST-NAME-KEY
                       REWRITE EMPLOYEE-MASTER-RECORD
                       IF WS-MASTER-FILE-STATUS = "00"
                           ADD 1 TO WS-REVERSALS-DONE
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
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MSTLOCK-RTN.
       COPY NAMEKEY-RTN.
