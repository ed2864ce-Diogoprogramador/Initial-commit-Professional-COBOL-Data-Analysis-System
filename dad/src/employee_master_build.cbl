      *> (employee_master.dat), para que EMPLOYEE-MAINTENANCE e outros
      *> programas possam localizar/atualizar um unico funcionario sem
      *> varrer o arquivo inteiro.
      *> O mestre ganhou chaves alternadas por departamento, gerente e
      *> nome normalizado; a chave de nome (MST-NAME-KEY) e montada
      *> aqui a partir do nome, pela rotina compartilhada NAMEKEY-RTN.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-EMP-ID
               ALTERNATE RECORD KEY IS MST-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MST-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-MASTER-FILE-STATUS.
           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL

       COPY MSTLOCK.
       COPY FILECTL.
       COPY NAMEKEY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ELSE
               MOVE EMP-COMPANY-CODE TO MST-COMPANY-CODE
           END-IF
           MOVE EMP-POSITION-CODE TO MST-POSITION-CODE
           MOVE EMP-UNION-CODE    TO MST-UNION-CODE
           MOVE EMP-WEEKLY-HOURS  TO MST-WEEKLY-HOURS
           MOVE EMP-PAY-BASIS     TO MST-PAY-BASIS
           MOVE EMP-SEX           TO MST-SEX
           MOVE EMP-TERM-REASON   TO MST-TERM-REASON
           MOVE EMP-TERM-DATE     TO MST-TERM-DATE
           MOVE MST-EMP-NAME      TO NMK-NAME-IN
           PERFORM NMK-NORMALIZE
           MOVE NMK-NAME-OUT      TO MST-NAME-KEY

           WRITE EMPLOYEE-MASTER-RECORD
           IF WS-MASTER-FILE-STATUS = "00"

       COPY MSTLOCK-RTN.
       COPY FILECTL-RTN.
       COPY NAMEKEY-RTN.
