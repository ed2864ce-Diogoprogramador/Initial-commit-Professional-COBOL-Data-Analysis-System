      *> exige o mesmo direito "T" do desligamento de funcionario) e
      *> uma linha de auditoria por mudanca em
      *> dept_maintenance_log.dat.
      *> O sindicato da categoria do departamento (DTR-UNION-CODE,
      *> acrescentado ao final da transacao) vai para DEPT-UNION-CODE;
      *> transacoes antigas, sem o campo, deixam o departamento sem
      *> sindicato.
      *> O risco ocupacional do setor (DTR-HEALTH-RISK, tambem ao
      *> final da transacao) vai para DEPT-HEALTH-RISK, que encurta
      *> o periodico do ASO; transacao sem o campo grava em branco.
      *> Os ativos do departamento a desativar sao contados pela chave
      *> alternada de departamento do mestre, sem varrer o arquivo.

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

           SELECT ACCESS-CONTROL-FILE ASSIGN TO "access_control.parm"
           05 DTR-SALARY-MIN      PIC 9(5)V99.
           05 DTR-SALARY-MAX      PIC 9(5)V99.
           05 DTR-USER-ROLE       PIC X(4).
           05 DTR-UNION-CODE      PIC X(3).
           05 DTR-HEALTH-RISK     PIC X.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE        PIC 99 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 30 TIMES.
               10 WS-DEPT-REG     PIC X(51).
       01 WS-DEPT-INDEX           PIC 99.
       01 WS-DEPT-MATCH           PIC 99.

           MOVE DTR-AGE-MIN     TO DWK-AGE-MIN
           MOVE DTR-AGE-MAX     TO DWK-AGE-MAX
           MOVE DTR-SALARY-MIN  TO DWK-SALARY-MIN
           MOVE DTR-SALARY-MAX  TO DWK-SALARY-MAX
           MOVE DTR-UNION-CODE  TO DWK-UNION-CODE
           MOVE DTR-HEALTH-RISK TO DWK-HEALTH-RISK.

       APPLY-ADD-DEPT.
           PERFORM VALIDATE-RANGE-FIELDS
           MOVE 0 TO WS-ACTIVE-IN-DEPT
           MOVE WS-DEPT-REG(WS-DEPT-MATCH) TO DEPT-WORK-REG
           SET NOT-END-OF-FILE TO TRUE
           MOVE SPACES TO MST-EMP-DEPARTMENT
           MOVE DWK-NAME TO MST-EMP-DEPARTMENT
           START EMPLOYEE-MASTER-FILE KEY IS = MST-EMP-DEPARTMENT
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF MST-EMP-DEPARTMENT NOT = DWK-NAME
                           SET END-OF-FILE TO TRUE
                       ELSE
                           IF MASTER-ACTIVE-EMPLOYEE
                               ADD 1 TO WS-ACTIVE-IN-DEPT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
