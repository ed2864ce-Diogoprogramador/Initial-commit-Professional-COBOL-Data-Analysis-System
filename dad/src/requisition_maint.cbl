      *> exige requisicao aberta em toda inclusao e a marca como
      *> preenchida. No final sai o relatorio de envelhecimento das
      *> requisicoes abertas (open_requisitions.txt, dias em aberto).
      *> Os ativos de cada departamento sao contados pela chave
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

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               PERFORM COUNT-DEPT-ACTIVES
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

      *> Ativos de um departamento do dept_master.dat, lidos pela
      *> chave alternada de departamento do mestre.
       COUNT-DEPT-ACTIVES.
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
                               ADD 1
                                 TO WS-DEPT-TAB-ACTIVES(WS-DEPT-INDEX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       APPLY-DIRECTIVES.
