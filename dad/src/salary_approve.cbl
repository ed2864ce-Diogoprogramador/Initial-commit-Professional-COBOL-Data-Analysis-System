IDENTIFICATION DIVISION.
       PROGRAM-ID. SALARY-APPROVE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Segundo par de olhos das alteracoes retidas pelo
      *> EMPLOYEE-MAINTENANCE (salary_approvals.dat, SALAPPR.cpy), no
      *> estilo de menu ACCEPT/DISPLAY do TIMESHEET-APPROVE: o
      *> aprovador informa a propria matricula e o perfil, que precisa
      *> ter o codigo "V" em access_control.parm, e ve um a um os
      *> itens PENDENTES - salario atual e pedido, motivo da retencao,
      *> quem submeteu - liberando (L), recusando (R) ou pulando cada
      *> um. Item submetido pelo proprio aprovador, ou sobre o
      *> registro dele, nao aparece: quem pede nao libera. A decisao
      *> leva matricula, perfil, data e hora do aprovador; a proxima
      *> rodada da manutencao aplica o liberado e encerra o recusado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPROVAL-FILE ASSIGN TO "../data/salary_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT ACCESS-CONTROL-FILE ASSIGN TO "access_control.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
       FD APPROVAL-FILE.
       COPY SALAPPR.

       FD ACCESS-CONTROL-FILE.
       01 ACL-PARM-RECORD.
           05 ACL-ROLE            PIC X(4).
           05 FILLER              PIC X.
           05 ACL-ALLOWED-CODES   PIC X(3).

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-APPROVAL-FILE-STATUS PIC XX.
           05 WS-ACL-FILE-STATUS      PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-APPROVER-OK          PIC X VALUE "N".
           05 WS-MASTER-OPEN          PIC X VALUE "N".

       01 WS-APPROVER-ID              PIC X(6).
       01 WS-APPROVER-ROLE            PIC X(4).
       01 WS-DECISION                 PIC X.
       01 WS-DECISION-DATE            PIC 9(8).
       01 WS-DECISION-TIME            PIC 9(8).

      *> A fila inteira em tabela; so os pendentes que o aprovador
      *> pode decidir sao apresentados, mas o arquivo todo e regravado.
       01 WS-APR-TABLE.
           05 WS-APR-QTDE         PIC 999 VALUE 0.
           05 WS-APR-ENTRADAS OCCURS 500 TIMES.
               10 WS-APR-REG      PIC X(205).
       01 WS-APR-INDEX            PIC 999.

       COPY EMPTRANS.

       01 WS-REASON-DESC          PIC X(40).

       01 WS-COUNTERS.
           05 WS-SHOWN            PIC 9(4) VALUE 0.
           05 WS-RELEASED         PIC 9(4) VALUE 0.
           05 WS-REFUSED          PIC 9(4) VALUE 0.
           05 WS-OWN-SKIPPED      PIC 9(4) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-OLD       PIC ZZ.ZZZ.ZZ9,99.
           05 FORMATTED-NEW       PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-APPROVER-OK = "S" AND WS-APR-QTDE > 0
               PERFORM REVIEW-PENDING-ITEMS
               IF WS-RELEASED > 0 OR WS-REFUSED > 0
                   PERFORM REWRITE-APPROVAL-FILE
               END-IF
           END-IF
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== DUPLA APROVACAO DE ALTERACOES SALARIAIS ==="
           DISPLAY "Matricula do aprovador: " WITH NO ADVANCING
           MOVE SPACES TO WS-APPROVER-ID
           ACCEPT WS-APPROVER-ID
           DISPLAY "Perfil do aprovador: " WITH NO ADVANCING
           MOVE SPACES TO WS-APPROVER-ROLE
           ACCEPT WS-APPROVER-ROLE

           PERFORM CHECK-APPROVER-ROLE
           IF WS-APPROVER-OK NOT = "S"
               DISPLAY "Perfil " WS-APPROVER-ROLE " sem direito de "
                       "aprovacao (codigo V em access_control.parm)"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "N" TO WS-APPROVER-OK
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-MASTER-OPEN
           MOVE WS-APPROVER-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   DISPLAY "Matricula do aprovador nao cadastrada: "
                           WS-APPROVER-ID
                   MOVE "N" TO WS-APPROVER-OK
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
           END-READ
           IF NOT MASTER-ACTIVE-EMPLOYEE
               DISPLAY "Aprovador " WS-APPROVER-ID " nao esta ativo"
               MOVE "N" TO WS-APPROVER-OK
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "Fila de aprovacao vazia (salary_approvals.dat "
                       "ausente) - nada a aprovar"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-APPROVAL-FILE-STATUS NOT = "00"
               READ APPROVAL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-APR-QTDE < 500
                           ADD 1 TO WS-APR-QTDE
                           MOVE SALARY-APPROVAL-RECORD
                               TO WS-APR-REG(WS-APR-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           DISPLAY "Itens na fila de aprovacao: " WS-APR-QTDE.

      *> O perfil informado precisa constar de access_control.parm com
      *> o codigo V entre os codigos permitidos.
       CHECK-APPROVER-ROLE.
           MOVE "N" TO WS-APPROVER-OK
           OPEN INPUT ACCESS-CONTROL-FILE
           IF WS-ACL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: access_control.parm nao encontrado - "
                       "sem perfil aprovador cadastrado"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ACL-FILE-STATUS NOT = "00"
               READ ACCESS-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ACL-ROLE = WS-APPROVER-ROLE AND
                          (ACL-ALLOWED-CODES(1:1) = "V" OR
                           ACL-ALLOWED-CODES(2:1) = "V" OR
                           ACL-ALLOWED-CODES(3:1) = "V")
                           MOVE "S" TO WS-APPROVER-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-CONTROL-FILE.

       REVIEW-PENDING-ITEMS.
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
                   UNTIL WS-APR-INDEX > WS-APR-QTDE
               MOVE WS-APR-REG(WS-APR-INDEX) TO SALARY-APPROVAL-RECORD
               IF SAP-PENDENTE
                   PERFORM REVIEW-ONE-ITEM
               END-IF
           END-PERFORM.

      *> Quem submeteu nao libera, e ninguem libera o proprio
      *> registro - esses itens ficam para outro aprovador.
       REVIEW-ONE-ITEM.
           MOVE SAP-TRANS-IMAGE TO TRANSACTION-RECORD
           IF TRANS-EMP-ID = WS-APPROVER-ID OR
              TRANS-USER-ID = WS-APPROVER-ID
               ADD 1 TO WS-OWN-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SHOWN
           EVALUATE SAP-REASON
               WHEN "PCT"
                   MOVE "ALTERACAO ACIMA DO LIMITE PERCENTUAL"
                       TO WS-REASON-DESC
               WHEN "VLR"
                   MOVE "ALTERACAO ACIMA DO LIMITE DE VALOR"
                       TO WS-REASON-DESC
               WHEN "GRD"
                   MOVE "ADMISSAO ACIMA DO PONTO MEDIO DA GRADE"
                       TO WS-REASON-DESC
               WHEN "PRP"
                   MOVE "TRANSACAO SOBRE O PROPRIO REGISTRO"
                       TO WS-REASON-DESC
               WHEN OTHER
                   MOVE SAP-REASON TO WS-REASON-DESC
           END-EVALUATE
           MOVE SAP-OLD-SALARY   TO FORMATTED-OLD
           MOVE TRANS-EMP-SALARY TO FORMATTED-NEW
           DISPLAY " "
           DISPLAY "Transacao " TRANS-CODE " - funcionario "
                   TRANS-EMP-ID " " TRANS-EMP-NAME
           DISPLAY "Motivo da retencao: " WS-REASON-DESC
           DISPLAY "Salario atual: " FORMATTED-OLD
                   "  Salario pedido: " FORMATTED-NEW " "
                   TRANS-CURRENCY-CODE
           DISPLAY "Submetida em " SAP-SUBMIT-DATE " por "
                   TRANS-USER-ID " (perfil " TRANS-USER-ROLE ")"
           DISPLAY "Liberar (L), Recusar (R) ou pular (ENTER): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "L" WHEN "l"
                   ADD 1 TO WS-RELEASED
                   MOVE "A" TO SAP-STATUS
                   PERFORM STAMP-DECISION
               WHEN "R" WHEN "r"
                   ADD 1 TO WS-REFUSED
                   MOVE "R" TO SAP-STATUS
                   PERFORM STAMP-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-DECISION.
           ACCEPT WS-DECISION-DATE FROM DATE YYYYMMDD
           ACCEPT WS-DECISION-TIME FROM TIME
           MOVE WS-APPROVER-ID   TO SAP-APPROVER-ID
           MOVE WS-APPROVER-ROLE TO SAP-APPROVER-ROLE
           MOVE WS-DECISION-DATE TO SAP-DECISION-DATE
           MOVE WS-DECISION-TIME(1:6) TO SAP-DECISION-TIME
           MOVE SALARY-APPROVAL-RECORD TO WS-APR-REG(WS-APR-INDEX).

       REWRITE-APPROVAL-FILE.
           OPEN OUTPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "salary_approvals.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-APR-INDEX FROM 1 BY 1
                   UNTIL WS-APR-INDEX > WS-APR-QTDE
               MOVE WS-APR-REG(WS-APR-INDEX) TO SALARY-APPROVAL-RECORD
               WRITE SALARY-APPROVAL-RECORD
           END-PERFORM
           CLOSE APPROVAL-FILE.

       CLEANUP.
           IF WS-MASTER-OPEN = "S"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           DISPLAY " "
           DISPLAY "Itens apresentados: " WS-SHOWN
           DISPLAY "Liberados: " WS-RELEASED
           DISPLAY "Recusados: " WS-REFUSED
           IF WS-OWN-SKIPPED > 0
               DISPLAY "Itens do proprio aprovador (para outro "
                       "aprovador): " WS-OWN-SKIPPED
           END-IF
           DISPLAY "=== APROVACAO ENCERRADA ===".
