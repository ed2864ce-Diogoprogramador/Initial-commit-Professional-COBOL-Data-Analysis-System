IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-APPROVE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Aprovacao de despesas pelo gestor, no mesmo estilo de menu
      *> ACCEPT/DISPLAY do TIMESHEET-APPROVE: o gestor informa a
      *> propria matricula e ve, uma a uma, as despesas PENDENTES ou
      *> QUESTIONADAS (expense_claims.dat, EXPCLAIM.cpy) dos
      *> funcionarios cuja MST-MANAGER-ID aponta para ele, aprovando
      *> (A), questionando (Q), recusando (R) ou pulando cada uma. So
      *> a despesa aprovada e paga pelo EXPENSE-PAY; a questionada
      *> volta para o gestor na proxima sessao, depois do
      *> esclarecimento, e a recusada sai do fluxo (o comprovante pode
      *> ser reapresentado corrigido numa nova carga). Cada decisao
      *> grava o gestor e a data de movimento; ao final o arquivo
      *> inteiro e regravado - despesa de outra equipe nao aparece nem
      *> pode ser decidida por engano.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLAIMS-FILE ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.

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

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD CLAIMS-FILE.
       COPY EXPCLAIM.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FLAGS.
           05 WS-CLAIMS-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-EOF-FLAG             PIC X VALUE "N".

       01 WS-MANAGER-ID               PIC X(6).
       01 WS-DECISION                 PIC X.

      *> Todas as despesas em tabela; so as em aprovacao da equipe do
      *> gestor sao apresentadas, mas o arquivo inteiro e regravado
      *> para nao perder nada.
       01 WS-EXC-TABLE.
           05 WS-EXC-QTDE         PIC 9(4) VALUE 0.
           05 WS-EXC-ENTRADAS OCCURS 3000 TIMES.
               10 WS-EXC-REG      PIC X(87).
       01 WS-EXC-INDEX            PIC 9(4).

       01 WS-COUNTERS.
           05 WS-SHOWN            PIC 9(4) VALUE 0.
           05 WS-APPROVED         PIC 9(4) VALUE 0.
           05 WS-QUESTIONED       PIC 9(4) VALUE 0.
           05 WS-REFUSED          PIC 9(4) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-VALOR     PIC Z.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-EXC-QTDE > 0
               PERFORM REVIEW-OPEN-CLAIMS
               PERFORM REWRITE-CLAIMS-FILE
           END-IF
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== APROVACAO DE DESPESAS (GESTOR) ==="
           PERFORM BDT-GET-BUSINESS-DATE
           DISPLAY "Matricula do gestor: " WITH NO ADVANCING
           MOVE SPACES TO WS-MANAGER-ID
           ACCEPT WS-MANAGER-ID

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "Nao ha despesas carregadas (expense_claims.dat "
                       "ausente) - nada a aprovar"
               CLOSE EMPLOYEE-MASTER-FILE
               GOBACK
           END-IF
           PERFORM UNTIL WS-CLAIMS-FILE-STATUS NOT = "00"
               READ CLAIMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-EXC-QTDE < 3000
                           ADD 1 TO WS-EXC-QTDE
                           MOVE EXPENSE-CLAIM-RECORD
                               TO WS-EXC-REG(WS-EXC-QTDE)
                       ELSE
                           DISPLAY "ERRO: expense_claims.dat maior que "
                                   "a tabela - aprovacao cancelada"
                           MOVE 0 TO WS-EXC-QTDE
                           MOVE 8 TO RETURN-CODE
                           MOVE "99" TO WS-CLAIMS-FILE-STATUS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "Despesas no arquivo: " WS-EXC-QTDE.

       REVIEW-OPEN-CLAIMS.
           PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-EXC-INDEX > WS-EXC-QTDE
               MOVE WS-EXC-REG(WS-EXC-INDEX) TO EXPENSE-CLAIM-RECORD
               IF EXC-PENDENTE OR EXC-QUESTIONADO
                   PERFORM REVIEW-ONE-CLAIM
               END-IF
           END-PERFORM.

      *> So aparece o que e da equipe do gestor informado - a
      *> matricula da despesa e lida no mestre e o MST-MANAGER-ID
      *> precisa bater.
       REVIEW-ONE-CLAIM.
           MOVE EXC-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   EXIT PARAGRAPH
               NOT INVALID KEY
                   IF MST-MANAGER-ID NOT = WS-MANAGER-ID
                       EXIT PARAGRAPH
                   END-IF
           END-READ
           ADD 1 TO WS-SHOWN
           MOVE EXC-AMOUNT TO FORMATTED-VALOR
           DISPLAY " "
           DISPLAY "Funcionario: " EXC-EMP-ID " " MST-EMP-NAME
           DISPLAY "Data: " EXC-EXPENSE-DAY "/" EXC-EXPENSE-MONTH "/"
                   EXC-EXPENSE-YEAR "  Categoria: " EXC-CATEGORY
                   "  Valor: " FORMATTED-VALOR
           DISPLAY "Centro de custo: " EXC-COST-CENTER
                   "  Comprovante: " EXC-RECEIPT-REF
           IF EXC-QUESTIONADO
               DISPLAY "             (questionada em "
                       EXC-DECISION-DATE " - reavaliar)"
           END-IF
           DISPLAY "Aprovar (A), Questionar (Q), Recusar (R) ou "
                   "pular (ENTER): " WITH NO ADVANCING
           MOVE SPACES TO WS-DECISION
           ACCEPT WS-DECISION
           EVALUATE WS-DECISION
               WHEN "A" WHEN "a"
                   ADD 1 TO WS-APPROVED
                   MOVE "A" TO EXC-STATUS
                   PERFORM STAMP-DECISION
               WHEN "Q" WHEN "q"
                   ADD 1 TO WS-QUESTIONED
                   MOVE "Q" TO EXC-STATUS
                   PERFORM STAMP-DECISION
               WHEN "R" WHEN "r"
                   ADD 1 TO WS-REFUSED
                   MOVE "R" TO EXC-STATUS
                   PERFORM STAMP-DECISION
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       STAMP-DECISION.
           MOVE WS-MANAGER-ID TO EXC-APPROVER
           MOVE BDT-DATE      TO EXC-DECISION-DATE
           MOVE EXPENSE-CLAIM-RECORD TO WS-EXC-REG(WS-EXC-INDEX).

       REWRITE-CLAIMS-FILE.
           OPEN OUTPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "expense_claims.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
                   UNTIL WS-EXC-INDEX > WS-EXC-QTDE
               MOVE WS-EXC-REG(WS-EXC-INDEX) TO EXPENSE-CLAIM-RECORD
               WRITE EXPENSE-CLAIM-RECORD
           END-PERFORM
           CLOSE CLAIMS-FILE.

       CLEANUP.
           CLOSE EMPLOYEE-MASTER-FILE
           DISPLAY " "
           DISPLAY "Despesas da equipe apresentadas: " WS-SHOWN
           DISPLAY "Aprovadas: " WS-APPROVED
           DISPLAY "Questionadas: " WS-QUESTIONED
           DISPLAY "Recusadas: " WS-REFUSED
           DISPLAY "=== APROVACAO ENCERRADA ===".

       COPY BUSDATE-RTN.
