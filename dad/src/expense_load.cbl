IDENTIFICATION DIVISION.
       PROGRAM-ID. EXPENSE-LOAD.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Carrega a entrega de prestacao de contas de despesas de
      *> viagem e representacao (expense_input.dat, seis primeiros
      *> campos do layout EXPCLAIM.cpy: matricula, data, categoria,
      *> valor, centro de custo e referencia do comprovante). Cada
      *> linha e validada contra o mestre de funcionarios (matricula
      *> cadastrada e ativa), contra a rotina compartilhada de data
      *> (DATEVAL-RTN, e despesa com data futura nao existe), contra
      *> a tabela de categorias e limites por despesa (expense.parm)
      *> e contra o proprio arquivo de despesas: o mesmo comprovante
      *> do mesmo funcionario so e aceito uma vez - ja apresentado em
      *> carga anterior (e nao recusado) ou repetido nesta entrega.
      *> Centro de custo em branco assume o do departamento do
      *> funcionario (DEPT-COST-CENTER); informado, precisa existir no
      *> mestre de departamentos. As linhas invalidas vao para
      *> expense_rejects.dat, no estilo de rejeitos do DATA-READER;
      *> as validas entram em expense_claims.dat (EXTEND) como
      *> PENDENTES da aprovacao do gestor no EXPENSE-APPROVE.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXPENSE-INPUT-FILE ASSIGN TO "../data/expense_input.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT EXPENSE-PARM-FILE ASSIGN TO "expense.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT CLAIMS-FILE ASSIGN TO "../data/expense_claims.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLAIMS-FILE-STATUS.

           SELECT REJECTS-FILE ASSIGN TO "expense_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECTS-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD EXPENSE-INPUT-FILE.
       COPY EXPCLAIM REPLACING LEADING ==EXC== BY ==EXI==
                   ==EXPENSE-CLAIM-RECORD== BY ==EXPENSE-INPUT-RECORD==.

      *> expense.parm: uma linha por categoria de despesa, com o valor
      *> maximo aceito por despesa e a descricao para os relatorios.
       FD EXPENSE-PARM-FILE.
       01 EXPENSE-PARM-RECORD.
           05 EXP-PARM-CATEGORY   PIC X(4).
           05 FILLER              PIC X.
           05 EXP-PARM-LIMIT      PIC 9(7)V99.
           05 FILLER              PIC X.
           05 EXP-PARM-DESC       PIC X(20).

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD CLAIMS-FILE.
       COPY EXPCLAIM.

       FD REJECTS-FILE.
       01 EXP-REJECT-RECORD.
           05 EXP-REJECT-ID       PIC X(6).
           05 FILLER              PIC X VALUE SPACE.
           05 EXP-REJECT-DATA     PIC X(8).
           05 FILLER              PIC X VALUE SPACE.
           05 EXP-REJECT-RECEIPT  PIC X(12).
           05 FILLER              PIC X VALUE SPACE.
           05 EXP-REJECT-MOTIVO   PIC X(45).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-INPUT-FILE-STATUS   PIC XX.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-DEPT-MASTER-STATUS  PIC XX.
           05 WS-CLAIMS-FILE-STATUS  PIC XX.
           05 WS-REJECTS-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG            PIC X VALUE "N".
           05 WS-VALID-FLAG          PIC X VALUE "Y".
           05 WS-ERROR-FLAG          PIC X VALUE "N".
           05 WS-DEPT-LOADED         PIC X VALUE "N".

       01 WS-MOTIVO                  PIC X(45).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-RECORDS-VALID    PIC 9(5) VALUE 0.
           05 WS-RECORDS-REJECTED PIC 9(5) VALUE 0.
           05 WS-CC-DEFAULTED     PIC 9(5) VALUE 0.

      *> Categorias de expense.parm com o limite por despesa.
       01 WS-CAT-TABLE.
           05 WS-CAT-QTDE         PIC 99 VALUE 0.
           05 WS-CAT-ENTRADAS OCCURS 30 TIMES.
               10 WS-CAT-CODE         PIC X(4).
               10 WS-CAT-LIMIT        PIC 9(7)V99.
       01 WS-CAT-INDEX            PIC 99.
       01 WS-CAT-MATCH            PIC 99.

       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE        PIC 99 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 20 TIMES.
               10 WS-DEPT-NAME        PIC X(15).
               10 WS-DEPT-CC          PIC X(6).
       01 WS-DEPT-INDEX           PIC 99.
       01 WS-DEPT-MATCH           PIC 99.

      *> Comprovantes ja apresentados (cargas anteriores nao recusadas
      *> e linhas aceitas nesta entrega), por funcionario.
       01 WS-RCP-TABLE.
           05 WS-RCP-QTDE         PIC 9(4) VALUE 0.
           05 WS-RCP-ENTRADAS OCCURS 3000 TIMES.
               10 WS-RCP-EMP-ID       PIC X(6).
               10 WS-RCP-RECEIPT      PIC X(12).
       01 WS-RCP-INDEX            PIC 9(4).
       01 WS-RCP-MATCH            PIC 9(4).

       01 WS-WORK-CC              PIC X(6).

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       COPY DATEVAL.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-EXPENSE-INPUT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CARGA DE PRESTACAO DE CONTAS DE DESPESAS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-EXPENSE-PARM
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-EXISTING-RECEIPTS

           OPEN INPUT EXPENSE-INPUT-FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: expense_input.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EXPENSE-INPUT-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REJECTS-FILE
           IF WS-REJECTS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar expense_rejects.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EXPENSE-INPUT-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF

           OPEN EXTEND CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               OPEN OUTPUT CLAIMS-FILE
           END-IF
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar expense_claims.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE EXPENSE-INPUT-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               CLOSE REJECTS-FILE
           END-IF.

      *> Sem a tabela de categorias nao ha como criticar limite nem
      *> categoria - a carga nao sai.
       LOAD-EXPENSE-PARM.
           OPEN INPUT EXPENSE-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: expense.parm nao encontrado - "
                       "sem categorias e limites nao ha carga"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARM-FILE-STATUS NOT = "00"
               READ EXPENSE-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EXP-PARM-CATEGORY NOT = SPACES AND
                          EXP-PARM-LIMIT NUMERIC AND
                          WS-CAT-QTDE < 30
                           ADD 1 TO WS-CAT-QTDE
                           MOVE EXP-PARM-CATEGORY
                               TO WS-CAT-CODE(WS-CAT-QTDE)
                           MOVE EXP-PARM-LIMIT
                               TO WS-CAT-LIMIT(WS-CAT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPENSE-PARM-FILE
           DISPLAY "Categorias de despesa: " WS-CAT-QTDE.

      *> Sem o mestre de departamentos o centro de custo informado e
      *> aceito como veio; em branco nao ha de onde assumir.
       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "Aviso: dept_master.dat nao encontrado - centro "
                       "de custo aceito sem critica"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DEPT-LOADED
           PERFORM UNTIL WS-DEPT-MASTER-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-DEPT-QTDE < 20
                           ADD 1 TO WS-DEPT-QTDE
                           MOVE DEPT-NAME TO WS-DEPT-NAME(WS-DEPT-QTDE)
                           MOVE DEPT-COST-CENTER
                               TO WS-DEPT-CC(WS-DEPT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

      *> Comprovante recusado pode voltar corrigido; qualquer outra
      *> situacao (pendente, questionado, aprovado ou ja pago) barra
      *> a reapresentacao.
       LOAD-EXISTING-RECEIPTS.
           OPEN INPUT CLAIMS-FILE
           IF WS-CLAIMS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CLAIMS-FILE-STATUS NOT = "00"
               READ CLAIMS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF NOT EXC-RECUSADO AND WS-RCP-QTDE < 3000
                           ADD 1 TO WS-RCP-QTDE
                           MOVE EXC-EMP-ID
                               TO WS-RCP-EMP-ID(WS-RCP-QTDE)
                           MOVE EXC-RECEIPT-REF
                               TO WS-RCP-RECEIPT(WS-RCP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLAIMS-FILE
           DISPLAY "Comprovantes ja apresentados: " WS-RCP-QTDE.

       LOAD-EXPENSE-INPUT.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EXPENSE-INPUT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM PROCESS-EXPENSE-LINE
               END-READ
           END-PERFORM
           CLOSE EXPENSE-INPUT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE REJECTS-FILE
           CLOSE CLAIMS-FILE.

       PROCESS-EXPENSE-LINE.
           ADD 1 TO WS-RECORDS-READ
           PERFORM VALIDATE-EXPENSE-LINE
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-RECORDS-VALID
               PERFORM WRITE-PENDING-CLAIM
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
               DISPLAY "ERRO na despesa [" EXI-EMP-ID " "
                       EXI-RECEIPT-REF "]: " WS-MOTIVO
               MOVE EXI-EMP-ID       TO EXP-REJECT-ID
               MOVE EXI-EXPENSE-DATE TO EXP-REJECT-DATA
               MOVE EXI-RECEIPT-REF  TO EXP-REJECT-RECEIPT
               MOVE WS-MOTIVO        TO EXP-REJECT-MOTIVO
               WRITE EXP-REJECT-RECORD
           END-IF.

       VALIDATE-EXPENSE-LINE.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-MOTIVO

           MOVE EXI-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Matricula nao cadastrada no mestre" TO WS-MOTIVO
               NOT INVALID KEY
                   IF NOT MASTER-ACTIVE-EMPLOYEE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Funcionario inativo" TO WS-MOTIVO
                   END-IF
           END-READ

           IF WS-VALID-FLAG = "Y"
               IF EXI-EXPENSE-DATE-N NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Data da despesa invalida" TO WS-MOTIVO
               ELSE
                   MOVE EXI-EXPENSE-YEAR  TO DATE-VAL-YEAR
                   MOVE EXI-EXPENSE-MONTH TO DATE-VAL-MONTH
                   MOVE EXI-EXPENSE-DAY   TO DATE-VAL-DAY
                   PERFORM DATE-VAL-VALIDATE
                   IF DATE-VAL-IS-INVALID
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Data da despesa invalida" TO WS-MOTIVO
                   ELSE
                       IF EXI-EXPENSE-DATE-N > WS-CURRENT-DATE-N
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Data da despesa no futuro"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = "Y"
               MOVE 0 TO WS-CAT-MATCH
               PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
                       UNTIL WS-CAT-INDEX > WS-CAT-QTDE
                   IF WS-CAT-CODE(WS-CAT-INDEX) = EXI-CATEGORY
                       MOVE WS-CAT-INDEX TO WS-CAT-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-CAT-MATCH = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Categoria nao cadastrada em expense.parm"
                       TO WS-MOTIVO
               END-IF
           END-IF

           IF WS-VALID-FLAG = "Y"
               IF EXI-AMOUNT NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Valor nao numerico" TO WS-MOTIVO
               ELSE
                   IF EXI-AMOUNT = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Valor zerado" TO WS-MOTIVO
                   ELSE
                       IF EXI-AMOUNT > WS-CAT-LIMIT(WS-CAT-MATCH)
                           MOVE "N" TO WS-VALID-FLAG
                           MOVE "Valor acima do limite da categoria"
                               TO WS-MOTIVO
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-VALID-FLAG = "Y"
               PERFORM RESOLVE-COST-CENTER
           END-IF

           IF WS-VALID-FLAG = "Y"
               IF EXI-RECEIPT-REF = SPACES
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Comprovante nao informado" TO WS-MOTIVO
               ELSE
                   PERFORM FIND-RECEIPT
                   IF WS-RCP-MATCH > 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Comprovante ja apresentado (duplicidade)"
                           TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *> Em branco: centro do departamento do funcionario (o mestre
      *> ja esta lido em EMPLOYEE-MASTER-RECORD). Informado: precisa ser
      *> o centro de algum departamento cadastrado.
       RESOLVE-COST-CENTER.
           MOVE EXI-COST-CENTER TO WS-WORK-CC
           IF WS-WORK-CC = SPACES
               MOVE 0 TO WS-DEPT-MATCH
               PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                       UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
                   IF WS-DEPT-NAME(WS-DEPT-INDEX) =
                      MST-EMP-DEPARTMENT(1:15)
                       MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DEPT-MATCH = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Centro de custo nao informado nem mapeado"
                       TO WS-MOTIVO
               ELSE
                   MOVE WS-DEPT-CC(WS-DEPT-MATCH) TO WS-WORK-CC
                   ADD 1 TO WS-CC-DEFAULTED
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-DEPT-LOADED NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-DEPT-MATCH
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-CC(WS-DEPT-INDEX) = WS-WORK-CC
                   MOVE WS-DEPT-INDEX TO WS-DEPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEPT-MATCH = 0
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Centro de custo inexistente" TO WS-MOTIVO
           END-IF.

       FIND-RECEIPT.
           MOVE 0 TO WS-RCP-MATCH
           PERFORM VARYING WS-RCP-INDEX FROM 1 BY 1
                   UNTIL WS-RCP-INDEX > WS-RCP-QTDE
               IF WS-RCP-EMP-ID(WS-RCP-INDEX) = EXI-EMP-ID AND
                  WS-RCP-RECEIPT(WS-RCP-INDEX) = EXI-RECEIPT-REF
                   MOVE WS-RCP-INDEX TO WS-RCP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       WRITE-PENDING-CLAIM.
           MOVE SPACES TO EXPENSE-CLAIM-RECORD
           MOVE EXI-EMP-ID         TO EXC-EMP-ID
           MOVE EXI-EXPENSE-DATE-N TO EXC-EXPENSE-DATE-N
           MOVE EXI-CATEGORY       TO EXC-CATEGORY
           MOVE EXI-AMOUNT         TO EXC-AMOUNT
           MOVE WS-WORK-CC         TO EXC-COST-CENTER
           MOVE EXI-RECEIPT-REF    TO EXC-RECEIPT-REF
           MOVE "P"                TO EXC-STATUS
           MOVE WS-CURRENT-DATE-N  TO EXC-LOAD-DATE
           MOVE SPACES             TO EXC-APPROVER
           MOVE 0                  TO EXC-DECISION-DATE
           MOVE 0                  TO EXC-PAID-DATE
           WRITE EXPENSE-CLAIM-RECORD
           IF WS-RCP-QTDE < 3000
               ADD 1 TO WS-RCP-QTDE
               MOVE EXI-EMP-ID      TO WS-RCP-EMP-ID(WS-RCP-QTDE)
               MOVE EXI-RECEIPT-REF TO WS-RCP-RECEIPT(WS-RCP-QTDE)
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CARGA DE DESPESAS ==="
           DISPLAY "Despesas lidas: " WS-RECORDS-READ
           DISPLAY "Despesas aceitas (pendentes de aprovacao): "
                   WS-RECORDS-VALID
           DISPLAY "Centro de custo assumido do departamento: "
                   WS-CC-DEFAULTED
           DISPLAY "Despesas rejeitadas: " WS-RECORDS-REJECTED
           IF WS-RECORDS-REJECTED > 0
               DISPLAY "Rejeitadas gravadas em: expense_rejects.dat"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "EXPENSE-LOAD" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ     TO JRL-RECORDS-PROCESSED
           MOVE WS-RECORDS-REJECTED TO JRL-RECORDS-REJECTED
           IF WS-ERROR-FLAG = "Y"
               MOVE "ERRO" TO JRL-RETURN-STATUS
           ELSE
               MOVE "OK  " TO JRL-RETURN-STATUS
           END-IF
           PERFORM CALCULATE-ELAPSED-TIME
           OPEN EXTEND JOB-RUN-LOG-FILE
           IF WS-JOBLOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOB-RUN-LOG-FILE
           END-IF
           WRITE JOB-RUN-LOG-RECORD
           CLOSE JOB-RUN-LOG-FILE.

      *> Segundos decorridos desde WS-HORA-INICIO ate JRL-RUN-TIME
      *> (ja preenchido pelo ACCEPT acima); soma 86400 se a execucao
      *> atravessou a meia-noite, para nao dar um elapsed negativo.
       CALCULATE-ELAPSED-TIME.
           COMPUTE WS-ELAPSED-SECONDS =
               (JRL-RUN-HOUR * 3600 + JRL-RUN-MINUTE * 60 +
                JRL-RUN-SECOND) -
               (WS-INICIO-HORA * 3600 + WS-INICIO-MINUTO * 60 +
                WS-INICIO-SEGUNDO)
           IF WS-ELAPSED-SECONDS < 0
               ADD 86400 TO WS-ELAPSED-SECONDS
           END-IF
           MOVE WS-ELAPSED-SECONDS TO JRL-ELAPSED-SECONDS
           IF JRL-ELAPSED-SECONDS > 0
               COMPUTE WS-THROUGHPUT ROUNDED =
                   WS-RECORDS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RECORDS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY DATEVAL-RTN.
       COPY BUSDATE-RTN.
