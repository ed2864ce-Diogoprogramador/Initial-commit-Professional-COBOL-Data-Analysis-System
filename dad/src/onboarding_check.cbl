IDENTIFICATION DIVISION.
       PROGRAM-ID. ONBOARDING-CHECK.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Checklist de admissao: o EMPLOYEE-MAINTENANCE inclui o
      *> funcionario contra a requisicao, mas o resto do cadastro vem
      *> de outros arquivos e ninguem conferia antes do primeiro
      *> pagamento - a falta aparecia quando o BANK-REMIT rejeitava o
      *> credito. Para cada ativo admitido nos ultimos
      *> ONP-WINDOW-DAYS dias (60 sem parametro) ou com admissao
      *> futura ja cadastrada, confere:
      *> (1) dados pessoais (personal_data.dat) com CPF valido pela
      *>     rotina compartilhada CPFVAL-RTN;
      *> (2) dados bancarios (bank_details.dat) com banco, agencia e
      *>     conta preenchidos;
      *> (3) declaracao de dependentes entregue
      *>     (dependent_declarations.dat, do DEPENDENT-LOAD - NEN vale
      *>     como declaracao);
      *> (4) certificacoes que o departamento exige, dentro da
      *>     validade (mesmo criterio do CERT-ALERTS);
      *> (5) cargo cadastrado e ativo no mestre de cargos;
      *> (6) sindicato - o do funcionario ou, em branco, o do
      *>     departamento - cadastrado e ativo.
      *> Grava o checklist de cada admissao (onboarding_checklist.dat,
      *> ONBOARD.cpy), que o PAYROLL-RUN le na pre-critica da folha, e
      *> a relacao diaria das admissoes com pendencia para o RH
      *> (onboarding_pending.txt), da pendencia mais antiga para a
      *> mais nova, com os dias desde a admissao. Qualquer pendencia
      *> encerra com RC 4. Arquivos de apoio ausentes deixam o item
      *> pendente para todos, com aviso - melhor cobrar a mais do que
      *> pagar sem conferir.
      *> onboarding.parm (opcional): col 1-3 janela em dias (060).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ONBOARDING-PARM-FILE ASSIGN TO "onboarding.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
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

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN TO "../data/bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT DECLARATIONS-FILE ASSIGN TO "../data/dependent_declarations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DECL-FILE-STATUS.

           SELECT CERT-MASTER-FILE ASSIGN TO "../data/certification_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTMST-FILE-STATUS.

           SELECT CERTS-FILE ASSIGN TO "../data/employee_certs.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CERTS-FILE-STATUS.

           SELECT DEPT-MASTER-FILE ASSIGN TO "../data/dept_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-MASTER-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT UNION-MASTER-FILE ASSIGN TO "../data/union_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNION-FILE-STATUS.

           SELECT CHECKLIST-FILE ASSIGN TO "../data/onboarding_checklist.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKLIST-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "onboarding_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ONBOARDING-PARM-FILE.
       01 ONBOARDING-PARM-RECORD.
           05 ONP-WINDOW-DAYS     PIC 999.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

       FD DECLARATIONS-FILE.
       COPY DEPDECL.

       FD CERT-MASTER-FILE.
       COPY CERTMST.

       FD CERTS-FILE.
       COPY EMPCERT.

       FD DEPT-MASTER-FILE.
       COPY DEPTMST.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD UNION-MASTER-FILE.
       COPY UNIONMST.

       FD CHECKLIST-FILE.
       COPY ONBOARD.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       COPY MSTLOCK-FD.
       COPY BUSDATE-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS      PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-PERSONAL-FILE-STATUS  PIC XX.
           05 WS-BANK-FILE-STATUS      PIC XX.
           05 WS-DECL-FILE-STATUS      PIC XX.
           05 WS-CERTMST-FILE-STATUS   PIC XX.
           05 WS-CERTS-FILE-STATUS     PIC XX.
           05 WS-DEPT-MASTER-STATUS    PIC XX.
           05 WS-POSITION-FILE-STATUS  PIC XX.
           05 WS-UNION-FILE-STATUS     PIC XX.
           05 WS-CHECKLIST-FILE-STATUS PIC XX.
           05 WS-REPORT-FILE-STATUS    PIC XX.
           05 WS-EXCL-LOCK-STATUS      PIC XX.
           05 WS-SHARED-LOCK-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-MASTER-EOF           PIC X VALUE "N".
           05 WS-PERSONAL-OPEN        PIC X VALUE "N".
           05 WS-BANK-OPEN            PIC X VALUE "N".
           05 WS-HAS-VALID-CERT       PIC X.

       COPY MSTLOCK.
       COPY BUSDATE.
       COPY CPFVAL.

       01 WS-PARAMETERS.
           05 WS-WINDOW-DAYS          PIC 999 VALUE 60.

      *> Declaracoes de dependentes entregues.
       01 WS-DECL-TABLE.
           05 WS-DECL-QTDE            PIC 9(4) VALUE 0.
           05 WS-DECL-EMP-ID OCCURS 3000 TIMES PIC X(6).
       01 WS-DECL-INDEX               PIC 9(4).

      *> Certificacoes e departamentos que as exigem (CERT-ALERTS).
       01 WS-CERT-TABLE.
           05 WS-CRT-QTDE             PIC 99 VALUE 0.
           05 WS-CRT-ENTRADAS OCCURS 50 TIMES.
               10 WS-CRT-CODE         PIC X(4).
               10 WS-CRT-VALIDITY     PIC 999.
               10 WS-CRT-REQ-DEPTS.
                   15 WS-CRT-REQ-DEPT OCCURS 10 TIMES PIC X(4).
       01 WS-CRT-INDEX                PIC 99.
       01 WS-CRT-REQ-INDEX            PIC 99.

       01 WS-EC-TABLE.
           05 WS-EC-QTDE              PIC 9(4) VALUE 0.
           05 WS-EC-ENTRADAS OCCURS 1000 TIMES.
               10 WS-EC-EMP           PIC X(6).
               10 WS-EC-CODE          PIC X(4).
               10 WS-EC-EXPIRY        PIC 9(6).
       01 WS-EC-INDEX                 PIC 9(4).

       01 WS-DEPT-TABLE.
           05 WS-DEPT-QTDE            PIC 99 VALUE 0.
           05 WS-DEPT-ENTRADAS OCCURS 50 TIMES.
               10 WS-DEPT-TAB-NAME    PIC X(15).
               10 WS-DEPT-TAB-CODE    PIC X(3).
               10 WS-DEPT-TAB-UNION   PIC X(3).
       01 WS-DEPT-INDEX               PIC 99.

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE             PIC 9(3) VALUE 0.
           05 WS-POS-CODE OCCURS 300 TIMES PIC X(5).
       01 WS-POS-INDEX                PIC 9(3).

       01 WS-UNION-TABLE.
           05 WS-UN-QTDE              PIC 99 VALUE 0.
           05 WS-UN-CODE OCCURS 50 TIMES PIC X(3).
       01 WS-UN-INDEX                 PIC 99.

      *> Admissoes com pendencia, para a relacao do RH (pendencia
      *> mais antiga primeiro).
       01 WS-PENDING-TABLE.
           05 WS-PD-ENTRADAS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-PD-QTDE.
               10 WS-PD-DAYS          PIC S9(4).
               10 WS-PD-EMP-ID        PIC X(6).
               10 WS-PD-NAME          PIC X(30).
               10 WS-PD-DEPT          PIC X(20).
               10 WS-PD-HIRE          PIC 9(8).
               10 WS-PD-MISSING       PIC X(60).
       01 WS-PD-QTDE                  PIC 9(4) VALUE 0.
       01 WS-PD-INDEX                 PIC 9(4).
       01 WS-PD-OVERFLOW              PIC X VALUE "N".

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT            PIC 9(7).
           05 WS-HIRE-INT             PIC 9(7).
           05 WS-HIRE-DATE            PIC 9(8).
           05 WS-RUN-PERIOD           PIC 9(6).
           05 WS-EXP-YEAR             PIC 9999.
           05 WS-EXP-MONTH            PIC 9(4).
           05 WS-EMP-DEPT-CODE        PIC X(3).
           05 WS-EMP-UNION            PIC X(3).
           05 WS-MISSING-TEXT         PIC X(20).
           05 WS-MISSING-LIST         PIC X(60).
           05 WS-MISSING-PTR          PIC 99.

       01 WS-COUNTERS.
           05 WS-EMPLOYEES-READ       PIC 9(6) VALUE 0.
           05 WS-HIRES-CHECKED        PIC 9(5) VALUE 0.
           05 WS-HIRES-COMPLETE       PIC 9(5) VALUE 0.
           05 WS-HIRES-PENDING        PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-DAYS          PIC -ZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "ADMISSOES COM CADASTRO INCOMPLETO - PENDENCIAS DE ONBOARDING".
           05 HEADER-PEND    PIC X(132) VALUE
                   "ID     NOME                           DEPARTAMENTO         ADMISSAO  DIAS PENDENCIAS".

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA          PIC 99.
           05 WS-INICIO-MINUTO        PIC 99.
           05 WS-INICIO-SEGUNDO       PIC 99.

       01 WS-ELAPSED-SECONDS          PIC S9(5).
       01 WS-THROUGHPUT               PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM CHECK-NEW-HIRES
               PERFORM WRITE-PENDING-REPORT
               PERFORM CLOSE-FILES
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CHECKLIST DE ADMISSAO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE)
           COMPUTE WS-RUN-PERIOD = BDT-YEAR * 100 + BDT-MONTH

           OPEN INPUT ONBOARDING-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ ONBOARDING-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ONP-WINDOW-DAYS IS NUMERIC AND
                          ONP-WINDOW-DAYS > 0
                           MOVE ONP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE ONBOARDING-PARM-FILE
           ELSE
               DISPLAY "Aviso: onboarding.parm nao encontrado, janela "
                       "padrao de 60 dias"
           END-IF
           DISPLAY "Admissoes dos ultimos " WS-WINDOW-DAYS " dia(s)"

           PERFORM LOAD-DECLARATIONS
           PERFORM LOAD-CERT-MASTER
           PERFORM LOAD-EMPLOYEE-CERTS
           PERFORM LOAD-DEPT-MASTER
           PERFORM LOAD-POSITION-MASTER
           PERFORM LOAD-UNION-MASTER

           MOVE "ONBOARDING-CHECK" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em manutencao - tente mais tarde"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               MOVE "S" TO WS-PERSONAL-OPEN
           ELSE
               DISPLAY "Aviso: personal_data.dat nao encontrado - "
                       "dados pessoais pendentes para todos"
           END-IF
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BANK-FILE-STATUS = "00"
               MOVE "S" TO WS-BANK-OPEN
           ELSE
               DISPLAY "Aviso: bank_details.dat nao encontrado - "
                       "dados bancarios pendentes para todos"
           END-IF

           OPEN OUTPUT CHECKLIST-FILE
           IF WS-CHECKLIST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel criar "
                       "onboarding_checklist.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               PERFORM CLOSE-FILES
           END-IF.

       LOAD-DECLARATIONS.
           OPEN INPUT DECLARATIONS-FILE
           IF WS-DECL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: dependent_declarations.dat nao "
                       "encontrado - declaracao de dependentes "
                       "pendente para todos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DECL-FILE-STATUS NOT = "00"
               READ DECLARATIONS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-DECL-QTDE < 3000
                           ADD 1 TO WS-DECL-QTDE
                           MOVE DDC-EMP-ID
                               TO WS-DECL-EMP-ID(WS-DECL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DECLARATIONS-FILE.

       LOAD-CERT-MASTER.
           OPEN INPUT CERT-MASTER-FILE
           IF WS-CERTMST-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: certification_master.dat nao "
                       "encontrado - sem certificacao obrigatoria"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CERTMST-FILE-STATUS NOT = "00"
               READ CERT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-CRT-QTDE < 50
                           ADD 1 TO WS-CRT-QTDE
                           MOVE CRT-CODE
                               TO WS-CRT-CODE(WS-CRT-QTDE)
                           MOVE CRT-VALIDITY-MONTHS
                               TO WS-CRT-VALIDITY(WS-CRT-QTDE)
                           MOVE CRT-REQ-DEPTS
                               TO WS-CRT-REQ-DEPTS(WS-CRT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-MASTER-FILE.

      *> Vencimento = competencia da conclusao + validade em meses.
       LOAD-EMPLOYEE-CERTS.
           OPEN INPUT CERTS-FILE
           IF WS-CERTS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CERTS-FILE-STATUS NOT = "00"
               READ CERTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-EC-QTDE < 1000
                           ADD 1 TO WS-EC-QTDE
                           MOVE EC-EMP-ID
                               TO WS-EC-EMP(WS-EC-QTDE)
                           MOVE EC-CERT-CODE
                               TO WS-EC-CODE(WS-EC-QTDE)
                           PERFORM CALCULATE-EXPIRY-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERTS-FILE.

       CALCULATE-EXPIRY-PERIOD.
           MOVE EC-COMPLETION-DATE(1:4) TO WS-EXP-YEAR
           MOVE EC-COMPLETION-DATE(5:2) TO WS-EXP-MONTH
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-QTDE
               IF WS-CRT-CODE(WS-CRT-INDEX) = EC-CERT-CODE
                   ADD WS-CRT-VALIDITY(WS-CRT-INDEX) TO WS-EXP-MONTH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM UNTIL WS-EXP-MONTH <= 12
               SUBTRACT 12 FROM WS-EXP-MONTH
               ADD 1 TO WS-EXP-YEAR
           END-PERFORM
           COMPUTE WS-EC-EXPIRY(WS-EC-QTDE) =
               WS-EXP-YEAR * 100 + WS-EXP-MONTH.

       LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-MASTER-FILE
           IF WS-DEPT-MASTER-STATUS NOT = "00"
               DISPLAY "Aviso: dept_master.dat nao encontrado - "
                       "sem certificacao obrigatoria nem sindicato "
                       "do departamento"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPT-MASTER-STATUS NOT = "00"
               READ DEPT-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-DEPT-QTDE < 50
                           ADD 1 TO WS-DEPT-QTDE
                           MOVE DEPT-NAME
                               TO WS-DEPT-TAB-NAME(WS-DEPT-QTDE)
                           MOVE DEPT-CODE
                               TO WS-DEPT-TAB-CODE(WS-DEPT-QTDE)
                           MOVE DEPT-UNION-CODE
                               TO WS-DEPT-TAB-UNION(WS-DEPT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-MASTER-FILE.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: position_master.dat nao encontrado - "
                       "cargo pendente para todos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
               READ POSITION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF POS-IS-ACTIVE AND WS-POS-QTDE < 300
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE TO WS-POS-CODE(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.

       LOAD-UNION-MASTER.
           OPEN INPUT UNION-MASTER-FILE
           IF WS-UNION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: union_master.dat nao encontrado - "
                       "sindicato pendente para todos"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-UNION-FILE-STATUS NOT = "00"
               READ UNION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF UN-IS-ACTIVE AND WS-UN-QTDE < 50
                           ADD 1 TO WS-UN-QTDE
                           MOVE UN-CODE TO WS-UN-CODE(WS-UN-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNION-MASTER-FILE.

      *> Percorre o mestre: so entram os ativos admitidos dentro da
      *> janela ou com admissao futura.
       CHECK-NEW-HIRES.
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT < MST-EMP-ID
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       ADD 1 TO WS-EMPLOYEES-READ
                       IF MASTER-ACTIVE-EMPLOYEE AND
                          MST-EMP-HIRE-DATE IS NUMERIC AND
                          MST-EMP-HIRE-DATE NOT = ZEROS
                           MOVE MST-EMP-HIRE-DATE TO WS-HIRE-DATE
                           COMPUTE WS-HIRE-INT =
                               FUNCTION INTEGER-OF-DATE(WS-HIRE-DATE)
                           IF WS-HIRE-INT + WS-WINDOW-DAYS NOT <
                              WS-TODAY-INT
                               PERFORM CHECK-ONE-HIRE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CHECK-ONE-HIRE.
           ADD 1 TO WS-HIRES-CHECKED
           MOVE SPACES TO ONBOARDING-RECORD
           MOVE "SSSSSS" TO ONB-ITEMS
           MOVE MST-EMP-ID TO ONB-EMP-ID
           MOVE MST-EMP-HIRE-DATE TO ONB-HIRE-DATE
           COMPUTE ONB-DAYS-PENDING = WS-TODAY-INT - WS-HIRE-INT
           MOVE SPACES TO WS-MISSING-LIST
           MOVE 1 TO WS-MISSING-PTR
           MOVE 0 TO ONB-MISSING-COUNT

           PERFORM CHECK-PERSONAL-DATA
           PERFORM CHECK-BANK-DETAILS
           PERFORM CHECK-DECLARATION
           PERFORM CHECK-CERTIFICATIONS
           PERFORM CHECK-POSITION
           PERFORM CHECK-UNION

           IF ONB-MISSING-COUNT = 0
               SET ONB-COMPLETE TO TRUE
               ADD 1 TO WS-HIRES-COMPLETE
           ELSE
               SET ONB-PENDING TO TRUE
               ADD 1 TO WS-HIRES-PENDING
               PERFORM STORE-PENDING-HIRE
           END-IF
           WRITE ONBOARDING-RECORD.

       CHECK-PERSONAL-DATA.
           IF WS-PERSONAL-OPEN NOT = "S"
               MOVE "N" TO ONB-PERSONAL
               MOVE "DADOS-PESSOAIS" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE MST-EMP-ID TO PRS-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE "N" TO ONB-PERSONAL
                   MOVE "DADOS-PESSOAIS" TO WS-MISSING-TEXT
                   PERFORM ADD-MISSING-ITEM
               NOT INVALID KEY
                   MOVE PRS-CPF TO CPF-VAL-NUMBER
                   PERFORM CPF-VAL-VALIDATE
                   IF CPF-VAL-IS-INVALID
                       MOVE "N" TO ONB-PERSONAL
                       MOVE "CPF-INVALIDO" TO WS-MISSING-TEXT
                       PERFORM ADD-MISSING-ITEM
                   END-IF
           END-READ.

       CHECK-BANK-DETAILS.
           IF WS-BANK-OPEN NOT = "S"
               MOVE "N" TO ONB-BANK
               MOVE "DADOS-BANCARIOS" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
               EXIT PARAGRAPH
           END-IF
           MOVE MST-EMP-ID TO BNK-EMP-ID
           READ BANK-DETAILS-FILE
               INVALID KEY
                   MOVE "N" TO ONB-BANK
               NOT INVALID KEY
                   IF BNK-BANK-CODE = SPACES OR
                      BNK-BRANCH = SPACES OR
                      BNK-ACCOUNT = SPACES
                       MOVE "N" TO ONB-BANK
                   END-IF
           END-READ
           IF ONB-BANK = "N"
               MOVE "DADOS-BANCARIOS" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
           END-IF.

       CHECK-DECLARATION.
           MOVE "N" TO ONB-DEPENDENTS
           PERFORM VARYING WS-DECL-INDEX FROM 1 BY 1
                   UNTIL WS-DECL-INDEX > WS-DECL-QTDE
               IF WS-DECL-EMP-ID(WS-DECL-INDEX) = MST-EMP-ID
                   MOVE "S" TO ONB-DEPENDENTS
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ONB-DEPENDENTS = "N"
               MOVE "DECL-DEPENDENTES" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
           END-IF.

      *> Toda certificacao que lista o DEPT-CODE do funcionario
      *> precisa de registro dele dentro da validade.
       CHECK-CERTIFICATIONS.
           MOVE SPACES TO WS-EMP-DEPT-CODE
           MOVE SPACES TO WS-EMP-UNION
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > WS-DEPT-QTDE
               IF WS-DEPT-TAB-NAME(WS-DEPT-INDEX) =
                  MST-EMP-DEPARTMENT(1:15)
                   MOVE WS-DEPT-TAB-CODE(WS-DEPT-INDEX)
                       TO WS-EMP-DEPT-CODE
                   MOVE WS-DEPT-TAB-UNION(WS-DEPT-INDEX)
                       TO WS-EMP-UNION
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-EMP-DEPT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CRT-INDEX FROM 1 BY 1
                   UNTIL WS-CRT-INDEX > WS-CRT-QTDE
               PERFORM VARYING WS-CRT-REQ-INDEX FROM 1 BY 1
                       UNTIL WS-CRT-REQ-INDEX > 10
                   IF WS-CRT-REQ-DEPT
                      (WS-CRT-INDEX, WS-CRT-REQ-INDEX)(1:3) =
                      WS-EMP-DEPT-CODE
                       PERFORM CHECK-ONE-CERTIFICATION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-PERFORM
           IF ONB-CERTS = "N"
               MOVE "CERTIFICACAO" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
           END-IF.

       CHECK-ONE-CERTIFICATION.
           MOVE "N" TO WS-HAS-VALID-CERT
           PERFORM VARYING WS-EC-INDEX FROM 1 BY 1
                   UNTIL WS-EC-INDEX > WS-EC-QTDE
               IF WS-EC-EMP(WS-EC-INDEX) = MST-EMP-ID AND
                  WS-EC-CODE(WS-EC-INDEX) =
                      WS-CRT-CODE(WS-CRT-INDEX) AND
                  WS-EC-EXPIRY(WS-EC-INDEX) > WS-RUN-PERIOD
                   MOVE "S" TO WS-HAS-VALID-CERT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HAS-VALID-CERT = "N"
               MOVE "N" TO ONB-CERTS
           END-IF.

       CHECK-POSITION.
           MOVE "N" TO ONB-POSITION
           IF MST-POSITION-CODE NOT = SPACES
               PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                       UNTIL WS-POS-INDEX > WS-POS-QTDE
                   IF WS-POS-CODE(WS-POS-INDEX) = MST-POSITION-CODE
                       MOVE "S" TO ONB-POSITION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF ONB-POSITION = "N"
               MOVE "CARGO" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
           END-IF.

      *> Sindicato proprio do funcionario ou, em branco, o do
      *> departamento (ja achado em CHECK-CERTIFICATIONS).
       CHECK-UNION.
           IF MST-UNION-CODE NOT = SPACES
               MOVE MST-UNION-CODE TO WS-EMP-UNION
           END-IF
           MOVE "N" TO ONB-UNION
           IF WS-EMP-UNION NOT = SPACES
               PERFORM VARYING WS-UN-INDEX FROM 1 BY 1
                       UNTIL WS-UN-INDEX > WS-UN-QTDE
                   IF WS-UN-CODE(WS-UN-INDEX) = WS-EMP-UNION
                       MOVE "S" TO ONB-UNION
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF
           IF ONB-UNION = "N"
               MOVE "SINDICATO" TO WS-MISSING-TEXT
               PERFORM ADD-MISSING-ITEM
           END-IF.

      *> Acrescenta o item em WS-MISSING-TEXT a lista de pendencias
      *> da admissao.
       ADD-MISSING-ITEM.
           ADD 1 TO ONB-MISSING-COUNT
           IF WS-MISSING-PTR < 60
               STRING WS-MISSING-TEXT DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                   INTO WS-MISSING-LIST
                   WITH POINTER WS-MISSING-PTR
               END-STRING
           END-IF.

       STORE-PENDING-HIRE.
           IF WS-PD-QTDE NOT < 2000
               MOVE "S" TO WS-PD-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PD-QTDE
           MOVE ONB-DAYS-PENDING   TO WS-PD-DAYS(WS-PD-QTDE)
           MOVE MST-EMP-ID         TO WS-PD-EMP-ID(WS-PD-QTDE)
           MOVE MST-EMP-NAME       TO WS-PD-NAME(WS-PD-QTDE)
           MOVE MST-EMP-DEPARTMENT TO WS-PD-DEPT(WS-PD-QTDE)
           MOVE MST-EMP-HIRE-DATE  TO WS-PD-HIRE(WS-PD-QTDE)
           MOVE WS-MISSING-LIST    TO WS-PD-MISSING(WS-PD-QTDE).

       WRITE-PENDING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "onboarding_pending.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-PD-QTDE > 1
               SORT WS-PD-ENTRADAS DESCENDING KEY WS-PD-DAYS
                                   ASCENDING KEY WS-PD-EMP-ID
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "POSICAO EM: " BDT-DATE
                  "   ADMISSOES DOS ULTIMOS " WS-WINDOW-DAYS
                  " DIAS E ADMISSOES FUTURAS (DIAS NEGATIVOS)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM HEADER-PEND
           PERFORM VARYING WS-PD-INDEX FROM 1 BY 1
                   UNTIL WS-PD-INDEX > WS-PD-QTDE
               MOVE WS-PD-DAYS(WS-PD-INDEX) TO FORMATTED-DAYS
               MOVE SPACES TO REPORT-LINE
               STRING WS-PD-EMP-ID(WS-PD-INDEX) " "
                      WS-PD-NAME(WS-PD-INDEX) " "
                      WS-PD-DEPT(WS-PD-INDEX) " "
                      WS-PD-HIRE(WS-PD-INDEX) " "
                      FORMATTED-DAYS " "
                      WS-PD-MISSING(WS-PD-INDEX)
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-PERFORM
           IF WS-PD-QTDE = 0
               MOVE "  (nenhuma admissao com pendencia)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "ADMISSOES CONFERIDAS: " WS-HIRES-CHECKED
                  "   COMPLETAS: " WS-HIRES-COMPLETE
                  "   COM PENDENCIA: " WS-HIRES-PENDING
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-PD-OVERFLOW = "S"
               DISPLAY "Aviso: mais de 2000 admissoes com pendencia - "
                       "excedentes so no checklist"
           END-IF
           IF WS-HIRES-PENDING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM MST-LOCK-RELEASE-SHARED
           IF WS-PERSONAL-OPEN = "S"
               CLOSE PERSONAL-DATA-FILE
           END-IF
           IF WS-BANK-OPEN = "S"
               CLOSE BANK-DETAILS-FILE
           END-IF
           IF WS-CHECKLIST-FILE-STATUS = "00"
               CLOSE CHECKLIST-FILE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO CHECKLIST DE ADMISSAO ==="
           DISPLAY "Funcionarios lidos: " WS-EMPLOYEES-READ
           DISPLAY "Admissoes conferidas: " WS-HIRES-CHECKED
           DISPLAY "Completas: " WS-HIRES-COMPLETE
           DISPLAY "Com pendencia: " WS-HIRES-PENDING
           DISPLAY "Checklist: onboarding_checklist.dat"
           DISPLAY "Relacao: onboarding_pending.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "ONBOARDING-CHECK" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-EMPLOYEES-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-HIRES-PENDING  TO JRL-RECORDS-REJECTED
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
                   WS-EMPLOYEES-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-EMPLOYEES-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY CPFVAL-RTN.
       COPY MSTLOCK-RTN.
       COPY BUSDATE-RTN.
