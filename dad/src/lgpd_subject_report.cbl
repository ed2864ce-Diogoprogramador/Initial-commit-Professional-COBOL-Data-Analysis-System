IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPD-SUBJECT-REPORT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Relatorio do titular (LGPD, "o que voces guardam sobre
      *> mim"): informado o CPF (resolvido para a matricula em
      *> personal_data.dat) ou a propria matricula, lista TODO
      *> registro guardado sobre a pessoa, com o arquivo de onde
      *> veio - mestre (employee_master.dat) e extrato
      *> (enterprise.dat), historico de desligados, dados pessoais,
      *> dependentes, dados bancarios, diarios salarial e de
      *> transferencias, afastamentos, historico de folha, os
      *> retratos mensais (da admissao ate a competencia corrente) e
      *> os logs: auditoria da manutencao e fila de aprovacao (como
      *> funcionario, como quem submeteu ou como quem aprovou) e o
      *> log de anonimizacao. O log de execucoes (job_run_log.dat)
      *> nao guarda dado por pessoa e aparece so como nota.
      *> O log de leitura de dados sensiveis (access_log.dat) entra
      *> tambem: quem viu os dados do titular e o que o titular, como
      *> operador, viu de outros.
      *> O relatorio sai em ../data/lgpd_titular_<matricula>_<data>.txt
      *> para ser entregue ao titular; no console fica so o resumo.
      *> Mesmo menu texto ACCEPT/DISPLAY do TERMINATED-INQUIRY; le o
      *> mestre sob o enqueue compartilhado, como o EMPLOYEE-INQUIRY.
      *> O sexo cadastrado (MST-SEX) sai na linha da imagem do
      *> mestre - e dado pessoal como os demais.
      *> A chave PIX cadastrada sai numa linha propria dos dados
      *> bancarios, com o tipo da chave.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT DEPENDENTS-FILE ASSIGN TO "../data/dependents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENTS-FILE-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN TO "../data/bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT SALARY-HISTORY-FILE ASSIGN TO "../data/salary_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SALHIST-FILE-STATUS.

           SELECT DEPT-HISTORY-FILE ASSIGN TO "../data/dept_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPTHIST-FILE-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT SNAPSHOT-FILE ASSIGN DYNAMIC WS-SNAPSHOT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "../data/employee_maintenance_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT APPROVAL-FILE ASSIGN TO "../data/salary_approvals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-FILE-STATUS.

           SELECT LGPD-LOG-FILE ASSIGN TO "../data/lgpd_anonymization_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LGPDLOG-FILE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

           SELECT SUBJECT-REPORT-FILE ASSIGN DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD DEPENDENTS-FILE.
       COPY DEPENDNT.

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

       FD SALARY-HISTORY-FILE.
       COPY SALHIST.

       FD DEPT-HISTORY-FILE.
       COPY DEPTHIST.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL.

       FD SNAPSHOT-FILE.
       COPY SNAPMST.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE          PIC X(80).

       FD APPROVAL-FILE.
       COPY SALAPPR.

       FD LGPD-LOG-FILE.
       COPY LGPDLOG.

       COPY ACCLOG-FD.

       FD SUBJECT-REPORT-FILE.
       01 SUBJECT-REPORT-LINE     PIC X(132).

       COPY MSTLOCK-FD.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY ACCLOG.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS     PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS   PIC XX.
           05 WS-TERMHIST-FILE-STATUS   PIC XX.
           05 WS-PERSONAL-FILE-STATUS   PIC XX.
           05 WS-DEPENDENTS-FILE-STATUS PIC XX.
           05 WS-BANK-FILE-STATUS       PIC XX.
           05 WS-SALHIST-FILE-STATUS    PIC XX.
           05 WS-DEPTHIST-FILE-STATUS   PIC XX.
           05 WS-ABSENCE-FILE-STATUS    PIC XX.
           05 WS-PAYHIST-FILE-STATUS    PIC XX.
           05 WS-SNAPSHOT-FILE-STATUS   PIC XX.
           05 WS-AUDIT-FILE-STATUS      PIC XX.
           05 WS-APPROVAL-FILE-STATUS   PIC XX.
           05 WS-LGPDLOG-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS     PIC XX.
           05 WS-EXCL-LOCK-STATUS       PIC XX.
           05 WS-SHARED-LOCK-STATUS     PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG              PIC X VALUE "N".
           05 WS-CONTINUA              PIC X VALUE "Y".
               88 CONTINUE-INQUIRY     VALUE "Y".
           05 WS-MASTER-OPEN           PIC X VALUE "N".
           05 WS-CPF-FOUND             PIC X.

       COPY MSTLOCK.

       01 WS-MENU-OPCAO               PIC X.
       01 WS-SUBJECT-ID               PIC X(6).
       01 WS-SUBJECT-CPF              PIC X(11).

       01 WS-REPORT-FILENAME          PIC X(60).
       01 WS-RPT-TEXT                 PIC X(132).

      *> Retratos: da competencia de admissao (mestre ou historico de
      *> desligados) ate a corrente; sem admissao conhecida, os
      *> ultimos 10 anos.
       01 WS-SNAPSHOT-FILENAME        PIC X(44).
       01 WS-SNAP-FIELDS.
           05 WS-HIRE-PERIOD          PIC 9(6).
           05 WS-CURRENT-PERIOD       PIC 9(6).
           05 WS-SNAP-PERIOD          PIC 9(6).
           05 WS-SNAP-PERIOD-R REDEFINES WS-SNAP-PERIOD.
               10 WS-SNAP-YEAR        PIC 9999.
               10 WS-SNAP-MONTH       PIC 99.
           05 WS-SNAP-FILES           PIC 9(4).

       01 WS-SOURCE-COUNT             PIC 9(5).
       01 WS-TOTAL-COUNT              PIC 9(5).
       01 WS-ROLE-DESC                PIC X(22).

       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==SBV-RECORD==
                   LEADING ==MST== BY ==SBV==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==SBV-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==SBV-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==SBV-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==SBV-CURRENCY-IS-USD==.

       COPY EMPTRANS.

       01 WS-FORMATTED.
           05 FORMATTED-AMOUNT-1      PIC Z(7)9,99.
           05 FORMATTED-AMOUNT-2      PIC Z(7)9,99.
           05 FORMATTED-AMOUNT-3      PIC Z(7)9,99.
           05 FORMATTED-AMOUNT-4      PIC Z(7)9,99.

       01 WS-COUNTERS.
           05 WS-RELATORIOS-EMITIDOS  PIC 999 VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           PERFORM UNTIL NOT CONTINUE-INQUIRY
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-OPTION
           END-PERFORM
           PERFORM CLEANUP
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== RELATORIO DO TITULAR (LGPD) ==="
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-CURRENT-PERIOD = BDT-YEAR * 100 + BDT-MONTH
           MOVE "LGPD-SUBJECT-REPORT" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em manutencao - tente mais tarde"
               MOVE 8 TO RETURN-CODE
               MOVE "N" TO WS-CONTINUA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               MOVE "N" TO WS-CONTINUA
               PERFORM MST-LOCK-RELEASE-SHARED
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-MASTER-OPEN.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "1 - Relatorio por matricula"
           DISPLAY "2 - Relatorio por CPF"
           DISPLAY "3 - Encerrar"
           DISPLAY "Escolha uma opcao: " WITH NO ADVANCING
           ACCEPT WS-MENU-OPCAO.

       PROCESS-MENU-OPTION.
           EVALUATE WS-MENU-OPCAO
               WHEN "1"
                   PERFORM REPORT-BY-EMP-ID
               WHEN "2"
                   PERFORM REPORT-BY-CPF
               WHEN "3"
                   MOVE "N" TO WS-CONTINUA
               WHEN OTHER
                   DISPLAY "Opcao invalida - digite 1, 2 ou 3"
           END-EVALUATE.

       REPORT-BY-EMP-ID.
           DISPLAY "Matricula do titular: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUBJECT-ID
           ACCEPT WS-SUBJECT-ID
           IF WS-SUBJECT-ID = SPACES
               DISPLAY "Matricula nao informada"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SUBJECT-CPF
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               MOVE WS-SUBJECT-ID TO PRS-EMP-ID
               READ PERSONAL-DATA-FILE
                   INVALID KEY CONTINUE
                   NOT INVALID KEY MOVE PRS-CPF TO WS-SUBJECT-CPF
               END-READ
               CLOSE PERSONAL-DATA-FILE
           END-IF
           PERFORM BUILD-SUBJECT-REPORT.

      *> O CPF so existe em personal_data.dat: e la que ele vira
      *> matricula. Varredura em sequencia de chave - o indice e por
      *> matricula.
       REPORT-BY-CPF.
           DISPLAY "CPF do titular (11 digitos): " WITH NO ADVANCING
           MOVE SPACES TO WS-SUBJECT-CPF
           ACCEPT WS-SUBJECT-CPF
           IF WS-SUBJECT-CPF = SPACES
               DISPLAY "CPF nao informado"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-CPF-FOUND
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               DISPLAY "Dados pessoais indisponiveis (personal_data.dat)"
                       " - consulte pela matricula"
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PRS-EMP-ID
           MOVE "N" TO WS-EOF-FLAG
           START PERSONAL-DATA-FILE KEY IS NOT LESS THAN PRS-EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PERSONAL-DATA-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PRS-CPF = WS-SUBJECT-CPF
                           MOVE PRS-EMP-ID TO WS-SUBJECT-ID
                           MOVE "S" TO WS-CPF-FOUND
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERSONAL-DATA-FILE
           IF WS-CPF-FOUND NOT = "S"
               DISPLAY "CPF " WS-SUBJECT-CPF " nao consta de "
                       "personal_data.dat - nenhum registro vinculado "
                       "a ele"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CPF vinculado a matricula " WS-SUBJECT-ID
           PERFORM BUILD-SUBJECT-REPORT.

       BUILD-SUBJECT-REPORT.
           MOVE SPACES TO WS-REPORT-FILENAME
           STRING "../data/lgpd_titular_" WS-SUBJECT-ID "_" BDT-DATE
                  ".txt" DELIMITED BY SIZE INTO WS-REPORT-FILENAME
           OPEN OUTPUT SUBJECT-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-REPORT-FILENAME
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TOTAL-COUNT
           MOVE 0 TO WS-HIRE-PERIOD

           MOVE "RELATORIO DO TITULAR - DADOS PESSOAIS GUARDADOS (LGPD)"
               TO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Matricula: " WS-SUBJECT-ID "   CPF: " WS-SUBJECT-CPF
                  "   Emitido em: " BDT-DATE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE

           PERFORM LIST-MASTER
           PERFORM LIST-ENTERPRISE
           PERFORM LIST-TERMINATED
           PERFORM LIST-PERSONAL-DATA
           PERFORM LIST-DEPENDENTS
           PERFORM LIST-BANK-DETAILS
           PERFORM LIST-SALARY-HISTORY
           PERFORM LIST-DEPT-HISTORY
           PERFORM LIST-ABSENCES
           PERFORM LIST-PAYROLL-HISTORY
           PERFORM LIST-SNAPSHOTS
           PERFORM LIST-AUDIT-LOG
           PERFORM LIST-APPROVALS
           PERFORM LIST-LGPD-LOG
           PERFORM LIST-ACCESS-LOG

           MOVE "job_run_log.dat" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           MOVE "  (so execucoes de programas - nenhum dado por pessoa)"
               TO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-RPT-TEXT
           STRING "Total de registros listados: " WS-TOTAL-COUNT
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE
           CLOSE SUBJECT-REPORT-FILE
           ADD 1 TO WS-RELATORIOS-EMITIDOS
           DISPLAY "Registros listados: " WS-TOTAL-COUNT
           DISPLAY "Relatorio gravado: " WS-REPORT-FILENAME.

       WRITE-REPORT-LINE.
           MOVE WS-RPT-TEXT TO SUBJECT-REPORT-LINE
           WRITE SUBJECT-REPORT-LINE
           MOVE SPACES TO WS-RPT-TEXT.

      *> Cabecalho de secao: o nome do arquivo de origem chega em
      *> WS-RPT-TEXT.
       WRITE-SOURCE-HEADER.
           MOVE SPACES TO SUBJECT-REPORT-LINE
           WRITE SUBJECT-REPORT-LINE
           MOVE SPACES TO SUBJECT-REPORT-LINE
           STRING "== Arquivo: " WS-RPT-TEXT
                  DELIMITED BY "  " INTO SUBJECT-REPORT-LINE
           WRITE SUBJECT-REPORT-LINE
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE SPACES TO WS-RPT-TEXT.

       WRITE-SOURCE-FOOTER.
           IF WS-SOURCE-COUNT = 0
               MOVE "  (nenhum registro)" TO WS-RPT-TEXT
               PERFORM WRITE-REPORT-LINE
           END-IF
           ADD WS-SOURCE-COUNT TO WS-TOTAL-COUNT.

       WRITE-UNAVAILABLE.
           MOVE "  (arquivo indisponivel nesta consulta)" TO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE.

      *> Imagem do mestre (SBV-RECORD), comum a mestre, extrato,
      *> historico de desligados e retratos: duas linhas.
       WRITE-IMAGE-LINES.
           ADD 1 TO WS-SOURCE-COUNT
           IF WS-HIRE-PERIOD = 0 AND SBV-HIRE-YEAR IS NUMERIC AND
              SBV-HIRE-MONTH IS NUMERIC AND SBV-HIRE-YEAR > 0
               COMPUTE WS-HIRE-PERIOD =
                   SBV-HIRE-YEAR * 100 + SBV-HIRE-MONTH
           END-IF
           MOVE SBV-EMP-SALARY TO FORMATTED-AMOUNT-1
           MOVE SPACES TO WS-RPT-TEXT
           STRING "  Nome: " SBV-EMP-NAME " | Nascimento: "
                  SBV-BIRTH-DATE " | Admissao: " SBV-EMP-HIRE-DATE
                  " | Situacao: " SBV-EMP-STATUS
                  " | Sexo: " SBV-SEX
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE
           STRING "    Depto: " SBV-EMP-DEPARTMENT " | Cargo: "
                  SBV-POSITION-CODE " | Grade: " SBV-GRADE-CODE
                  " | Empresa: " SBV-COMPANY-CODE " | Gestor: "
                  SBV-MANAGER-ID " | Salario: " FORMATTED-AMOUNT-1
                  " " SBV-CURRENCY-CODE
                  DELIMITED BY SIZE INTO WS-RPT-TEXT
           PERFORM WRITE-REPORT-LINE.

       LIST-MASTER.
           MOVE "employee_master.dat (mestre de funcionarios)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           MOVE WS-SUBJECT-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE EMPLOYEE-MASTER-RECORD TO SBV-RECORD
                   PERFORM WRITE-IMAGE-LINES
           END-READ
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-ENTERPRISE.
           MOVE "enterprise.dat (extrato do mestre)" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EMP-ID = WS-SUBJECT-ID
                           MOVE EMPLOYEE-RECORD TO SBV-RECORD
                           PERFORM WRITE-IMAGE-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-TERMINATED.
           MOVE "terminated_history.dat (historico de desligados)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TERM-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TH-EMP-ID = WS-SUBJECT-ID
                           MOVE SPACES TO WS-RPT-TEXT
                           STRING "  Desligado em " TH-TERMINATION-DATE
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                           MOVE TH-MASTER-IMAGE TO SBV-RECORD
                           PERFORM WRITE-IMAGE-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-PERSONAL-DATA.
           MOVE "personal_data.dat (CPF e endereco)" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO PRS-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SOURCE-COUNT
                   STRING "  CPF: " PRS-CPF " | Endereco: " PRS-ADDRESS
                          " | " PRS-CITY " " PRS-UF " | CEP: " PRS-CEP
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM WRITE-REPORT-LINE
           END-READ
           CLOSE PERSONAL-DATA-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-DEPENDENTS.
           MOVE "dependents.dat (dependentes)" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT DEPENDENTS-FILE
           IF WS-DEPENDENTS-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DEPENDENTS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DEP-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  Dependente: " DEP-NAME
                                  " | Nascimento: " DEP-BIRTH-DATE
                                  " | Parentesco: " DEP-RELATIONSHIP
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPENDENTS-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-BANK-DETAILS.
           MOVE "bank_details.dat (dados bancarios)" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SUBJECT-ID TO BNK-EMP-ID
           READ BANK-DETAILS-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SOURCE-COUNT
                   STRING "  Banco: " BNK-BANK-CODE " | Agencia: "
                          BNK-BRANCH " | Conta: " BNK-ACCOUNT "-"
                          BNK-ACCOUNT-DV " | Tipo: " BNK-ACCOUNT-TYPE
                          " | Ultimo retorno: " BNK-RETURN-STATUS " "
                          BNK-RETURN-REASON
                          DELIMITED BY SIZE INTO WS-RPT-TEXT
                   PERFORM WRITE-REPORT-LINE
                   IF BNK-PIX-KEY NOT = SPACES
                       STRING "  Chave PIX (tipo " BNK-PIX-KEY-TYPE
                              "): " BNK-PIX-KEY
                              DELIMITED BY SIZE INTO WS-RPT-TEXT
                       PERFORM WRITE-REPORT-LINE
                   END-IF
           END-READ
           CLOSE BANK-DETAILS-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-SALARY-HISTORY.
           MOVE "salary_history.dat (diario salarial)" TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT SALARY-HISTORY-FILE
           IF WS-SALHIST-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SALARY-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SH-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           MOVE SH-OLD-SALARY TO FORMATTED-AMOUNT-1
                           MOVE SH-NEW-SALARY TO FORMATTED-AMOUNT-2
                           STRING "  Vigencia: " SH-EFFECTIVE-DATE
                                  " | De: " FORMATTED-AMOUNT-1
                                  " | Para: " FORMATTED-AMOUNT-2 " "
                                  SH-CURRENCY-CODE " | Perfil: "
                                  SH-TRANS-USER " | Aplicada: "
                                  SH-APPLY-DATE " | Aprovador: "
                                  SH-APPROVER-ID
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALARY-HISTORY-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-DEPT-HISTORY.
           MOVE "dept_history.dat (transferencias de departamento)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT DEPT-HISTORY-FILE
           IF WS-DEPTHIST-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DEPT-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DH-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  Vigencia: " DH-EFFECTIVE-DATE
                                  " | De: " DH-OLD-DEPT " | Para: "
                                  DH-NEW-DEPT " | Perfil: "
                                  DH-TRANS-USER
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPT-HISTORY-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-ABSENCES.
           MOVE "absence_transactions.dat (afastamentos)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ABSENCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ABS-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  Tipo: " ABS-TYPE " | De: "
                                  ABS-START-DATE " | Ate: "
                                  ABS-END-DATE
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           PERFORM WRITE-SOURCE-FOOTER.

      *> O historico sequencial e a fonte: o indexado e so a copia
      *> reconstruida pelo PAYROLL-HISTORY-BUILD.
       LIST-PAYROLL-HISTORY.
           MOVE "payroll_history.dat (historico de folha)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-PAYHIST-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PD-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           MOVE PD-GROSS-PAY   TO FORMATTED-AMOUNT-1
                           MOVE PD-INSS-AMOUNT TO FORMATTED-AMOUNT-2
                           MOVE PD-IRRF-AMOUNT TO FORMATTED-AMOUNT-3
                           MOVE PD-NET-PAY     TO FORMATTED-AMOUNT-4
                           STRING "  Competencia: " PD-REF-PERIOD
                                  " | Tipo: " PD-PAY-TYPE
                                  " | Nome: " PD-EMP-NAME
                                  " | Bruto: " FORMATTED-AMOUNT-1
                                  " | INSS: " FORMATTED-AMOUNT-2
                                  " | IRRF: " FORMATTED-AMOUNT-3
                                  " | Liquido: " FORMATTED-AMOUNT-4
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-SNAPSHOTS.
           MOVE "master_snapshot_<AAAAMM>.dat (retratos mensais)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           IF WS-HIRE-PERIOD = 0
               COMPUTE WS-HIRE-PERIOD = WS-CURRENT-PERIOD - 1000
           END-IF
           MOVE 0 TO WS-SNAP-FILES
           MOVE WS-HIRE-PERIOD TO WS-SNAP-PERIOD
           PERFORM UNTIL WS-SNAP-PERIOD > WS-CURRENT-PERIOD
               PERFORM LIST-ONE-SNAPSHOT
               ADD 1 TO WS-SNAP-MONTH
               IF WS-SNAP-MONTH > 12
                   MOVE 1 TO WS-SNAP-MONTH
                   ADD 1 TO WS-SNAP-YEAR
               END-IF
           END-PERFORM
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-ONE-SNAPSHOT.
           MOVE SPACES TO WS-SNAPSHOT-FILENAME
           STRING "../data/master_snapshot_" WS-SNAP-PERIOD ".dat"
                  DELIMITED BY SIZE INTO WS-SNAPSHOT-FILENAME
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SNAP-FILES
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SNAPSHOT-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SNP-MASTER-IMAGE(1:6) = WS-SUBJECT-ID
                           STRING "  Retrato da competencia "
                                  SNP-PERIOD
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                           MOVE SNP-MASTER-IMAGE TO SBV-RECORD
                           PERFORM WRITE-IMAGE-LINES
                           MOVE "Y" TO WS-EOF-FLAG
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAPSHOT-FILE.

      *> No log de auditoria a pessoa aparece como funcionario
      *> (coluna 14), como quem submeteu (coluna 37) ou como quem
      *> liberou a alteracao retida (coluna 44).
       LIST-AUDIT-LOG.
           MOVE "employee_maintenance_log.dat (auditoria)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AUDIT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROLE-DESC
                       EVALUATE WS-SUBJECT-ID
                           WHEN AUDIT-LOG-LINE(14:6)
                               MOVE "(funcionario)" TO WS-ROLE-DESC
                           WHEN AUDIT-LOG-LINE(37:6)
                               MOVE "(quem submeteu)" TO WS-ROLE-DESC
                           WHEN AUDIT-LOG-LINE(44:6)
                               MOVE "(quem aprovou)" TO WS-ROLE-DESC
                       END-EVALUATE
                       IF WS-ROLE-DESC NOT = SPACES
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  " AUDIT-LOG-LINE " " WS-ROLE-DESC
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-APPROVALS.
           MOVE "salary_approvals.dat (fila de aprovacao salarial)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT APPROVAL-FILE
           IF WS-APPROVAL-FILE-STATUS NOT = "00"
               PERFORM WRITE-UNAVAILABLE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ APPROVAL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SAP-TRANS-IMAGE TO TRANSACTION-RECORD
                       MOVE SPACES TO WS-ROLE-DESC
                       EVALUATE WS-SUBJECT-ID
                           WHEN TRANS-EMP-ID
                               MOVE "(funcionario)" TO WS-ROLE-DESC
                           WHEN TRANS-USER-ID
                               MOVE "(quem submeteu)" TO WS-ROLE-DESC
                           WHEN SAP-APPROVER-ID
                               MOVE "(quem decidiu)" TO WS-ROLE-DESC
                       END-EVALUATE
                       IF WS-ROLE-DESC NOT = SPACES
                           ADD 1 TO WS-SOURCE-COUNT
                           MOVE TRANS-EMP-SALARY TO FORMATTED-AMOUNT-1
                           STRING "  Situacao: " SAP-STATUS
                                  " | Motivo: " SAP-REASON
                                  " | Submetida: " SAP-SUBMIT-DATE
                                  " | Matricula: " TRANS-EMP-ID
                                  " | Nome: " TRANS-EMP-NAME
                                  " | Salario: " FORMATTED-AMOUNT-1
                                  " | Decisao: " SAP-DECISION-DATE " "
                                  WS-ROLE-DESC
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE APPROVAL-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-LGPD-LOG.
           MOVE "lgpd_anonymization_log.dat (log de anonimizacao)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT LGPD-LOG-FILE
           IF WS-LGPDLOG-FILE-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-FOOTER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LGPD-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF LGL-EMP-ID = WS-SUBJECT-ID
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  Anonimizado em " LGL-RUN-DATE
                                  " | Token: " LGL-TOKEN
                                  " | Desligamento: "
                                  LGL-TERMINATION-DATE
                                  " | Retencao: " LGL-RETENTION-YEARS
                                  " ano(s)"
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LGPD-LOG-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       LIST-ACCESS-LOG.
           MOVE "access_log.dat (log de leitura de dados sensiveis)"
               TO WS-RPT-TEXT
           PERFORM WRITE-SOURCE-HEADER
           OPEN INPUT ACCESS-LOG-FILE
           IF AXL-FILE-STATUS NOT = "00"
               PERFORM WRITE-SOURCE-FOOTER
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACCESS-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE SPACES TO WS-ROLE-DESC
                       EVALUATE WS-SUBJECT-ID
                           WHEN AXL-EMP-ID
                               MOVE "(dados exibidos)" TO WS-ROLE-DESC
                           WHEN AXL-USER-ID
                               MOVE "(quem consultou)" TO WS-ROLE-DESC
                       END-EVALUATE
                       IF WS-ROLE-DESC NOT = SPACES
                           ADD 1 TO WS-SOURCE-COUNT
                           STRING "  Em " AXL-ACCESS-DATE " "
                                  AXL-ACCESS-TIME
                                  " | Oper: " AXL-USER-ID
                                  " (" AXL-USER-ROLE ")"
                                  " | Mat: " AXL-EMP-ID
                                  " | Prog: " AXL-PROGRAM
                                  " | Visao: " AXL-VIEW " "
                                  WS-ROLE-DESC
                                  DELIMITED BY SIZE INTO WS-RPT-TEXT
                           PERFORM WRITE-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE
           PERFORM WRITE-SOURCE-FOOTER.

       CLEANUP.
           IF WS-MASTER-OPEN = "S"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           DISPLAY " "
           DISPLAY "Relatorios emitidos: " WS-RELATORIOS-EMITIDOS
           DISPLAY "=== RELATORIO DO TITULAR ENCERRADO ===".

       COPY BUSDATE-RTN.
       COPY MSTLOCK-RTN.
