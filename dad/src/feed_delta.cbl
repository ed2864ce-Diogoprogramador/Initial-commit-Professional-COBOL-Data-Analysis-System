      *> ausentes nao passar do teto de seguranca de feeddelta.parm
      *> (percentual); acima disso, nenhum "T" sai e o passo termina
      *> com codigo grave para a cadeia parar.
      *> O cargo do feed (HR-POSITION-CODE) segue na transacao, e um
      *> cargo diferente do mestre tambem vira alteracao ("C") - a
      *> validacao contra o mestre de cargos e feita na manutencao.
      *> O sexo do feed (HR-SEX-CODE) segue do mesmo jeito: quando
      *> vem preenchido e difere do mestre, vira alteracao.
      *> Terminado o delta, o programa lanca no livro de totais de
      *> controle (control_ledger.dat, CTLLEDG-FD.cpy), sob a data de
      *> negocio: LIDOS (registros de dados do feed e soma de
      *> HR-MONTHLY-SALARY, a mesma prova do HR-FEED-CONVERT),
      *> GERADAS (todas as transacoes gravadas e soma de
      *> TRANS-EMP-SALARY - o que o EMPLOYEE-MAINTENANCE deve ler),
      *> AUSENTES (desligamentos de ativos que sumiram do feed, que
      *> nao vem de registro do feed) e SEMMUDAN (registros do feed
      *> que nao viraram transacao: sem mudanca, novos ja inativos e
      *> matricula em branco). Feed reprovado na critica de
      *> header/trailer nao lanca nada.
      *> O desligamento explicito do feed leva o motivo informado
      *> pelo RH (HR-TERM-REASON) para TRANS-TERM-REASON. O
      *> desligamento de ausente nao tem motivo de origem: sai em
      *> branco, o EMPLOYEE-MAINTENANCE o rejeita, e o RH lanca o "T"
      *> com o motivo pelo TRANS-CAPTURE - ninguem e desligado (nem
      *> tem a rescisao calculada) por motivo presumido.

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
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.

       FD HR-FEED-FILE.
       COPY HRFEED.

       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

       01 WS-FILE-STATUSES.
           05 WS-HR-FEED-STATUS      PIC XX.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-ACTIVE-COUNT     PIC 9(5) VALUE 0.
           05 WS-MISSING-COUNT    PIC 9(5) VALUE 0.
           05 WS-MISSING-PCT      PIC 999V99.
           05 WS-TERM-REASON-OUT  PIC X(2).

       01 WS-COUNTERS.
           05 WS-FEED-READ        PIC 9(5) VALUE 0.
           05 WS-CHANGES-OUT      PIC 9(5) VALUE 0.
           05 WS-TERMS-OUT        PIC 9(5) VALUE 0.
           05 WS-UNCHANGED        PIC 9(5) VALUE 0.
           05 WS-BLANK-IDS        PIC 9(5) VALUE 0.
           05 WS-ABSENT-TERMS     PIC 9(5) VALUE 0.

      *> Somas de salario que acompanham as contagens no livro de
      *> totais de controle.
       01 WS-CONTROL-HASHES.
           05 WS-EMITTED-HASH     PIC 9(13)V99 VALUE 0.
           05 WS-ABSENT-HASH      PIC 9(13)V99 VALUE 0.
           05 WS-UNCHANGED-HASH   PIC 9(13)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
               PERFORM PROCESS-FEED-RECORDS
               PERFORM GENERATE-TERMINATIONS
               PERFORM CLOSE-FILES
               PERFORM POST-CONTROL-TOTALS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           DISPLAY "=== DELTA DO FEED DE RH ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM BDT-GET-BUSINESS-DATE
           PERFORM LOAD-DELTA-PARM
           PERFORM LOAD-DEPT-MASTER

           ADD 1 TO FCT-ACTUAL-COUNT
           ADD HR-MONTHLY-SALARY TO FCT-ACTUAL-HASH
           IF HR-EMP-ID = SPACES
               ADD 1 TO WS-BLANK-IDS
               ADD HR-MONTHLY-SALARY TO WS-UNCHANGED-HASH
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FEED-QTDE
      *> Matricula nova ja desligada na origem: nao ha o que
      *> incluir nem desligar - fica de fora, com aviso.
                       ADD 1 TO WS-INACTIVE-SKIPPED
                       ADD HR-MONTHLY-SALARY TO WS-UNCHANGED-HASH
                       DISPLAY "Aviso: " HR-EMP-ID " novo no feed "
                               "porem inativo na origem - ignorado"
                   ELSE
                           PERFORM EMIT-FEED-TERMINATION
                       WHEN HR-STATUS-INACTIVE
                           ADD 1 TO WS-UNCHANGED
                           ADD HR-MONTHLY-SALARY TO WS-UNCHANGED-HASH
                       WHEN MST-EMP-SALARY NOT = HR-MONTHLY-SALARY OR
                            MST-EMP-DEPARTMENT NOT = WS-FEED-DEPT-NAME OR
                            (HR-POSITION-CODE NOT = SPACES AND
                             MST-POSITION-CODE NOT = HR-POSITION-CODE) OR
                            (HR-SEX-CODE NOT = SPACES AND
                             MST-SEX NOT = HR-SEX-CODE)
                           PERFORM EMIT-CHANGE-TRANSACTION
                       WHEN OTHER
                           ADD 1 TO WS-UNCHANGED
                           ADD HR-MONTHLY-SALARY TO WS-UNCHANGED-HASH
                   END-EVALUATE
           END-READ.

           MOVE 0                 TO AGE-CALC-FALLBACK
           PERFORM AGE-CALC-COMPUTE
           MOVE AGE-CALC-RESULT   TO TRANS-EMP-AGE
           MOVE HR-BIRTH-DATE     TO TRANS-BIRTH-DATE
           MOVE HR-POSITION-CODE  TO TRANS-POSITION-CODE
           MOVE HR-SEX-CODE       TO TRANS-SEX.

       EMIT-ADD-TRANSACTION.
           MOVE SPACES TO TRANSACTION-RECORD
           PERFORM FILL-COMMON-TRANS-FIELDS
           MOVE SPACES TO TRANS-MANAGER-ID
           WRITE TRANSACTION-RECORD
           ADD TRANS-EMP-SALARY TO WS-EMITTED-HASH
           ADD 1 TO WS-ADDS-OUT.

      *> Desligamento explicito do feed (situacao "0" para ativo do
      *> mestre): a transacao "T" sai com os dados do mestre, como na
      *> passada de ausentes.
       EMIT-FEED-TERMINATION.
           MOVE HR-TERM-REASON TO WS-TERM-REASON-OUT
           PERFORM EMIT-ONE-TERMINATION.

      *> Na alteracao, o gestor cadastrado no mestre e preservado - o
           PERFORM FILL-COMMON-TRANS-FIELDS
           MOVE MST-MANAGER-ID TO TRANS-MANAGER-ID
           WRITE TRANSACTION-RECORD
           ADD TRANS-EMP-SALARY TO WS-EMITTED-HASH
           ADD 1 TO WS-CHANGES-OUT.

      *> Passada de desligamentos: varre o mestre e conta os ativos
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM LOOKUP-FEED-ID
                           IF WS-FEED-MATCH = 0
                               MOVE SPACES TO WS-TERM-REASON-OUT
                               PERFORM EMIT-ONE-TERMINATION
                               ADD 1 TO WS-ABSENT-TERMS
                               ADD MST-EMP-SALARY TO WS-ABSENT-HASH
                           END-IF
                       END-IF
               END-READ
           ADD 1 TO WS-NEXT-SEQUENCE
           MOVE WS-NEXT-SEQUENCE   TO TRANS-SEQUENCE
           MOVE MST-BIRTH-DATE     TO TRANS-BIRTH-DATE
           MOVE WS-TERM-REASON-OUT TO TRANS-TERM-REASON
           WRITE TRANSACTION-RECORD
           ADD TRANS-EMP-SALARY TO WS-EMITTED-HASH
           ADD 1 TO WS-TERMS-OUT.

       CLOSE-FILES.
           DISPLAY "Sem mudanca: " WS-UNCHANGED
           DISPLAY "Transacoes gravadas em: employee_transactions.dat".

      *> Totais de controle do delta no livro da cadeia, sem empresa e
      *> com a competencia do mes da data de negocio. O CHAIN-BALANCE
      *> confere LIDOS = GERADAS - AUSENTES + SEMMUDAN e GERADAS
      *> contra o que a manutencao leu.
       POST-CONTROL-TOTALS.
           MOVE "FEED-DELTA"      TO CLG-REQ-PROGRAM
           MOVE BDT-DATE          TO CLG-REQ-DATE
           MOVE BDT-DATE(1:6)     TO CLG-REQ-PERIOD
           MOVE SPACES            TO CLG-REQ-COMPANY
           MOVE "LIDOS"           TO CLG-REQ-METRIC
           MOVE WS-FEED-READ      TO CLG-REQ-COUNT
           MOVE FCT-ACTUAL-HASH   TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE "GERADAS"         TO CLG-REQ-METRIC
           COMPUTE CLG-REQ-COUNT =
               WS-ADDS-OUT + WS-CHANGES-OUT + WS-TERMS-OUT
           MOVE WS-EMITTED-HASH   TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE "AUSENTES"        TO CLG-REQ-METRIC
           MOVE WS-ABSENT-TERMS   TO CLG-REQ-COUNT
           MOVE WS-ABSENT-HASH    TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE "SEMMUDAN"        TO CLG-REQ-METRIC
           COMPUTE CLG-REQ-COUNT =
               WS-UNCHANGED + WS-INACTIVE-SKIPPED + WS-BLANK-IDS
           MOVE WS-UNCHANGED-HASH TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           PERFORM CLG-CLOSE-LEDGER.

       WRITE-JOB-LOG-ENTRY.
           MOVE "FEED-DELTA" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
       COPY AGECALC-RTN.

       COPY FILECTL-RTN.

       COPY BUSDATE-RTN.

       COPY CTLLEDG-RTN.
