      *> numerico em vez de "A"/"I" - toda essa traducao acontece aqui,
      *> uma unica vez, em vez de espalhar logica de conversao pelos
      *> programas que ja leem enterprise.dat.
      *> O cargo (HR-POSITION-CODE) ja chega no codigo do mestre de
      *> cargos e passa direto para EMP-POSITION-CODE.
      *> O feed nao traz jornada nem forma de pagamento: o extrato sai
      *> com os dois em branco (mensalista de 44 horas) e o regime de
      *> tempo parcial ou horista e cadastrado pela manutencao.
      *> O sexo (HR-SEX-CODE) chega no codigo do mestre (M/F) e passa
      *> direto para EMP-SEX; outro valor rejeita o registro (motivo
      *> 006). Em branco (feed anterior ao campo) passa em branco.
      *> O motivo do desligamento (HR-TERM-REASON) segue para
      *> EMP-TERM-REASON quando vem preenchido; codigo fora da tabela
      *> de motivos (TERMRSN.cpy) rejeita o registro (motivo 007). A
      *> data do desligamento nao vem no feed: fica zerada.
      *> Ao fim da conversao o programa lanca no livro de totais de
      *> controle (control_ledger.dat, CTLLEDG-FD.cpy), sob a data de
      *> negocio, as medidas LIDOS (registros de dados do feed e soma
      *> de HR-MONTHLY-SALARY), ACEITOS (convertidos) e REJEIT
      *> (rejeitados) - o CHAIN-BALANCE confere LIDOS = ACEITOS +
      *> REJEIT e LIDOS contra o que o FEED-DELTA leu do extrato.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT RETURN-FILE ASSIGN DYNAMIC WS-RETURN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.

       FD HR-FEED-FILE.
       COPY HRFEED.

       01 MANIFEST-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

       01 WS-FLAGS.
           05 EOF-FLAG           PIC X VALUE "N".
           05 VALID-FLAG         PIC X VALUE "Y".
       COPY FILECTL.

       01 WS-CONVERTED-HASH       PIC 9(13)V99 VALUE 0.
       01 WS-REJECTED-HASH        PIC 9(13)V99 VALUE 0.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
       01 WS-THROUGHPUT           PIC 9(5)V99.

       COPY DATEVAL.
       COPY TERMRSN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONVERSAO DO FEED DE RH ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           PERFORM BDT-GET-BUSINESS-DATE

           OPEN INPUT HR-FEED-FILE
           IF WS-HR-FEED-STATUS NOT = "00"
                       " - Depto: " EMP-DEPARTMENT
           ELSE
               ADD 1 TO ERROR-COUNT
               ADD HR-MONTHLY-SALARY TO WS-REJECTED-HASH
               DISPLAY "ERRO no registro [" HR-EMP-ID "]: " WS-MOTIVO
               PERFORM WRITE-REJECT-RECORD
           END-IF
                   MOVE "Data de admissao invalida" TO WS-MOTIVO
                   MOVE "005" TO WS-REASON-CODE
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES
               IF HR-SEX-CODE NOT = SPACE AND HR-SEX-CODE NOT = "M" AND
                  HR-SEX-CODE NOT = "F"
                   MOVE "N" TO VALID-FLAG
                   STRING "Codigo de sexo invalido ("
                          HR-SEX-CODE ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   MOVE "006" TO WS-REASON-CODE
               END-IF
           END-IF

           IF WS-MOTIVO = SPACES AND HR-TERM-REASON NOT = SPACES
               MOVE HR-TERM-REASON TO TRS-REQ-CODE
               PERFORM TRS-FIND-REASON
               IF TRS-REASON-INVALID
                   MOVE "N" TO VALID-FLAG
                   STRING "Motivo de desligamento invalido ("
                          HR-TERM-REASON ")"
                       DELIMITED BY SIZE INTO WS-MOTIVO
                   MOVE "007" TO WS-REASON-CODE
               END-IF
           END-IF.

      *> Calcula a idade na data de hoje pela rotina compartilhada
           MOVE HR-BIRTH-DATE      TO EMP-BIRTH-DATE
           MOVE SPACES             TO EMP-GRADE-CODE
           MOVE "01"               TO EMP-COMPANY-CODE
           MOVE HR-POSITION-CODE   TO EMP-POSITION-CODE
           MOVE 0                  TO EMP-WEEKLY-HOURS
           MOVE SPACES             TO EMP-PAY-BASIS
           MOVE HR-SEX-CODE        TO EMP-SEX
           MOVE HR-TERM-REASON     TO EMP-TERM-REASON
           MOVE ZEROS              TO EMP-TERM-DATE

           ADD HR-MONTHLY-SALARY TO WS-CONVERTED-HASH
           WRITE EMPLOYEE-RECORD.
                       "hr_feed_rejects.dat"
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM POST-CONTROL-TOTALS
           PERFORM WRITE-JOB-LOG-ENTRY.

      *> Totais de controle da conversao no livro da cadeia: sem
      *> empresa (o feed nao separa) e com a competencia do mes da
      *> data de negocio.
       POST-CONTROL-TOTALS.
           MOVE "HR-FEED-CONVERT" TO CLG-REQ-PROGRAM
           MOVE BDT-DATE          TO CLG-REQ-DATE
           MOVE BDT-DATE(1:6)     TO CLG-REQ-PERIOD
           MOVE SPACES            TO CLG-REQ-COMPANY
           MOVE "LIDOS"           TO CLG-REQ-METRIC
           MOVE RECORD-COUNT      TO CLG-REQ-COUNT
           MOVE FCT-ACTUAL-HASH   TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE "ACEITOS"         TO CLG-REQ-METRIC
           MOVE VALID-COUNT       TO CLG-REQ-COUNT
           MOVE WS-CONVERTED-HASH TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           MOVE "REJEIT"          TO CLG-REQ-METRIC
           MOVE ERROR-COUNT       TO CLG-REQ-COUNT
           MOVE WS-REJECTED-HASH  TO CLG-REQ-AMOUNT
           PERFORM CLG-POST-TOTAL
           PERFORM CLG-CLOSE-LEDGER.

       WRITE-JOB-LOG-ENTRY.
           MOVE "HR-FEED-CONVERT" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
       COPY DATEVAL-RTN.
       COPY AGECALC-RTN.
       COPY FILECTL-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
       COPY TERMRSN-RTN.
