      *> competencia do inicio da folga - recomputado do zero a cada
      *> carga, como o saldo de ferias; o TIME-BANK-MAINT cruza os
      *> debitos com os creditos do TIMESHEET-LOAD.
      *> Aceita tambem o tipo MAT (licenca-maternidade), que aparece
      *> no indicador do dia como os demais afastamentos.
      *> Grava tambem os periodos aquisitivos de ferias de todos os
      *> funcionarios ativos (vacation_periods.dat, layout
      *> VACPER.cpy): o saldo por periodo de 12 meses desde a
      *> admissao, com o prazo concessivo de cada um, para o
      *> VACATION-PLANNER listar os que estao para vencer. Por isso o
      *> mestre passou a ser aberto em acesso dinamico - a validacao
      *> continua lendo por chave e os periodos saem da leitura
      *> sequencial de todo o cadastro.
      *> Aceita tambem os tipos FNJ (falta nao justificada) e DSR
      *> (perda do repouso semanal), os mesmos que o ABSENCE-DETECT
      *> grava a partir das faltas confirmadas pelo gestor.
      *> O afastamento valido passou a ser carimbado com a data de
      *> negocio em que foi visto pela primeira vez
      *> (ABS-RECEIVED-DATE) e a respeitar o corte de afastamentos do
      *> calendario de fechamento da folha (payroll_calendar.dat,
      *> PAYCAL-FD.cpy): chegou depois do corte da competencia do
      *> inicio, ABS-PAY-PERIOD recebe a competencia do roteamento, a
      *> linha e marcada como atrasada (ABS-LATE-FLAG) e registrada em
      *> late_entries.dat. Licenca medica e maternidade so sao
      *> marcadas e registradas - a competencia delas e fixada pela
      *> cadeia do INSS. Afastamento que ja traz ABS-PAY-PERIOD
      *> (faltas do ABSENCE-DETECT) nao e roteado. Na primeira carga
      *> com o corte (nenhuma linha carimbada ainda) o historico e so
      *> carimbado, sem roteamento. O arquivo de transacoes e
      *> regravado com os carimbos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.

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

           SELECT REJECTS-FILE ASSIGN TO "absence_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALANCE-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/vacation_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT CALENDAR-FILE ASSIGN TO "absence_calendar.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALENDAR-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       FD ABSENCE-FILE.
       COPY ABSENCE.
           05 FILLER              PIC X.
           05 VB-SALDO            PIC S9(4) SIGN LEADING SEPARATE.

       FD PERIOD-FILE.
       COPY VACPER.

       FD CALENDAR-FILE.
       01 CALENDAR-LINE           PIC X(100).


       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYCAL.

       01 WS-FILE-STATUSES.
           05 WS-ABSENCE-FILE-STATUS PIC XX.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-REJECTS-FILE-STATUS PIC XX.
           05 WS-BALANCE-FILE-STATUS PIC XX.
           05 WS-PERIOD-FILE-STATUS  PIC XX.
           05 WS-CALENDAR-FILE-STATUS PIC XX.
           05 WS-LEAVE-FILE-STATUS   PIC XX.
           05 WS-TBDEBIT-FILE-STATUS PIC XX.
           05 WS-RECORDS-VALID    PIC 9(5) VALUE 0.
           05 WS-RECORDS-REJECTED PIC 9(5) VALUE 0.
           05 WS-AFASTADOS-HOJE   PIC 9(4) VALUE 0.
           05 WS-RECORDS-STAMPED  PIC 9(5) VALUE 0.
           05 WS-RECORDS-LATE     PIC 9(5) VALUE 0.

      *> Imagem de todas as linhas do arquivo de transacoes, para
      *> regrava-lo com a data de recebimento e o roteamento do corte.
      *> WS-ABI-CUTOFF = "N" na primeira carga com o corte (nenhuma
      *> linha carimbada ainda): o historico so e carimbado.
       01 WS-ABI-TABLE.
           05 WS-ABI-QTDE         PIC 9(4) VALUE 0.
           05 WS-ABI-ENTRADAS OCCURS 5000 TIMES.
               10 WS-ABI-REG      PIC X(46).
       01 WS-ABI-OVERFLOW         PIC X VALUE "N".
       01 WS-ABI-CUTOFF           PIC X VALUE "N".

      *> Afastamentos validos acumulados por funcionario, com os
      *> dados do mestre para o calendario e o saldo.
               10 WS-ABS-DEPT     PIC X(20).
               10 WS-ABS-NAME     PIC X(30).
       01 WS-ABS-INDEX            PIC 9(4).
       01 WS-ABI-INDEX            PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-DAYS-TAKEN       PIC 9(5).
               10 WS-HIRE-MONTH   PIC 99.
               10 WS-HIRE-DAY     PIC 99.

      *> Periodos aquisitivos: datas do periodo corrente do laco,
      *> dias FER ainda por alocar e contadores do arquivo.
       01 WS-PERIOD-FIELDS.
           05 WS-VP-SEQ           PIC 99.
           05 WS-VP-YEARS         PIC 99.
           05 WS-VP-DATE          PIC 9(8).
           05 WS-VP-START         PIC 9(8).
           05 WS-VP-START-R REDEFINES WS-VP-START.
               10 WS-VP-START-YEAR  PIC 9999.
               10 WS-VP-START-MONTH PIC 99.
               10 WS-VP-START-DAY   PIC 99.
           05 WS-VP-NEXT          PIC 9(8).
           05 WS-VP-AFTER-NEXT    PIC 9(8).
           05 WS-VP-MONTHS        PIC S9(4).
           05 WS-VP-EARNED        PIC 99.
           05 WS-VP-TAKE          PIC 999.
           05 WS-VP-FER-LEFT      PIC 9(5).
           05 WS-VP-MASTER-EOF    PIC X.
           05 WS-VP-WRITTEN       PIC 9(5) VALUE 0.
           05 WS-VP-VENCIDOS      PIC 9(5) VALUE 0.

       01 WS-TODAY                PIC 9(8).
       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-ABSENCES
               PERFORM WRITE-VACATION-BALANCES
               PERFORM WRITE-VACATION-PERIODS
               PERFORM WRITE-ABSENCE-CALENDAR
               PERFORM WRITE-LEAVE-STATUS
               PERFORM WRITE-TIMEBANK-DEBITS
           INITIALIZE WS-EMP-TABLE
           INITIALIZE WS-ABS-TABLE

           PERFORM SCAN-RECEIVED-DATES

           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: absence_transactions.dat nao "
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM PROCESS-ONE-ABSENCE
                       PERFORM KEEP-ABSENCE-IMAGE
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE REJECTS-FILE
           IF WS-RECORDS-STAMPED > 0
               PERFORM REWRITE-ABSENCE-FILE
           END-IF.

      *> Alguma linha ja carimbada com a data de recebimento? Se
      *> nenhuma, e a primeira carga com o corte e o historico nao e
      *> roteado.
       SCAN-RECEIVED-DATES.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ABS-RECEIVED-DATE NUMERIC AND
                          ABS-RECEIVED-DATE > 0
                           MOVE "S" TO WS-ABI-CUTOFF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE
           IF WS-ABI-CUTOFF = "N"
               DISPLAY "Primeira carga com o corte de afastamentos - "
                       "historico carimbado sem roteamento"
           END-IF.

       KEEP-ABSENCE-IMAGE.
           IF WS-ABI-QTDE < 5000
               ADD 1 TO WS-ABI-QTDE
               MOVE ABSENCE-RECORD TO WS-ABI-REG(WS-ABI-QTDE)
           ELSE
               MOVE "S" TO WS-ABI-OVERFLOW
           END-IF.

      *> Regrava absence_transactions.dat com os carimbos; acima da
      *> capacidade da tabela o arquivo fica como estava (os carimbos
      *> desta carga se perdem e a proxima carga carimba de novo).
       REWRITE-ABSENCE-FILE.
           IF WS-ABI-OVERFLOW = "S"
               DISPLAY "Aviso: mais de 5000 linhas em "
                       "absence_transactions.dat - data de recebimento "
                       "e corte nao gravados"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "absence_transactions.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-ABI-INDEX FROM 1 BY 1
                   UNTIL WS-ABI-INDEX > WS-ABI-QTDE
               MOVE WS-ABI-REG(WS-ABI-INDEX) TO ABSENCE-RECORD
               WRITE ABSENCE-RECORD
           END-PERFORM
           CLOSE ABSENCE-FILE.

      *> Primeira vez que o afastamento valido passa pela carga:
      *> carimba a data de negocio e aplica o corte da competencia do
      *> inicio. Licenca MED/MAT e so marcada; a que ja traz
      *> ABS-PAY-PERIOD fica onde esta.
       STAMP-RECEIVED-DATE.
           IF ABS-RECEIVED-DATE NUMERIC AND ABS-RECEIVED-DATE > 0
               EXIT PARAGRAPH
           END-IF
           MOVE BDT-DATE TO ABS-RECEIVED-DATE
           ADD 1 TO WS-RECORDS-STAMPED
           IF WS-ABI-CUTOFF = "N"
               EXIT PARAGRAPH
           END-IF
           IF ABS-PAY-PERIOD NUMERIC AND ABS-PAY-PERIOD > 0
               EXIT PARAGRAPH
           END-IF
           MOVE "AUS" TO PCL-REQ-TYPE
           DIVIDE ABS-START-DATE BY 100 GIVING PCL-REQ-PERIOD
           MOVE ABS-RECEIVED-DATE TO PCL-REQ-RECEIVED
           PERFORM PCL-ROUTE-ENTRY
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           MOVE "L" TO ABS-LATE-FLAG
           IF NOT ABS-MEDICA AND NOT ABS-MATERNIDADE
               MOVE PCL-ROUTED-PERIOD TO ABS-PAY-PERIOD
           END-IF
           ADD 1 TO WS-RECORDS-LATE
           DISPLAY "Afastamento " ABS-TYPE " de " ABS-EMP-ID
                   " recebido depois do corte de " PCL-REQ-PERIOD
                   " - competencia " PCL-ROUTED-PERIOD
           MOVE "ABSENCE-LOAD" TO PCL-LOG-SOURCE
           MOVE ABS-EMP-ID TO PCL-LOG-EMP-ID
           MOVE SPACES TO PCL-LOG-DETAIL
           STRING "Afastamento " ABS-TYPE " inicio " ABS-START-DATE
                   DELIMITED BY SIZE INTO PCL-LOG-DETAIL
           PERFORM PCL-LOG-LATE-ENTRY.

       PROCESS-ONE-ABSENCE.
           PERFORM VALIDATE-ABSENCE
           IF WS-VALID-FLAG = "Y"
               ADD 1 TO WS-RECORDS-VALID
               PERFORM STAMP-RECEIVED-DATE
               PERFORM STORE-ABSENCE
           ELSE
               ADD 1 TO WS-RECORDS-REJECTED
           END-IF

           IF NOT ABS-FERIAS AND NOT ABS-MEDICA AND
              NOT ABS-OUTRAS AND NOT ABS-COMPENSACAO AND
              NOT ABS-MATERNIDADE AND NOT ABS-FALTA AND
              NOT ABS-PERDA-DSR
               MOVE "N" TO WS-VALID-FLAG
               MOVE "Tipo de afastamento invalido" TO WS-MOTIVO
               EXIT PARAGRAPH
           CLOSE BALANCE-FILE
           DISPLAY "Saldos de ferias gravados: vacation_balance.dat".

      *> Periodos aquisitivos de todo funcionario ativo, lidos do
      *> mestre em sequencia: do periodo 1 (admissao) ate o que esta
      *> em aquisicao hoje. Os dias FER do funcionario (da tabela da
      *> carga) sao alocados ao periodo mais antigo primeiro.
       WRITE-VACATION-PERIODS.
           OPEN OUTPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "vacation_periods.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: employee_master.dat indisponivel para os "
                       "periodos aquisitivos"
               MOVE "Y" TO WS-ERROR-FLAG
               CLOSE PERIOD-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-VP-MASTER-EOF
           PERFORM UNTIL WS-VP-MASTER-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-VP-MASTER-EOF
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE AND
                          MST-EMP-HIRE-DATE IS NUMERIC AND
                          MST-EMP-HIRE-DATE > 0 AND
                          MST-EMP-HIRE-DATE NOT > WS-TODAY
                           PERFORM WRITE-EMPLOYEE-PERIODS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE PERIOD-FILE
           DISPLAY "Periodos aquisitivos gravados: " WS-VP-WRITTEN
                   " (vacation_periods.dat)"
           IF WS-VP-VENCIDOS > 0
               DISPLAY "Aviso: " WS-VP-VENCIDOS " periodo(s) com prazo "
                       "concessivo vencido e saldo a gozar"
           END-IF.

       WRITE-EMPLOYEE-PERIODS.
           MOVE 0 TO WS-VP-FER-LEFT
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-TAB-ID(WS-EMP-INDEX) = MST-EMP-ID
                   MOVE WS-EMP-TAB-FER-DIAS(WS-EMP-INDEX)
                       TO WS-VP-FER-LEFT
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE MST-EMP-HIRE-DATE TO WS-HIRE-DATE-R
           MOVE MST-EMP-HIRE-DATE TO WS-VP-START
           MOVE 0 TO WS-VP-SEQ
           PERFORM UNTIL WS-VP-START > WS-TODAY OR WS-VP-SEQ = 99
               ADD 1 TO WS-VP-SEQ
               MOVE WS-VP-SEQ TO WS-VP-YEARS
               PERFORM ADD-YEARS-TO-HIRE
               MOVE WS-VP-DATE TO WS-VP-NEXT
               ADD 1 TO WS-VP-YEARS
               PERFORM ADD-YEARS-TO-HIRE
               MOVE WS-VP-DATE TO WS-VP-AFTER-NEXT
               PERFORM WRITE-ONE-PERIOD
               MOVE WS-VP-NEXT TO WS-VP-START
           END-PERFORM.

      *> Um periodo: completo quando o aniversario seguinte ja
      *> chegou (30 dias); em aquisicao, 2,5 dias por mes completo.
      *> O periodo em aquisicao (ultimo) recebe todo o FER que sobrou,
      *> mesmo alem do adquirido - ferias antecipadas.
       WRITE-ONE-PERIOD.
           MOVE SPACES TO VACATION-PERIOD-RECORD
           MOVE MST-EMP-ID  TO VP-EMP-ID
           MOVE WS-VP-SEQ   TO VP-PERIOD-SEQ
           MOVE WS-VP-START TO VP-ACQ-START
           COMPUTE VP-ACQ-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-VP-NEXT) - 1)
           COMPUTE VP-DEADLINE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-VP-AFTER-NEXT) - 1)
           IF WS-VP-NEXT NOT > WS-TODAY
               MOVE 30 TO WS-VP-EARNED
               IF WS-VP-FER-LEFT > 30
                   MOVE 30 TO WS-VP-TAKE
               ELSE
                   MOVE WS-VP-FER-LEFT TO WS-VP-TAKE
               END-IF
           ELSE
               COMPUTE WS-VP-MONTHS =
                   (WS-CURRENT-YEAR * 12 + WS-CURRENT-MONTH) -
                   (WS-VP-START-YEAR * 12 + WS-VP-START-MONTH)
               IF WS-CURRENT-DAY < WS-VP-START-DAY
                   SUBTRACT 1 FROM WS-VP-MONTHS
               END-IF
               IF WS-VP-MONTHS < 0
                   MOVE 0 TO WS-VP-MONTHS
               END-IF
               COMPUTE WS-VP-EARNED = WS-VP-MONTHS * 5 / 2
               IF WS-VP-FER-LEFT > 999
                   MOVE 999 TO WS-VP-TAKE
               ELSE
                   MOVE WS-VP-FER-LEFT TO WS-VP-TAKE
               END-IF
           END-IF
           SUBTRACT WS-VP-TAKE FROM WS-VP-FER-LEFT
           MOVE WS-VP-EARNED TO VP-DAYS-EARNED
           MOVE WS-VP-TAKE   TO VP-DAYS-TAKEN
           COMPUTE VP-BALANCE = WS-VP-EARNED - WS-VP-TAKE
           EVALUATE TRUE
               WHEN WS-VP-NEXT > WS-TODAY
                   SET VP-EM-AQUISICAO TO TRUE
               WHEN VP-BALANCE NOT > 0
                   SET VP-QUITADO TO TRUE
               WHEN VP-DEADLINE < WS-TODAY
                   SET VP-VENCIDO TO TRUE
                   ADD 1 TO WS-VP-VENCIDOS
               WHEN OTHER
                   SET VP-PENDENTE TO TRUE
           END-EVALUATE
           WRITE VACATION-PERIOD-RECORD
           ADD 1 TO WS-VP-WRITTEN.

      *> Data da admissao somada de WS-VP-YEARS anos; admissao em 29
      *> de fevereiro cai em 28 nos anos que nao sao bissextos.
       ADD-YEARS-TO-HIRE.
           COMPUTE DATE-VAL-YEAR = WS-HIRE-YEAR + WS-VP-YEARS
           MOVE WS-HIRE-MONTH TO DATE-VAL-MONTH
           MOVE WS-HIRE-DAY   TO DATE-VAL-DAY
           PERFORM DATE-VAL-VALIDATE
           IF DATE-VAL-IS-INVALID
               MOVE 28 TO DATE-VAL-DAY
           END-IF
           COMPUTE WS-VP-DATE = DATE-VAL-YEAR * 10000 +
               DATE-VAL-MONTH * 100 + DATE-VAL-DAY.

      *> Calendario por departamento: os afastamentos agrupados, na
      *> ordem em que os departamentos aparecem.
       WRITE-ABSENCE-CALENDAR.
           IF WS-RECORDS-REJECTED > 0
               DISPLAY "Rejeitados gravados em: absence_rejects.dat"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-RECORDS-LATE > 0
               DISPLAY "Recebidos depois do corte (competencia "
                       "seguinte): " WS-RECORDS-LATE
           END-IF.

       WRITE-JOB-LOG-ENTRY.

       COPY DATEVAL-RTN.
       COPY BUSDATE-RTN.
       COPY PAYCAL-RTN.
