      *> duplicar os pagamentos avulsos. A data de referencia vem do
      *> controle central de data de negocio, como no resto da
      *> cadeia.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) nao recebe
      *> lancamento: o ajuste avulso de ano selado e recusado antes de
      *> abrir arquivo algum (RETURN-CODE 8).
      *> O ajuste respeita o corte de suplementares do calendario de
      *> fechamento da folha (payroll_calendar.dat, PAYCAL-FD.cpy):
      *> recebido (ADJ-RECEIVED-DATE, ou a data de negocio) depois do
      *> corte da competencia do recebimento, e lancado na competencia
      *> seguinte - PD-REF-PERIOD do detalhe e do historico - e
      *> registrado em late_entries.dat; o credito continua saindo na
      *> remessa avulsa do dia. A agregacao passou a ser por
      *> funcionario e competencia, e o registro marca a linha que
      *> entrou depois do corte.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT REJECTS-FILE ASSIGN TO "supplemental_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       FD ADJUSTMENT-FILE.
       COPY ADJTRANS.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.
       COPY PAYCAL.

       01 WS-FILE-STATUSES.
           05 WS-ADJUST-FILE-STATUS   PIC XX.

       01 WS-MOTIVO                   PIC X(45).

      *> Ajustes validos agregados por funcionario e competencia:
      *> proventos e descontos somados separadamente; um unico credito
      *> sai por matricula e competencia, com a primeira descricao
      *> como historico. WS-EMP-TAB-LATE "L" = competencia seguinte
      *> pelo corte de suplementares.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 500 TIMES.
               10 WS-EMP-TAB-NAME     PIC X(30).
               10 WS-EMP-TAB-DEPT     PIC X(20).
               10 WS-EMP-TAB-CURRENCY PIC X(3).
               10 WS-EMP-TAB-POSITION PIC X(5).
               10 WS-EMP-TAB-PROV     PIC 9(8)V99.
               10 WS-EMP-TAB-DESC     PIC 9(8)V99.
               10 WS-EMP-TAB-HIST     PIC X(30).
               10 WS-EMP-TAB-PERIOD   PIC 9(6).
               10 WS-EMP-TAB-PERIOD-R REDEFINES WS-EMP-TAB-PERIOD.
                   15 WS-EMP-TAB-YEAR  PIC 9999.
                   15 WS-EMP-TAB-MONTH PIC 99.
               10 WS-EMP-TAB-LATE     PIC X.
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

           05 WS-RECORDS-VALID    PIC 9(5) VALUE 0.
           05 WS-RECORDS-REJECTED PIC 9(5) VALUE 0.
           05 WS-PAYMENTS-OUT     PIC 9(5) VALUE 0.
           05 WS-RECORDS-LATE     PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-PROV       PIC 9(10)V99 USAGE COMP-3 VALUE 0.
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-EMP-TABLE
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ADJUSTMENT-FILE
           IF WS-ADJUST-FILE-STATUS NOT = "00"
           END-IF.

       ACCUMULATE-ADJUSTMENT.
           PERFORM ROUTE-ADJUSTMENT
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-TAB-ID(WS-EMP-INDEX) = ADJ-EMP-ID AND
                  WS-EMP-TAB-PERIOD(WS-EMP-INDEX) = PCL-ROUTED-PERIOD
                   MOVE WS-EMP-INDEX TO WS-EMP-MATCH
                   EXIT PERFORM
               END-IF
               MOVE ADJ-EMP-ID          TO WS-EMP-TAB-ID(WS-EMP-MATCH)
               MOVE MST-EMP-NAME        TO WS-EMP-TAB-NAME(WS-EMP-MATCH)
               MOVE MST-EMP-DEPARTMENT  TO WS-EMP-TAB-DEPT(WS-EMP-MATCH)
               MOVE MST-POSITION-CODE
                   TO WS-EMP-TAB-POSITION(WS-EMP-MATCH)
               MOVE MST-CURRENCY-CODE
                   TO WS-EMP-TAB-CURRENCY(WS-EMP-MATCH)
               MOVE ADJ-DESCRIPTION     TO WS-EMP-TAB-HIST(WS-EMP-MATCH)
               MOVE PCL-ROUTED-PERIOD
                   TO WS-EMP-TAB-PERIOD(WS-EMP-MATCH)
               MOVE SPACE TO WS-EMP-TAB-LATE(WS-EMP-MATCH)
           END-IF
           IF PCL-ENTRY-LATE
               MOVE "L" TO WS-EMP-TAB-LATE(WS-EMP-MATCH)
           END-IF
           IF ADJ-PROVENTO
               ADD ADJ-AMOUNT TO WS-EMP-TAB-PROV(WS-EMP-MATCH)
               ADD ADJ-AMOUNT TO WS-EMP-TAB-DESC(WS-EMP-MATCH)
           END-IF.

      *> Competencia do ajuste: a do recebimento, ou a seguinte se ele
      *> chegou depois do corte de suplementares dela.
       ROUTE-ADJUSTMENT.
           IF ADJ-RECEIVED-DATE NOT NUMERIC OR ADJ-RECEIVED-DATE = 0
               MOVE BDT-DATE TO ADJ-RECEIVED-DATE
           END-IF
           MOVE "SUP" TO PCL-REQ-TYPE
           DIVIDE ADJ-RECEIVED-DATE BY 100 GIVING PCL-REQ-PERIOD
           MOVE ADJ-RECEIVED-DATE TO PCL-REQ-RECEIVED
           PERFORM PCL-ROUTE-ENTRY
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RECORDS-LATE
           DISPLAY "Ajuste de " ADJ-EMP-ID " recebido depois do corte "
                   "de " PCL-REQ-PERIOD " - competencia "
                   PCL-ROUTED-PERIOD
           MOVE "SUPPLEMENTAL-RUN" TO PCL-LOG-SOURCE
           MOVE ADJ-EMP-ID TO PCL-LOG-EMP-ID
           MOVE ADJ-DESCRIPTION TO PCL-LOG-DETAIL
           PERFORM PCL-LOG-LATE-ENTRY.

      *> Um pagamento avulso por funcionario: liquido = proventos -
      *> descontos. Liquido negativo nao vira credito - o conjunto de
      *> ajustes daquele funcionario e rejeitado inteiro para revisao.
           MOVE WS-EMP-TAB-ID(WS-EMP-INDEX)   TO PD-EMP-ID
           MOVE WS-EMP-TAB-NAME(WS-EMP-INDEX) TO PD-EMP-NAME
           MOVE WS-EMP-TAB-DEPT(WS-EMP-INDEX) TO PD-DEPARTMENT
           MOVE WS-EMP-TAB-POSITION(WS-EMP-INDEX) TO PD-POSITION-CODE
           MOVE WS-EMP-TAB-YEAR(WS-EMP-INDEX)  TO PD-REF-YEAR
           MOVE WS-EMP-TAB-MONTH(WS-EMP-INDEX) TO PD-REF-MONTH
           MOVE WS-EMP-TAB-PROV(WS-EMP-INDEX) TO PD-GROSS-PAY
           MOVE 0                             TO PD-INSS-AMOUNT
           MOVE 0                             TO PD-IRRF-AMOUNT
                  WS-EMP-TAB-HIST(WS-EMP-INDEX)
                  " Liquido: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           IF WS-EMP-TAB-LATE(WS-EMP-INDEX) = "L"
               MOVE "APOS O CORTE" TO REGISTER-LINE(105:12)
           END-IF
           WRITE REGISTER-LINE
           MOVE SPACES TO MONEY-FMT-CURRENCY.

           DISPLAY "Ajustes validos: " WS-RECORDS-VALID
           DISPLAY "Rejeitados: " WS-RECORDS-REJECTED
           DISPLAY "Pagamentos emitidos: " WS-PAYMENTS-OUT
           IF WS-RECORDS-LATE > 0
               DISPLAY "Ajustes recebidos depois do corte (competencia "
                       "seguinte): " WS-RECORDS-LATE
           END-IF
           IF WS-RECORDS-REJECTED > 0
               DISPLAY "Rejeitados gravados em: supplemental_rejects.dat"
           END-IF

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
       COPY PAYCAL-RTN.
