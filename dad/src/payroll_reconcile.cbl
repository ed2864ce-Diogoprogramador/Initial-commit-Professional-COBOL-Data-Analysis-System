      *> (payroll_reconcile_report.txt) e encerra com RETURN-CODE 8
      *> quando qualquer cruzamento falha - e este codigo grave que
      *> impede o passo de remessa bancaria de rodar na cadeia mensal.
      *> Com a folha particionada por empresa, o ativo sem pagamento
      *> de uma empresa ainda nao consolidada pelo PAYROLL-MERGE (sem
      *> linha propria da empresa em period_control.dat fora de ABER)
      *> nao e falha de completude: sai como ATIVO RETIDO, contado a
      *> parte, com RETURN-CODE 4 - a remessa das empresas liberadas
      *> segue, e a retida entra quando a particao for refeita.
      *> Concluido o cruzamento, o programa lanca por empresa no livro
      *> de totais de controle (control_ledger.dat, CTLLEDG-FD.cpy),
      *> sob a competencia: ATIVOS (ativos do mestre) e PAGOS
      *> (pagamentos FOL da competencia no detalhe consolidado e soma
      *> dos liquidos) - o CHAIN-BALANCE confere contra o que o
      *> PAYROLL-RUN calculou.

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

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "payroll_reconcile_report.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.
       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD PERIOD-FILE.
       COPY PERCTL.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(100).


       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS  PIC XX.
           05 WS-DETAIL-FILE-STATUS  PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.
           05 WS-PERIOD-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
       01 WS-PAY-INDEX            PIC 9(4).
       01 WS-PAY-MATCH            PIC 9(4).

      *> Controle de competencias (PERCTL.cpy): com linhas de empresa
      *> na competencia, a folha foi particionada e so as empresas
      *> consolidadas tem pagamento no detalhe.
       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.
       01 WS-PER-COMPANY          PIC X(2).
       01 WS-COMPANY-LINES        PIC 99 VALUE 0.
       01 WS-RELEASED-FLAG        PIC X.
           88 EMPRESA-LIBERADA    VALUE "S".

      *> Totais de controle por empresa, lancados no livro da cadeia.
       01 WS-CTL-TABLE.
           05 WS-CTL-QTDE         PIC 99 VALUE 0.
           05 WS-CTL-ENTRADAS OCCURS 20 TIMES.
               10 WS-CTL-COMPANY      PIC X(2).
               10 WS-CTL-ACTIVE       PIC 9(5).
               10 WS-CTL-PAID         PIC 9(5).
               10 WS-CTL-NET          PIC 9(13)V99.
       01 WS-CTL-INDEX            PIC 99.
       01 WS-CTL-MATCH            PIC 99.
       01 WS-CTL-KEY              PIC X(2).

       01 WS-CALC-FIELDS.
           05 WS-REF-PERIOD       PIC 9(6).
           05 WS-DETAIL-PERIOD    PIC 9(6).
           05 WS-SEM-PAGAMENTO    PIC 9(4) VALUE 0.
           05 WS-PAGTO-INVALIDO   PIC 9(4) VALUE 0.
           05 WS-PAGTO-DUPLICADO  PIC 9(4) VALUE 0.
           05 WS-ATIVO-RETIDO     PIC 9(4) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-BRUTO      PIC 9(12)V99 USAGE COMP-3 VALUE 0.
               PERFORM CROSS-MASTER-AGAINST-PAYMENTS
               PERFORM CHECK-INVALID-PAYMENTS
               PERFORM WRITE-REPORT-FOOTER
               IF WS-MASTER-FILE-STATUS = "00"
                   PERFORM POST-CONTROL-TOTALS
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           COMPUTE WS-REF-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           INITIALIZE WS-PAY-TABLE
           PERFORM LOAD-PERIOD-CONTROL

           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Competencias em tabela, contando as linhas de empresa da
      *> competencia corrente. Sem o arquivo, nenhuma empresa e retida.
       LOAD-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = "00"
               READ PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-PER-QTDE < 60
                           ADD 1 TO WS-PER-QTDE
                           MOVE PERIOD-CONTROL-RECORD
                               TO WS-PER-REG(WS-PER-QTDE)
                           IF PCT-PERIOD = WS-REF-PERIOD AND
                              PCT-COMPANY NOT = SPACES
                               ADD 1 TO WS-COMPANY-LINES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *> Empresa consolidada: linha propria fora de ABER; sem linha
      *> propria, vale a competencia inteira fora de ABER. So e
      *> consultada quando a competencia tem linhas de empresa.
       CHECK-COMPANY-RELEASED.
           MOVE "S" TO WS-RELEASED-FLAG
           IF WS-COMPANY-LINES = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-COMPANY = SPACES
               MOVE "01" TO WS-PER-COMPANY
           END-IF
           PERFORM FIND-REF-PERIOD
           IF WS-PER-MATCH = 0
               MOVE SPACES TO WS-PER-COMPANY
               PERFORM FIND-REF-PERIOD
           END-IF
           IF WS-PER-MATCH = 0
               MOVE "N" TO WS-RELEASED-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE WS-PER-REG(WS-PER-MATCH) TO PERIOD-CONTROL-RECORD
           IF PCT-ABERTA
               MOVE "N" TO WS-RELEASED-FLAG
           END-IF.

       FIND-REF-PERIOD.
           MOVE 0 TO WS-PER-MATCH
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY = WS-PER-COMPANY
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PAYROLL-DETAILS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-DETAIL-FILE
                           ADD 1 TO WS-FOL-IN-PERIOD
                           ADD PD-GROSS-PAY TO WS-TOTAL-BRUTO
                           ADD PD-NET-PAY   TO WS-TOTAL-LIQUIDO
                           MOVE PD-COMPANY-CODE TO WS-CTL-KEY
                           PERFORM FIND-CONTROL-COMPANY
                           IF WS-CTL-MATCH > 0
                               ADD 1 TO WS-CTL-PAID(WS-CTL-MATCH)
                               ADD PD-NET-PAY
                                   TO WS-CTL-NET(WS-CTL-MATCH)
                           END-IF
                           PERFORM STORE-ONE-PAYMENT
                       END-IF
               END-READ
                   NOT AT END
                       IF MASTER-ACTIVE-EMPLOYEE
                           ADD 1 TO WS-ACTIVES-READ
                           MOVE MST-COMPANY-CODE TO WS-CTL-KEY
                           PERFORM FIND-CONTROL-COMPANY
                           IF WS-CTL-MATCH > 0
                               ADD 1 TO WS-CTL-ACTIVE(WS-CTL-MATCH)
                           END-IF
                           PERFORM CHECK-ONE-ACTIVE
                       END-IF
               END-READ
               END-IF
           END-PERFORM
           IF WS-PAY-MATCH = 0
               MOVE MST-COMPANY-CODE TO WS-PER-COMPANY
               PERFORM CHECK-COMPANY-RELEASED
               IF NOT EMPRESA-LIBERADA
                   ADD 1 TO WS-ATIVO-RETIDO
                   MOVE SPACES TO REPORT-LINE
                   STRING "ATIVO RETIDO: " MST-EMP-ID " "
                          MST-EMP-NAME " - EMPRESA " WS-PER-COMPANY
                          " NAO CONSOLIDADA"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SEM-PAGAMENTO
               MOVE SPACES TO REPORT-LINE
               STRING "ATIVO SEM PAGAMENTO: " MST-EMP-ID " "
           STRING "SEM PAGAMENTO: " WS-SEM-PAGAMENTO
                  "  INVALIDOS: " WS-PAGTO-INVALIDO
                  "  DUPLICADOS: " WS-PAGTO-DUPLICADO
                  "  RETIDOS: " WS-ATIVO-RETIDO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
               MOVE 8 TO RETURN-CODE
               DISPLAY "CONCILIACAO FALHOU - remessa bancaria deve "
                       "ser retida ate a correcao"
               EXIT PARAGRAPH
           END-IF
           IF WS-ATIVO-RETIDO > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               DISPLAY "Aviso: " WS-ATIVO-RETIDO " ativo(s) de empresa "
                       "nao consolidada - a remessa sai so para as "
                       "empresas liberadas"
           END-IF.

      *> Entrada da empresa (branco vale "01", como na folha) na
      *> tabela de totais de controle.
       FIND-CONTROL-COMPANY.
           IF WS-CTL-KEY = SPACES
               MOVE "01" TO WS-CTL-KEY
           END-IF
           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-COMPANY(WS-CTL-INDEX) = WS-CTL-KEY
                   MOVE WS-CTL-INDEX TO WS-CTL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH = 0 AND WS-CTL-QTDE < 20
               ADD 1 TO WS-CTL-QTDE
               MOVE WS-CTL-QTDE TO WS-CTL-MATCH
               MOVE WS-CTL-KEY TO WS-CTL-COMPANY(WS-CTL-MATCH)
               MOVE 0 TO WS-CTL-ACTIVE(WS-CTL-MATCH)
                         WS-CTL-PAID(WS-CTL-MATCH)
                         WS-CTL-NET(WS-CTL-MATCH)
           END-IF.

      *> Totais de controle da conciliacao no livro da cadeia, por
      *> empresa vista no mestre ou no detalhe.
       POST-CONTROL-TOTALS.
           MOVE "PAYROLL-RECONCILE" TO CLG-REQ-PROGRAM
           MOVE BDT-DATE          TO CLG-REQ-DATE
           MOVE WS-REF-PERIOD     TO CLG-REQ-PERIOD
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-COMPANY(WS-CTL-INDEX) TO CLG-REQ-COMPANY
               MOVE "ATIVOS"      TO CLG-REQ-METRIC
               MOVE WS-CTL-ACTIVE(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE 0             TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "PAGOS"       TO CLG-REQ-METRIC
               MOVE WS-CTL-PAID(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE WS-CTL-NET(WS-CTL-INDEX)  TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
           END-PERFORM
           PERFORM CLG-CLOSE-LEDGER.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CONCILIACAO ==="
           DISPLAY "Ativos sem pagamento: " WS-SEM-PAGAMENTO
           DISPLAY "Pagamentos invalidos: " WS-PAGTO-INVALIDO
           DISPLAY "Pagamentos duplicados: " WS-PAGTO-DUPLICADO
           DISPLAY "Ativos retidos (empresa nao consolidada): "
                   WS-ATIVO-RETIDO
           DISPLAY "Relatorio: payroll_reconcile_report.txt".

       WRITE-JOB-LOG-ENTRY.

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
