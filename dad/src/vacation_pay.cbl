      *> desconta salario/30 por dia de ferias - os dias que ESTE
      *> programa ja pagou (com o terco) saem do bruto mensal em vez
      *> de serem pagos de novo.
      *> O valor do dia de ferias sai da jornada do funcionario
      *> (WORKHRS-RTN): do mensalista, salario/30; do horista, as
      *> horas de um dia da jornada contratada x valor da hora. O
      *> horista nao tem o desconto da folha mensal - os dias de
      *> ferias simplesmente nao tem horas apontadas.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) nao recebe
      *> lancamento: ferias com competencia alvo em ano selado sao
      *> recusadas antes de abrir arquivo algum (RETURN-CODE 8).
      *> Quem recebe comissao de vendas tem a media mensal das
      *> comissoes com DSR dos 12 meses anteriores ao gozo (folhas
      *> mensais do historico, rotina compartilhada COMMAVG-RTN)
      *> somada a remuneracao: media / 30 por dia de ferias, antes do
      *> terco. A media sai no registro e no detalhe
      *> (PD-COMMISSION-AMOUNT).
      *> Os meses da janela que caem num ano ja selado - tirado do
      *> historico pelo YEAR-END-SEAL - sao lidos do arquivo anual do
      *> ano (payroll_archive_AAAA.dat) e entram na media; sem o
      *> arquivo, aviso (RETURN-CODE 4) e a media sai sem esses meses.

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

           SELECT BALANCE-FILE ASSIGN TO "../data/vacation_balance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-REJECTS-FILE-STATUS  PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-ARCHIVE-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-VACATION-DAYS    PIC 9(4).
           05 WS-VACATION-BASE    PIC 9(8)V99.
           05 WS-VACATION-TERCO   PIC 9(8)V99.
           05 WS-VACATION-COMMISSION PIC 9(8)V99.
           05 WS-GROSS-PAY        PIC 9(8)V99.
           05 WS-INSS-AMOUNT      PIC 9(8)V99.
           05 WS-IRRF-AMOUNT      PIC 9(8)V99.
                   "REGISTRO DE PAGAMENTO DE FERIAS".

       COPY MONEYFMT.
       COPY WORKHRS.
       COPY COMMAVG.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           MOVE WS-TARGET-PERIOD-N TO WS-PARM-TARGET
           DISPLAY "Competencia alvo (inicio das ferias): "
                   WS-TARGET-MONTH "/" WS-TARGET-YEAR
           MOVE WS-TARGET-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           PERFORM LOAD-PAYROLL-PARMS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAID-VACATIONS
           PERFORM LOAD-COMMISSION-AVERAGES

           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               MOVE 4 TO RETURN-CODE
           END-IF.

      *> Janela da media de comissoes: os 12 meses que antecedem a
      *> competencia alvo.
       LOAD-COMMISSION-AVERAGES.
           COMPUTE CAV-FROM-PERIOD =
               (WS-TARGET-YEAR - 1) * 100 + WS-TARGET-MONTH
           COMPUTE CAV-TO-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           PERFORM CAV-LOAD-AVERAGES
           DISPLAY "Funcionarios com media de comissoes: " CAV-QTDE.

       CHECK-ALREADY-PAID.
           MOVE 0 TO WS-PV-MATCH
           PERFORM VARYING WS-PV-INDEX FROM 1 BY 1
               END-IF
           END-PERFORM.

      *> Remuneracao de ferias: valor do dia da jornada por dia de
      *> gozo, mais o terco constitucional; INSS e IRRF sobre o
      *> total, pelas mesmas tabelas da folha.
       CALCULATE-VACATION-PAY.
           MOVE MST-WEEKLY-HOURS TO WKH-WEEKLY-HOURS
           MOVE MST-PAY-BASIS    TO WKH-PAY-BASIS
           MOVE MST-EMP-SALARY   TO WKH-SALARY
           PERFORM WKH-DERIVE
           MOVE MST-EMP-ID TO CAV-EMP-ID
           PERFORM CAV-GET-AVERAGE
           COMPUTE WS-VACATION-COMMISSION ROUNDED =
               CAV-AVERAGE / 30 * WS-VACATION-DAYS
           COMPUTE WS-VACATION-BASE ROUNDED =
               WKH-DAY-VALUE * WS-VACATION-DAYS + WS-VACATION-COMMISSION
           COMPUTE WS-VACATION-TERCO ROUNDED = WS-VACATION-BASE / 3
           COMPUTE WS-GROSS-PAY =
               WS-VACATION-BASE + WS-VACATION-TERCO
           MOVE MST-EMP-ID         TO PD-EMP-ID
           MOVE MST-EMP-NAME       TO PD-EMP-NAME
           MOVE MST-EMP-DEPARTMENT TO PD-DEPARTMENT
           MOVE MST-POSITION-CODE  TO PD-POSITION-CODE
           MOVE WS-TARGET-YEAR     TO PD-REF-YEAR
           MOVE WS-TARGET-MONTH    TO PD-REF-MONTH
           MOVE WS-GROSS-PAY       TO PD-GROSS-PAY
           MOVE 0                  TO PD-GARNISH-AMOUNT
           MOVE 0                  TO PD-OTHER-EARNINGS
           MOVE 0                  TO PD-OTHER-DEDUCTIONS
           MOVE CAV-AVERAGE        TO PD-COMMISSION-AMOUNT
           MOVE 0                  TO PD-COMMISSION-DSR
           WRITE PAYROLL-DETAIL-RECORD
           MOVE PAYROLL-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD
           WRITE PAYROLL-HISTORY-RECORD.
                  "  Liquido: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF CAV-AVERAGE > 0
               MOVE CAV-AVERAGE TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "       . media de comissoes (" CAV-MONTHS
                      " meses): " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               MOVE WS-VACATION-COMMISSION TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "       . comissao nas ferias (antes do 1/3): "
                      MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           MOVE SPACES TO MONEY-FMT-CURRENCY.

       WRITE-REGISTER-FOOTER.
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY WORKHRS-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
       COPY COMMAVG-RTN.
