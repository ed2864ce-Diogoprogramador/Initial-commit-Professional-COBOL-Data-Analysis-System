IDENTIFICATION DIVISION.
       PROGRAM-ID. TAX-OBLIGATIONS.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Agenda mensal de recolhimentos da folha: consolida, por
      *> empresa (EMP-COMPANY-CODE do extrato enterprise.dat) e por
      *> codigo de receita, o IRRF retido (PD-IRRF-AMOUNT), a
      *> contribuicao previdenciaria (PD-INSS-AMOUNT do funcionario +
      *> PD-EMPLOYER-INSS patronal, uma GPS so) do detalhe da folha
      *> (payroll_detail.dat) e o FGTS do arquivo de deposito gravado
      *> pelo PAYROLL-RUN (fgts_deposit.dat - sem ele, o FGTS sai de
      *> PD-FGTS-AMOUNT com aviso). Codigo de receita, guia e dia
      *> legal de vencimento de cada tributo vem de obligations.parm
      *> (padrao: dia 20 do mes seguinte a competencia para os tres);
      *> a contribuicao previdenciaria do 13o (segunda parcela) vence
      *> no proprio mes da competencia. Vencimento em fim de semana ou
      *> feriado e ANTECIPADO para o dia util anterior pela rotina
      *> compartilhada de dia util (BIZDAY-RTN, calendario
      *> holiday_calendar.dat). Gera tax_obligations.dat (TAXOBLIG.cpy)
      *> e a agenda impressa para o financeiro
      *> (tax_obligations_schedule.txt), em ordem de vencimento.
      *> Obrigacao cujo vencimento ja passou na data de negocio da
      *> rodada sai marcada VENCIDA e encerra com RETURN-CODE 8 - foram
      *> duas multas por atraso no ano passado. O adiantamento
      *> quinzenal nao tem retencao e nao entra.
      *> O salario-maternidade pago na folha (PD-MATERNITY-AMOUNT) e
      *> compensado na GPS da empresa/competencia: a obrigacao de
      *> INSS sai liquida da compensacao, com a compensacao em linha
      *> propria na agenda; compensacao maior que a guia zera a guia
      *> e o saldo credor sai em aviso para o financeiro pedir o
      *> reembolso.
      *> O reembolso de despesas (PD-PAY-TYPE "REE") nao tem INSS,
      *> IRRF nem FGTS e nao entra em guia.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OBLIGATIONS-PARM-FILE ASSIGN TO "obligations.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT FGTS-FILE ASSIGN TO "../data/fgts_deposit.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FGTS-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT COMPANY-MASTER-FILE ASSIGN TO "../data/company_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

           SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO "../data/holiday_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-FILE-STATUS.

           SELECT OBLIGATIONS-FILE ASSIGN TO "../data/tax_obligations.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OBLIG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "tax_obligations_schedule.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

      *> Uma linha por tributo: IRRF/INSS/FGTS, codigo de receita,
      *> dia legal de vencimento no mes, guia e descricao.
       FD OBLIGATIONS-PARM-FILE.
       01 OBLIGATIONS-PARM-RECORD.
           05 OBP-TAX-TYPE        PIC X(4).
           05 FILLER              PIC X.
           05 OBP-REVENUE-CODE    PIC X(4).
           05 FILLER              PIC X.
           05 OBP-DUE-DAY         PIC 99.
           05 FILLER              PIC X.
           05 OBP-GUIDE           PIC X(4).
           05 FILLER              PIC X.
           05 OBP-DESCRIPTION     PIC X(30).

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

      *> Deposito mensal do FGTS, como gravado pelo PAYROLL-RUN.
       FD FGTS-FILE.
       01 FGTS-DEPOSIT-RECORD.
           05 FGD-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 FGD-EMP-NAME        PIC X(30).
           05 FILLER              PIC X.
           05 FGD-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 FGD-AMOUNT          PIC 9(8)V99.

       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD COMPANY-MASTER-FILE.
       COPY COMPMST.

       FD HOLIDAY-CALENDAR-FILE.
       COPY HOLCAL.

       FD OBLIGATIONS-FILE.
       COPY TAXOBLIG.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-FGTS-FILE-STATUS     PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-COMPANY-FILE-STATUS  PIC XX.
           05 WS-HOLIDAY-FILE-STATUS  PIC XX.
           05 WS-OBLIG-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-FGTS-SOURCE-FLAG     PIC X VALUE "D".
               88 FGTS-FROM-DEPOSIT   VALUE "D".
               88 FGTS-FROM-DETAIL    VALUE "P".
           05 WS-SAME-MONTH-FLAG      PIC X.
               88 DUE-SAME-MONTH      VALUE "S".
               88 DUE-NEXT-MONTH      VALUE "N".

      *> Tributos de obligations.parm; sem o arquivo, os padroes
      *> abaixo (dia 20 do mes seguinte).
       01 WS-TAX-TABLE.
           05 WS-TAX-QTDE         PIC 9 VALUE 0.
           05 WS-TAX-ENTRADAS OCCURS 9 TIMES.
               10 WS-TAX-TYPE         PIC X(4).
               10 WS-TAX-REVENUE      PIC X(4).
               10 WS-TAX-DUE-DAY      PIC 99.
               10 WS-TAX-GUIDE        PIC X(4).
               10 WS-TAX-DESCRIPTION  PIC X(30).
       01 WS-TAX-INDEX            PIC 9.
       01 WS-TAX-MATCH            PIC 9.

      *> Empresa de cada matricula, do extrato.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-TAB-ID       PIC X(6).
               10 WS-EMP-TAB-COMPANY  PIC X(2).
       01 WS-EMP-INDEX            PIC 9(4).

       01 WS-COMPANY-TABLE.
           05 WS-CMP-QTDE         PIC 99 VALUE 0.
           05 WS-CMP-ENTRADAS OCCURS 20 TIMES.
               10 WS-CMP-TAB-CODE     PIC X(2).
               10 WS-CMP-TAB-NAME     PIC X(30).
       01 WS-CMP-INDEX            PIC 99.
       01 WS-CMP-NAME             PIC X(30).

      *> Obrigacoes consolidadas: empresa + receita + competencia +
      *> vencimento. Ordenada por vencimento (SORT de tabela, como
      *> no STATISTICS) antes da gravacao.
       01 WS-OBLIGATION-TABLE.
           05 WS-OB-ENTRADAS OCCURS 1 TO 300 TIMES
                   DEPENDING ON WS-OB-QTDE.
               10 WS-OB-DUE-DATE      PIC 9(8).
               10 WS-OB-COMPANY       PIC X(2).
               10 WS-OB-REVENUE       PIC X(4).
               10 WS-OB-PERIOD        PIC 9(6).
               10 WS-OB-GUIDE         PIC X(4).
               10 WS-OB-DESCRIPTION   PIC X(30).
               10 WS-OB-AMOUNT        PIC 9(11)V99.
               10 WS-OB-RECORDS       PIC 9(5).
               10 WS-OB-OFFSET        PIC 9(11)V99.
       01 WS-OB-QTDE              PIC 9(4) VALUE 0.
       01 WS-OB-INDEX             PIC 9(4).
       01 WS-OB-MATCH             PIC 9(4).

      *> Parcela a somar numa obrigacao - preenchida antes de
      *> ADD-OBLIGATION.
       01 WS-OB-INPUT.
           05 WS-IN-TAX-TYPE      PIC X(4).
           05 WS-IN-EMP-ID        PIC X(6).
           05 WS-IN-COMPANY       PIC X(2).
           05 WS-IN-PERIOD        PIC 9(6).
           05 WS-IN-PERIOD-R REDEFINES WS-IN-PERIOD.
               10 WS-IN-YEAR      PIC 9999.
               10 WS-IN-MONTH     PIC 99.
           05 WS-IN-AMOUNT        PIC 9(9)V99.
           05 WS-IN-OFFSET        PIC 9(9)V99 VALUE 0.
       01 WS-DUE-DATE             PIC 9(8).
       01 WS-OFFSET-CREDIT        PIC 9(11)V99.

       01 WS-COUNTERS.
           05 WS-DETAILS-READ     PIC 9(5) VALUE 0.
           05 WS-FGTS-READ        PIC 9(5) VALUE 0.
           05 WS-NO-COMPANY       PIC 9(5) VALUE 0.
           05 WS-PAST-DUE         PIC 9(4) VALUE 0.
           05 WS-DUE-TODAY        PIC 9(4) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-AMOUNT     PIC 9(12)V99 VALUE 0.
           05 WS-PAST-DUE-AMOUNT  PIC 9(12)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-PRINT-DATE.
           05 WS-PRT-YEAR         PIC 9999.
           05 WS-PRT-MONTH        PIC 99.
           05 WS-PRT-DAY          PIC 99.
       01 WS-PRINT-DATE-N REDEFINES WS-PRINT-DATE PIC 9(8).
       01 WS-PRINT-PERIOD.
           05 WS-PRP-YEAR         PIC 9999.
           05 WS-PRP-MONTH        PIC 99.
       01 WS-PRINT-PERIOD-N REDEFINES WS-PRINT-PERIOD PIC 9(6).
       01 WS-SITUACAO             PIC X(12).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "AGENDA DE RECOLHIMENTOS DA FOLHA (DARF/GPS/FGTS)".
           05 COLUMN-HDR.
               10 FILLER     PIC X(48) VALUE
                   "VENCIMENTO EMP EMPRESA              GUIA REC.   ".
               10 FILLER     PIC X(84) VALUE
                   " DESCRICAO                COMPET.                    VALOR SITUACAO".

       COPY BIZDAY.

       COPY DATEVAL.

       COPY MONEYFMT.

       COPY BUSDATE.

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
               PERFORM CONSOLIDATE-PAYROLL-DETAIL
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               IF FGTS-FROM-DEPOSIT
                   PERFORM CONSOLIDATE-FGTS-DEPOSIT
               END-IF
               PERFORM WRITE-OBLIGATIONS
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== AGENDA DE RECOLHIMENTOS DA FOLHA ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           INITIALIZE WS-EMP-TABLE WS-COMPANY-TABLE
           PERFORM LOAD-OBLIGATIONS-PARM
           PERFORM LOAD-HOLIDAY-CALENDAR
           PERFORM LOAD-COMPANY-MASTER
           PERFORM LOAD-EMPLOYEE-COMPANIES

           OPEN INPUT FGTS-FILE
           IF WS-FGTS-FILE-STATUS = "00"
               CLOSE FGTS-FILE
           ELSE
               SET FGTS-FROM-DETAIL TO TRUE
               DISPLAY "Aviso: fgts_deposit.dat nao encontrado - FGTS "
                       "apurado pelo detalhe da folha"
           END-IF.

       LOAD-OBLIGATIONS-PARM.
           OPEN INPUT OBLIGATIONS-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               PERFORM UNTIL WS-PARM-FILE-STATUS NOT = "00"
                   READ OBLIGATIONS-PARM-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-TAX-QTDE < 9 AND
                              OBP-DUE-DAY NUMERIC AND
                              OBP-DUE-DAY > 0 AND OBP-DUE-DAY < 32
                               ADD 1 TO WS-TAX-QTDE
                               MOVE OBP-TAX-TYPE
                                   TO WS-TAX-TYPE(WS-TAX-QTDE)
                               MOVE OBP-REVENUE-CODE
                                   TO WS-TAX-REVENUE(WS-TAX-QTDE)
                               MOVE OBP-DUE-DAY
                                   TO WS-TAX-DUE-DAY(WS-TAX-QTDE)
                               MOVE OBP-GUIDE
                                   TO WS-TAX-GUIDE(WS-TAX-QTDE)
                               MOVE OBP-DESCRIPTION
                                   TO WS-TAX-DESCRIPTION(WS-TAX-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OBLIGATIONS-PARM-FILE
           END-IF
           IF WS-TAX-QTDE = 0
               DISPLAY "Aviso: obligations.parm nao encontrado ou "
                       "vazio - vencimentos padrao no dia 20"
               MOVE 3 TO WS-TAX-QTDE
               MOVE "IRRF" TO WS-TAX-TYPE(1)
               MOVE "0561" TO WS-TAX-REVENUE(1)
               MOVE 20     TO WS-TAX-DUE-DAY(1)
               MOVE "DARF" TO WS-TAX-GUIDE(1)
               MOVE "IRRF SOBRE SALARIOS" TO WS-TAX-DESCRIPTION(1)
               MOVE "INSS" TO WS-TAX-TYPE(2)
               MOVE "2100" TO WS-TAX-REVENUE(2)
               MOVE 20     TO WS-TAX-DUE-DAY(2)
               MOVE "GPS " TO WS-TAX-GUIDE(2)
               MOVE "CONTRIBUICAO PREVIDENCIARIA"
                   TO WS-TAX-DESCRIPTION(2)
               MOVE "FGTS" TO WS-TAX-TYPE(3)
               MOVE "FGTS" TO WS-TAX-REVENUE(3)
               MOVE 20     TO WS-TAX-DUE-DAY(3)
               MOVE "GFD " TO WS-TAX-GUIDE(3)
               MOVE "FGTS MENSAL" TO WS-TAX-DESCRIPTION(3)
           END-IF.

       LOAD-HOLIDAY-CALENDAR.
           OPEN INPUT HOLIDAY-CALENDAR-FILE
           IF WS-HOLIDAY-FILE-STATUS = "00"
               PERFORM UNTIL WS-HOLIDAY-FILE-STATUS NOT = "00"
                   READ HOLIDAY-CALENDAR-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF BIZ-HOL-QTDE < 60
                               ADD 1 TO BIZ-HOL-QTDE
                               MOVE HOL-DATE
                                   TO BIZ-HOL-DATE(BIZ-HOL-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLIDAY-CALENDAR-FILE
           ELSE
               DISPLAY "Aviso: holiday_calendar.dat nao encontrado - "
                       "so o fim de semana conta como dia nao util"
           END-IF.

       LOAD-COMPANY-MASTER.
           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPANY-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: company_master.dat nao encontrado - "
                       "agenda sem nome da empresa"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COMPANY-FILE-STATUS NOT = "00"
               READ COMPANY-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-CMP-QTDE < 20
                           ADD 1 TO WS-CMP-QTDE
                           MOVE CMP-CODE TO WS-CMP-TAB-CODE(WS-CMP-QTDE)
                           MOVE CMP-NAME TO WS-CMP-TAB-NAME(WS-CMP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER-FILE.

       LOAD-EMPLOYEE-COMPANIES.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: enterprise.dat nao encontrado - "
                       "recolhimentos sem empresa (00)"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-FILE-STATUS NOT = "00"
               READ EMPLOYEE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EMP-ID(1:3) NOT = "HDR" AND
                          EMP-ID(1:3) NOT = "TRL" AND
                          WS-EMP-QTDE < 2000
                           ADD 1 TO WS-EMP-QTDE
                           MOVE EMP-ID TO WS-EMP-TAB-ID(WS-EMP-QTDE)
                           MOVE EMP-COMPANY-CODE
                               TO WS-EMP-TAB-COMPANY(WS-EMP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       CONSOLIDATE-PAYROLL-DETAIL.
           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll_detail.dat nao "
                       "encontrado - rode a folha antes da agenda"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-DETAIL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DETAILS-READ
                       PERFORM PROCESS-ONE-DETAIL
               END-READ
           END-PERFORM
           CLOSE PAYROLL-DETAIL-FILE
           PERFORM APPLY-MATERNITY-OFFSET.

       PROCESS-ONE-DETAIL.
           IF PD-TYPE-ADIANTAMENTO OR PD-TYPE-REEMBOLSO
               EXIT PARAGRAPH
           END-IF
           MOVE PD-EMP-ID     TO WS-IN-EMP-ID
           MOVE PD-REF-PERIOD TO WS-IN-PERIOD
           PERFORM LOOKUP-EMPLOYEE-COMPANY
           SET DUE-NEXT-MONTH TO TRUE

           IF PD-IRRF-AMOUNT > 0
               MOVE "IRRF" TO WS-IN-TAX-TYPE
               MOVE PD-IRRF-AMOUNT TO WS-IN-AMOUNT
               PERFORM ADD-OBLIGATION
           END-IF

           COMPUTE WS-IN-AMOUNT = PD-INSS-AMOUNT + PD-EMPLOYER-INSS
           IF PD-MATERNITY-AMOUNT NUMERIC
               MOVE PD-MATERNITY-AMOUNT TO WS-IN-OFFSET
           END-IF
           IF WS-IN-AMOUNT > 0
               MOVE "INSS" TO WS-IN-TAX-TYPE
               IF PD-TYPE-13-PARC2
                   SET DUE-SAME-MONTH TO TRUE
               END-IF
               PERFORM ADD-OBLIGATION
               SET DUE-NEXT-MONTH TO TRUE
           END-IF

           IF FGTS-FROM-DETAIL AND PD-FGTS-AMOUNT > 0
               MOVE "FGTS" TO WS-IN-TAX-TYPE
               MOVE PD-FGTS-AMOUNT TO WS-IN-AMOUNT
               PERFORM ADD-OBLIGATION
           END-IF.

       CONSOLIDATE-FGTS-DEPOSIT.
           OPEN INPUT FGTS-FILE
           IF WS-FGTS-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ FGTS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FGTS-READ
                       IF FGD-AMOUNT > 0
                           MOVE FGD-EMP-ID     TO WS-IN-EMP-ID
                           MOVE FGD-REF-PERIOD TO WS-IN-PERIOD
                           PERFORM LOOKUP-EMPLOYEE-COMPANY
                           SET DUE-NEXT-MONTH TO TRUE
                           MOVE "FGTS" TO WS-IN-TAX-TYPE
                           MOVE FGD-AMOUNT TO WS-IN-AMOUNT
                           PERFORM ADD-OBLIGATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FGTS-FILE.

      *> Matricula fora do extrato (ou sem empresa) recolhe pela
      *> empresa "00", com aviso - o valor nao some da agenda.
       LOOKUP-EMPLOYEE-COMPANY.
           MOVE SPACES TO WS-IN-COMPANY
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-TAB-ID(WS-EMP-INDEX) = WS-IN-EMP-ID
                   MOVE WS-EMP-TAB-COMPANY(WS-EMP-INDEX)
                       TO WS-IN-COMPANY
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-IN-COMPANY = SPACES
               MOVE "00" TO WS-IN-COMPANY
               ADD 1 TO WS-NO-COMPANY
           END-IF.

       ADD-OBLIGATION.
           MOVE 0 TO WS-TAX-MATCH
           PERFORM VARYING WS-TAX-INDEX FROM 1 BY 1
                   UNTIL WS-TAX-INDEX > WS-TAX-QTDE
               IF WS-TAX-TYPE(WS-TAX-INDEX) = WS-IN-TAX-TYPE
                   MOVE WS-TAX-INDEX TO WS-TAX-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TAX-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM CALCULATE-DUE-DATE

           MOVE 0 TO WS-OB-MATCH
           PERFORM VARYING WS-OB-INDEX FROM 1 BY 1
                   UNTIL WS-OB-INDEX > WS-OB-QTDE
               IF WS-OB-COMPANY(WS-OB-INDEX) = WS-IN-COMPANY AND
                  WS-OB-REVENUE(WS-OB-INDEX) =
                      WS-TAX-REVENUE(WS-TAX-MATCH) AND
                  WS-OB-PERIOD(WS-OB-INDEX) = WS-IN-PERIOD AND
                  WS-OB-DUE-DATE(WS-OB-INDEX) = WS-DUE-DATE
                   MOVE WS-OB-INDEX TO WS-OB-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OB-MATCH = 0
               IF WS-OB-QTDE NOT < 300
                   DISPLAY "ERRO: tabela de obrigacoes cheia (300) - "
                           WS-IN-TAX-TYPE " " WS-IN-EMP-ID
                           " fora da agenda"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OB-QTDE
               MOVE WS-OB-QTDE TO WS-OB-MATCH
               MOVE WS-DUE-DATE    TO WS-OB-DUE-DATE(WS-OB-MATCH)
               MOVE WS-IN-COMPANY  TO WS-OB-COMPANY(WS-OB-MATCH)
               MOVE WS-TAX-REVENUE(WS-TAX-MATCH)
                   TO WS-OB-REVENUE(WS-OB-MATCH)
               MOVE WS-IN-PERIOD   TO WS-OB-PERIOD(WS-OB-MATCH)
               MOVE WS-TAX-GUIDE(WS-TAX-MATCH)
                   TO WS-OB-GUIDE(WS-OB-MATCH)
               MOVE WS-TAX-DESCRIPTION(WS-TAX-MATCH)
                   TO WS-OB-DESCRIPTION(WS-OB-MATCH)
               MOVE 0 TO WS-OB-AMOUNT(WS-OB-MATCH)
               MOVE 0 TO WS-OB-RECORDS(WS-OB-MATCH)
               MOVE 0 TO WS-OB-OFFSET(WS-OB-MATCH)
           END-IF
           ADD WS-IN-AMOUNT TO WS-OB-AMOUNT(WS-OB-MATCH)
           ADD WS-IN-OFFSET TO WS-OB-OFFSET(WS-OB-MATCH)
           MOVE 0 TO WS-IN-OFFSET
           ADD 1 TO WS-OB-RECORDS(WS-OB-MATCH).

      *> Compensacao do salario-maternidade contra a GPS consolidada
      *> da empresa/competencia - so depois de somar o detalhe
      *> inteiro, para a ordem dos registros nao importar.
       APPLY-MATERNITY-OFFSET.
           PERFORM VARYING WS-OB-INDEX FROM 1 BY 1
                   UNTIL WS-OB-INDEX > WS-OB-QTDE
               IF WS-OB-OFFSET(WS-OB-INDEX) > 0
                   IF WS-OB-OFFSET(WS-OB-INDEX) >
                      WS-OB-AMOUNT(WS-OB-INDEX)
                       COMPUTE WS-OFFSET-CREDIT =
                           WS-OB-OFFSET(WS-OB-INDEX) -
                           WS-OB-AMOUNT(WS-OB-INDEX)
                       MOVE WS-OFFSET-CREDIT TO MONEY-FMT-INPUT
                       PERFORM FORMAT-CURRENCY
                       DISPLAY "Aviso: salario-maternidade maior que a "
                               "GPS da empresa "
                               WS-OB-COMPANY(WS-OB-INDEX) " em "
                               WS-OB-PERIOD(WS-OB-INDEX)
                               " - saldo credor de " MONEY-FMT-OUTPUT
                               " a pedir em reembolso"
                       MOVE WS-OB-AMOUNT(WS-OB-INDEX)
                           TO WS-OB-OFFSET(WS-OB-INDEX)
                   END-IF
                   SUBTRACT WS-OB-OFFSET(WS-OB-INDEX)
                       FROM WS-OB-AMOUNT(WS-OB-INDEX)
               END-IF
           END-PERFORM.

      *> Dia legal do tributo no mes seguinte a competencia (ou no
      *> proprio mes, para a previdencia do 13o); dia alem do fim do
      *> mes vira o ultimo dia; fim de semana/feriado antecipa.
       CALCULATE-DUE-DATE.
           MOVE WS-IN-YEAR  TO DATE-VAL-YEAR
           MOVE WS-IN-MONTH TO DATE-VAL-MONTH
           IF DUE-NEXT-MONTH
               ADD 1 TO DATE-VAL-MONTH
               IF DATE-VAL-MONTH > 12
                   MOVE 1 TO DATE-VAL-MONTH
                   ADD 1 TO DATE-VAL-YEAR
               END-IF
           END-IF
           MOVE WS-TAX-DUE-DAY(WS-TAX-MATCH) TO DATE-VAL-DAY
           PERFORM DATE-VAL-CALC-DAYS-IN-MONTH
           IF DATE-VAL-DAY > DATE-VAL-DAYS-IN-MONTH
               MOVE DATE-VAL-DAYS-IN-MONTH TO DATE-VAL-DAY
           END-IF
           COMPUTE BIZ-DATE-IN =
               DATE-VAL-YEAR * 10000 + DATE-VAL-MONTH * 100 +
               DATE-VAL-DAY
           PERFORM BIZ-PREV-BUSINESS-DAY
           MOVE BIZ-DATE-OUT TO WS-DUE-DATE.

       WRITE-OBLIGATIONS.
           IF WS-OB-QTDE > 1
               SORT WS-OB-ENTRADAS ASCENDING KEY WS-OB-DUE-DATE
                                                 WS-OB-COMPANY
                                                 WS-OB-REVENUE
           END-IF
           OPEN OUTPUT OBLIGATIONS-FILE
           IF WS-OBLIG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel criar "
                       "tax_obligations.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel criar "
                       "tax_obligations_schedule.txt"
               CLOSE OBLIGATIONS-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "DATA DE NEGOCIO: " WS-CURRENT-DAY "/"
                  WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
                  "   (vencimento em dia nao util antecipado)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM COLUMN-HDR

           PERFORM VARYING WS-OB-INDEX FROM 1 BY 1
                   UNTIL WS-OB-INDEX > WS-OB-QTDE
               PERFORM WRITE-ONE-OBLIGATION
           END-PERFORM

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-TOTAL-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL A RECOLHER: " MONEY-FMT-OUTPUT
                  "   OBRIGACOES: " WS-OB-QTDE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-PAST-DUE > 0
               MOVE WS-PAST-DUE-AMOUNT TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REPORT-LINE
               STRING "*** VENCIDAS: " WS-PAST-DUE " obrigacao(oes) - "
                      MONEY-FMT-OUTPUT " - recolher com acrescimos ***"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE OBLIGATIONS-FILE
           CLOSE REPORT-FILE
           IF WS-PAST-DUE > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "ATENCAO: " WS-PAST-DUE " recolhimento(s) com "
                       "vencimento ja passado - ver "
                       "tax_obligations_schedule.txt"
           END-IF.

       WRITE-ONE-OBLIGATION.
           MOVE SPACES TO TAX-OBLIGATION-RECORD
           MOVE WS-OB-COMPANY(WS-OB-INDEX)     TO OBL-COMPANY-CODE
           MOVE WS-OB-GUIDE(WS-OB-INDEX)       TO OBL-GUIDE
           MOVE WS-OB-REVENUE(WS-OB-INDEX)     TO OBL-REVENUE-CODE
           MOVE WS-OB-PERIOD(WS-OB-INDEX)      TO OBL-REF-PERIOD
           MOVE WS-OB-DUE-DATE(WS-OB-INDEX)    TO OBL-DUE-DATE
           MOVE WS-OB-AMOUNT(WS-OB-INDEX)      TO OBL-AMOUNT
           MOVE WS-OB-RECORDS(WS-OB-INDEX)     TO OBL-RECORDS
           MOVE WS-OB-DESCRIPTION(WS-OB-INDEX) TO OBL-DESCRIPTION
           ADD WS-OB-AMOUNT(WS-OB-INDEX) TO WS-TOTAL-AMOUNT
           EVALUATE TRUE
               WHEN WS-OB-DUE-DATE(WS-OB-INDEX) < WS-CURRENT-DATE-N
                   MOVE "VEN" TO OBL-STATUS
                   MOVE "*** VENCIDA" TO WS-SITUACAO
                   ADD 1 TO WS-PAST-DUE
                   ADD WS-OB-AMOUNT(WS-OB-INDEX) TO WS-PAST-DUE-AMOUNT
                   DISPLAY "VENCIDA: empresa " OBL-COMPANY-CODE " "
                           OBL-GUIDE " " OBL-REVENUE-CODE " comp. "
                           OBL-REF-PERIOD " venc. " OBL-DUE-DATE
               WHEN WS-OB-DUE-DATE(WS-OB-INDEX) = WS-CURRENT-DATE-N
                   MOVE "ABE" TO OBL-STATUS
                   MOVE "VENCE HOJE" TO WS-SITUACAO
                   ADD 1 TO WS-DUE-TODAY
               WHEN OTHER
                   MOVE "ABE" TO OBL-STATUS
                   MOVE "EM ABERTO" TO WS-SITUACAO
           END-EVALUATE
           WRITE TAX-OBLIGATION-RECORD

           MOVE WS-OB-DUE-DATE(WS-OB-INDEX) TO WS-PRINT-DATE-N
           MOVE WS-OB-PERIOD(WS-OB-INDEX)   TO WS-PRINT-PERIOD-N
           MOVE SPACES TO WS-CMP-NAME
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF WS-CMP-TAB-CODE(WS-CMP-INDEX) = OBL-COMPANY-CODE
                   MOVE WS-CMP-TAB-NAME(WS-CMP-INDEX) TO WS-CMP-NAME
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-OB-AMOUNT(WS-OB-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-PRT-DAY "/" WS-PRT-MONTH "/" WS-PRT-YEAR " "
                  OBL-COMPANY-CODE "  " WS-CMP-NAME(1:20) " "
                  OBL-GUIDE " " OBL-REVENUE-CODE "    "
                  OBL-DESCRIPTION(1:24) " " WS-PRP-MONTH "/"
                  WS-PRP-YEAR " " MONEY-FMT-OUTPUT " " WS-SITUACAO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-OB-OFFSET(WS-OB-INDEX) > 0
               MOVE WS-OB-OFFSET(WS-OB-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REPORT-LINE
               STRING "           (ja deduzida a compensacao de "
                      "salario-maternidade: " MONEY-FMT-OUTPUT ")"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA AGENDA DE RECOLHIMENTOS ==="
           DISPLAY "Registros de folha lidos: " WS-DETAILS-READ
           DISPLAY "Depositos de FGTS lidos: " WS-FGTS-READ
           DISPLAY "Obrigacoes consolidadas: " WS-OB-QTDE
           DISPLAY "Vencendo hoje: " WS-DUE-TODAY
           DISPLAY "Ja vencidas: " WS-PAST-DUE
           IF WS-NO-COMPANY > 0
               DISPLAY "Parcelas sem empresa no extrato (00): "
                       WS-NO-COMPANY
           END-IF
           DISPLAY "Arquivo: tax_obligations.dat"
           DISPLAY "Agenda: tax_obligations_schedule.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "TAX-OBLIGATIONS" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-DETAILS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-PAST-DUE     TO JRL-RECORDS-REJECTED
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
                   WS-DETAILS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-DETAILS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BIZDAY-RTN.

       COPY DATEVAL-RTN.

       COPY MONEYFMT-RTN.

       COPY BUSDATE-RTN.
