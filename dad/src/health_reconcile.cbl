IDENTIFICATION DIVISION.
       PROGRAM-ID. HEALTH-RECONCILE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Elegibilidade e conferencia da fatura dos planos de saude e
      *> odonto, uma vez por competencia. Monta, a partir das adesoes
      *> vigentes (benefits_enrollment.dat, BENENRL.cpy) de
      *> funcionarios ATIVOS no mestre indexado, o arquivo de
      *> elegibilidade que vai para as operadoras
      *> (health_eligibility.dat, HLTHELIG.cpy): uma linha por vida,
      *> com a idade calculada pela AGECALC-RTN e a mensalidade da
      *> faixa em healthplan.parm (HLTHPLAN.cpy). Em seguida cruza a
      *> fatura das operadoras (carrier_invoice.dat, CARRINV.cpy) com
      *> essas vidas e lista em health_recon_report.txt:
      *>   - vida cobrada sem adesao vigente - com a marca DESLIGADO
      *>     quando o titular esta inativo ou fora do mestre (o caso
      *>     do desligado cobrado meses depois da saida);
      *>   - vida com adesao vigente que a operadora nao cobrou;
      *>   - vida cobrada por valor diferente da faixa;
      *>   - adesao sem data de saida de funcionario desligado, que o
      *>     RH precisa encerrar (nao vai na elegibilidade).
      *> A vida do titular casa pela operadora, matricula e plano; a
      *> do dependente tambem pelo nome. Qualquer divergencia devolve
      *> RETURN-CODE 4 para a operacao contestar a fatura; sem a
      *> fatura sai so a elegibilidade, com aviso.

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

           SELECT HEALTH-PLAN-FILE ASSIGN TO "healthplan.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HPLAN-FILE-STATUS.

           SELECT BENEFIT-ENROLL-FILE ASSIGN TO "../data/benefits_enrollment.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BENE-FILE-STATUS.

           SELECT DEPENDENTS-FILE ASSIGN TO "../data/dependents.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPENDENTS-FILE-STATUS.

           SELECT CARRIER-INVOICE-FILE ASSIGN TO "../data/carrier_invoice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVOICE-FILE-STATUS.

           SELECT ELIGIBILITY-FILE ASSIGN TO "../data/health_eligibility.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELIG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "health_recon_report.txt"
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

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD HEALTH-PLAN-FILE.
       COPY HLTHPLAN.

       FD BENEFIT-ENROLL-FILE.
       COPY BENENRL.

       FD DEPENDENTS-FILE.
       COPY DEPENDNT.

       FD CARRIER-INVOICE-FILE.
       COPY CARRINV.

       FD ELIGIBILITY-FILE.
       COPY HLTHELIG.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-HPLAN-FILE-STATUS    PIC XX.
           05 WS-BENE-FILE-STATUS     PIC XX.
           05 WS-DEPENDENTS-FILE-STATUS PIC XX.
           05 WS-INVOICE-FILE-STATUS  PIC XX.
           05 WS-ELIG-FILE-STATUS     PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-NO-INVOICE-FLAG      PIC X VALUE "N".
           05 WS-MASTER-FOUND         PIC X.
           05 WS-LIFE-FOUND           PIC X.

       01 WS-REF-PERIOD           PIC 9(6).

      *> Faixas dos planos (healthplan.parm), com a operadora.
       01 WS-HPL-TABLE.
           05 WS-HPL-QTDE         PIC 99 VALUE 0.
           05 WS-HPL-ENTRADAS OCCURS 60 TIMES.
               10 WS-HPL-CODE         PIC X(4).
               10 WS-HPL-TIER         PIC X(3).
               10 WS-HPL-CARRIER      PIC X(3).
               10 WS-HPL-AGE-FROM     PIC 99.
               10 WS-HPL-AGE-TO       PIC 99.
               10 WS-HPL-PREMIUM      PIC 9(6)V99.
       01 WS-HPL-INDEX            PIC 99.
       01 WS-HPL-MATCH            PIC 99.

      *> Nome e nascimento dos dependentes (dependents.dat).
       01 WS-DPL-TABLE.
           05 WS-DPL-QTDE         PIC 9(4) VALUE 0.
           05 WS-DPL-ENTRADAS OCCURS 1000 TIMES.
               10 WS-DPL-EMP          PIC X(6).
               10 WS-DPL-NAME         PIC X(30).
               10 WS-DPL-BIRTH        PIC 9(8).
       01 WS-DPL-INDEX            PIC 9(4).

      *> Vidas elegiveis da competencia, marcadas quando a fatura as
      *> cobra (COBRADA "S").
       01 WS-ELG-TABLE.
           05 WS-ELG-QTDE         PIC 9(4) VALUE 0.
           05 WS-ELG-ENTRADAS OCCURS 2000 TIMES.
               10 WS-ELG-CARRIER      PIC X(3).
               10 WS-ELG-EMP          PIC X(6).
               10 WS-ELG-TYPE         PIC X.
               10 WS-ELG-NAME         PIC X(30).
               10 WS-ELG-PLAN         PIC X(4).
               10 WS-ELG-PREMIUM      PIC 9(6)V99.
               10 WS-ELG-COBRADA      PIC X.
       01 WS-ELG-INDEX            PIC 9(4).
       01 WS-ELG-MATCH            PIC 9(4).

      *> Divergencias da fatura, guardadas para sairem agrupadas no
      *> relatorio depois da leitura.
       01 WS-DIV-TABLE.
           05 WS-DIV-QTDE         PIC 9(4) VALUE 0.
           05 WS-DIV-ENTRADAS OCCURS 1000 TIMES.
               10 WS-DIV-KIND         PIC X.
                   88 DIV-SEM-ADESAO      VALUE "S".
                   88 DIV-VALOR           VALUE "V".
                   88 DIV-ADESAO-ABERTA   VALUE "A".
               10 WS-DIV-CARRIER      PIC X(3).
               10 WS-DIV-EMP          PIC X(6).
               10 WS-DIV-TYPE         PIC X.
               10 WS-DIV-NAME         PIC X(30).
               10 WS-DIV-PLAN         PIC X(4).
               10 WS-DIV-BILLED       PIC 9(6)V99.
               10 WS-DIV-EXPECTED     PIC 9(6)V99.
               10 WS-DIV-NOTE         PIC X(12).
       01 WS-DIV-INDEX            PIC 9(4).

       01 WS-LIFE-FIELDS.
           05 WS-LIFE-NAME        PIC X(30).
           05 WS-LIFE-BIRTH       PIC 9(8).

       01 WS-COUNTERS.
           05 WS-ENROLL-READ      PIC 9(5) VALUE 0.
           05 WS-ELIGIBLE-LIVES   PIC 9(5) VALUE 0.
           05 WS-NO-BAND          PIC 9(5) VALUE 0.
           05 WS-INVOICE-LINES    PIC 9(5) VALUE 0.
           05 WS-OTHER-PERIOD     PIC 9(5) VALUE 0.
           05 WS-BILLED-NOT-ENR   PIC 9(5) VALUE 0.
           05 WS-BILLED-TERMINATED PIC 9(5) VALUE 0.
           05 WS-ENR-NOT-BILLED   PIC 9(5) VALUE 0.
           05 WS-AMOUNT-DIFFS     PIC 9(5) VALUE 0.
           05 WS-OPEN-TERMINATED  PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-EXPECTED   PIC 9(10)V99 VALUE 0.
           05 WS-TOTAL-BILLED     PIC 9(10)V99 VALUE 0.
           05 WS-TOTAL-CONTEST    PIC 9(10)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(120) VALUE ALL "-".
           05 TITLE-1        PIC X(120) VALUE
                   "PLANOS DE SAUDE E ODONTO - ELEGIBILIDADE x FATURA".
           05 HEADER-TABLE.
               10 FILLER     PIC X(40) VALUE
                   "OPE MATR.  T NOME DA VIDA               ".
               10 FILLER     PIC X(40) VALUE
                   "    PLANO             COBRADO           ".
               10 FILLER     PIC X(40) VALUE
                   "     FAIXA OBS.".

       COPY MONEYFMT.
       COPY AGECALC.

       01 WS-FMT-BILLED           PIC X(24).

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
               PERFORM BUILD-ELIGIBILITY
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM MATCH-CARRIER-INVOICE
               PERFORM WRITE-RECON-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           IF WS-ERROR-FLAG NOT = "Y" AND
              (WS-BILLED-NOT-ENR > 0 OR WS-ENR-NOT-BILLED > 0 OR
               WS-AMOUNT-DIFFS > 0 OR WS-OPEN-TERMINATED > 0 OR
               WS-NO-INVOICE-FLAG = "Y")
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PLANOS DE SAUDE - ELEGIBILIDADE E FATURA ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-REF-PERIOD = WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           PERFORM LOAD-HEALTH-PLANS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-DEPENDENT-LIVES.

      *> Sem a tabela de planos nao ha faixa para precificar nem
      *> operadora para a elegibilidade: a rodada nao tem o que fazer.
       LOAD-HEALTH-PLANS.
           OPEN INPUT HEALTH-PLAN-FILE
           IF WS-HPLAN-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: healthplan.parm nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-HPLAN-FILE-STATUS NOT = "00"
               READ HEALTH-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-HPL-QTDE < 60 AND HPL-PREMIUM NUMERIC
                           ADD 1 TO WS-HPL-QTDE
                           MOVE HPL-PLAN-CODE
                               TO WS-HPL-CODE(WS-HPL-QTDE)
                           MOVE HPL-TIER TO WS-HPL-TIER(WS-HPL-QTDE)
                           MOVE HPL-CARRIER
                               TO WS-HPL-CARRIER(WS-HPL-QTDE)
                           MOVE HPL-AGE-FROM
                               TO WS-HPL-AGE-FROM(WS-HPL-QTDE)
                           MOVE HPL-AGE-TO TO WS-HPL-AGE-TO(WS-HPL-QTDE)
                           MOVE HPL-PREMIUM
                               TO WS-HPL-PREMIUM(WS-HPL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HEALTH-PLAN-FILE
           DISPLAY "Faixas de planos de saude: " WS-HPL-QTDE.

       LOAD-DEPENDENT-LIVES.
           OPEN INPUT DEPENDENTS-FILE
           IF WS-DEPENDENTS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: dependents.dat nao encontrado - "
                       "adesoes de dependentes ficam sem faixa"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-DEPENDENTS-FILE-STATUS NOT = "00"
               READ DEPENDENTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-DPL-QTDE < 1000
                           ADD 1 TO WS-DPL-QTDE
                           MOVE DEP-EMP-ID
                               TO WS-DPL-EMP(WS-DPL-QTDE)
                           MOVE DEP-NAME TO WS-DPL-NAME(WS-DPL-QTDE)
                           MOVE DEP-BIRTH-DATE
                               TO WS-DPL-BIRTH(WS-DPL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DEPENDENTS-FILE.

      *> Uma passada nas adesoes: vigente na competencia e de ativo
      *> vai para a elegibilidade; vigente de inativo (ou de matricula
      *> que ja saiu do mestre) e a adesao esquecida aberta.
       BUILD-ELIGIBILITY.
           OPEN INPUT BENEFIT-ENROLL-FILE
           IF WS-BENE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: benefits_enrollment.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao "
                       "encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE BENEFIT-ENROLL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ELIGIBILITY-FILE
           IF WS-ELIG-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "health_eligibility.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE BENEFIT-ENROLL-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BENE-FILE-STATUS NOT = "00"
               READ BENEFIT-ENROLL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF BNE-START-DATE NUMERIC AND
                          BNE-START-DATE <= WS-REF-PERIOD * 100 + 31
                          AND (BNE-END-DATE NOT NUMERIC OR
                               BNE-END-DATE = ZEROS OR
                               BNE-END-DATE >= WS-REF-PERIOD * 100 + 1)
                           ADD 1 TO WS-ENROLL-READ
                           PERFORM CHECK-ONE-ENROLLMENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BENEFIT-ENROLL-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE ELIGIBILITY-FILE
           DISPLAY "Vidas elegiveis: " WS-ELIGIBLE-LIVES.

       CHECK-ONE-ENROLLMENT.
           MOVE BNE-EMP-ID TO MST-EMP-ID
           MOVE "S" TO WS-MASTER-FOUND
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY MOVE "N" TO WS-MASTER-FOUND
           END-READ
           IF WS-MASTER-FOUND = "N" OR MASTER-INACTIVE-EMPLOYEE
               ADD 1 TO WS-OPEN-TERMINATED
               IF WS-DIV-QTDE < 1000
                   ADD 1 TO WS-DIV-QTDE
                   MOVE "A"           TO WS-DIV-KIND(WS-DIV-QTDE)
                   MOVE SPACES        TO WS-DIV-CARRIER(WS-DIV-QTDE)
                   MOVE BNE-EMP-ID    TO WS-DIV-EMP(WS-DIV-QTDE)
                   MOVE BNE-LIFE-TYPE TO WS-DIV-TYPE(WS-DIV-QTDE)
                   MOVE BNE-DEP-NAME  TO WS-DIV-NAME(WS-DIV-QTDE)
                   MOVE BNE-PLAN-CODE TO WS-DIV-PLAN(WS-DIV-QTDE)
                   MOVE 0             TO WS-DIV-BILLED(WS-DIV-QTDE)
                   MOVE 0             TO WS-DIV-EXPECTED(WS-DIV-QTDE)
                   IF WS-MASTER-FOUND = "N"
                       MOVE "FORA MESTRE" TO WS-DIV-NOTE(WS-DIV-QTDE)
                   ELSE
                       MOVE "DESLIGADO" TO WS-DIV-NOTE(WS-DIV-QTDE)
                   END-IF
               END-IF
               EXIT PARAGRAPH
           END-IF

           MOVE WS-CURRENT-DATE TO AGE-CALC-REF-DATE
           MOVE 0 TO AGE-CALC-FALLBACK
           IF BNE-DEPENDENTE
               MOVE BNE-DEP-NAME TO WS-LIFE-NAME
               MOVE "N" TO WS-LIFE-FOUND
               PERFORM VARYING WS-DPL-INDEX FROM 1 BY 1
                       UNTIL WS-DPL-INDEX > WS-DPL-QTDE
                   IF WS-DPL-EMP(WS-DPL-INDEX) = BNE-EMP-ID AND
                      WS-DPL-NAME(WS-DPL-INDEX) = BNE-DEP-NAME
                       MOVE WS-DPL-BIRTH(WS-DPL-INDEX) TO WS-LIFE-BIRTH
                       MOVE "S" TO WS-LIFE-FOUND
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-LIFE-FOUND = "N"
                   DISPLAY "Aviso: dependente " BNE-DEP-NAME " de "
                           BNE-EMP-ID " fora de dependents.dat"
                   ADD 1 TO WS-NO-BAND
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE MST-EMP-NAME TO WS-LIFE-NAME
               MOVE MST-BIRTH-DATE TO WS-LIFE-BIRTH
               MOVE MST-EMP-AGE TO AGE-CALC-FALLBACK
           END-IF
           MOVE WS-LIFE-BIRTH TO AGE-CALC-BIRTH-DATE
           PERFORM AGE-CALC-COMPUTE
           MOVE 0 TO WS-HPL-MATCH
           PERFORM VARYING WS-HPL-INDEX FROM 1 BY 1
                   UNTIL WS-HPL-INDEX > WS-HPL-QTDE
               IF WS-HPL-CODE(WS-HPL-INDEX) = BNE-PLAN-CODE AND
                  WS-HPL-TIER(WS-HPL-INDEX) = BNE-TIER AND
                  AGE-CALC-RESULT >= WS-HPL-AGE-FROM(WS-HPL-INDEX) AND
                  AGE-CALC-RESULT <= WS-HPL-AGE-TO(WS-HPL-INDEX)
                   MOVE WS-HPL-INDEX TO WS-HPL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-HPL-MATCH = 0
               DISPLAY "Aviso: sem faixa para " BNE-PLAN-CODE " "
                       BNE-TIER " idade " AGE-CALC-RESULT
                       " (" BNE-EMP-ID ")"
               ADD 1 TO WS-NO-BAND
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES             TO HEALTH-ELIGIBILITY-RECORD
           MOVE WS-HPL-CARRIER(WS-HPL-MATCH) TO HEL-CARRIER
           MOVE WS-REF-PERIOD      TO HEL-REF-PERIOD
           MOVE BNE-EMP-ID         TO HEL-EMP-ID
           MOVE BNE-LIFE-TYPE      TO HEL-LIFE-TYPE
           MOVE WS-LIFE-NAME       TO HEL-LIFE-NAME
           MOVE WS-LIFE-BIRTH      TO HEL-BIRTH-DATE
           MOVE AGE-CALC-RESULT    TO HEL-AGE
           MOVE BNE-PLAN-CODE      TO HEL-PLAN-CODE
           MOVE BNE-TIER           TO HEL-TIER
           MOVE WS-HPL-PREMIUM(WS-HPL-MATCH) TO HEL-PREMIUM
           WRITE HEALTH-ELIGIBILITY-RECORD
           ADD 1 TO WS-ELIGIBLE-LIVES
           ADD HEL-PREMIUM TO WS-TOTAL-EXPECTED

           IF WS-ELG-QTDE < 2000
               ADD 1 TO WS-ELG-QTDE
               MOVE HEL-CARRIER    TO WS-ELG-CARRIER(WS-ELG-QTDE)
               MOVE HEL-EMP-ID     TO WS-ELG-EMP(WS-ELG-QTDE)
               MOVE HEL-LIFE-TYPE  TO WS-ELG-TYPE(WS-ELG-QTDE)
               MOVE HEL-LIFE-NAME  TO WS-ELG-NAME(WS-ELG-QTDE)
               MOVE HEL-PLAN-CODE  TO WS-ELG-PLAN(WS-ELG-QTDE)
               MOVE HEL-PREMIUM    TO WS-ELG-PREMIUM(WS-ELG-QTDE)
               MOVE "N"            TO WS-ELG-COBRADA(WS-ELG-QTDE)
           ELSE
               DISPLAY "Aviso: vida fora da tabela de conferencia ("
                       HEL-EMP-ID ")"
           END-IF.

      *> Cada linha da fatura da competencia procura a sua vida
      *> elegivel; linhas de outras competencias sao contadas e
      *> ignoradas (acerto retroativo se confere a parte).
       MATCH-CARRIER-INVOICE.
           OPEN INPUT CARRIER-INVOICE-FILE
           IF WS-INVOICE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: carrier_invoice.dat nao encontrado - "
                       "so a elegibilidade foi gerada"
               MOVE "Y" TO WS-NO-INVOICE-FLAG
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           PERFORM UNTIL WS-INVOICE-FILE-STATUS NOT = "00"
               READ CARRIER-INVOICE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CIV-REF-PERIOD = WS-REF-PERIOD
                           ADD 1 TO WS-INVOICE-LINES
                           PERFORM MATCH-ONE-INVOICE-LINE
                       ELSE
                           ADD 1 TO WS-OTHER-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CARRIER-INVOICE-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           PERFORM VARYING WS-ELG-INDEX FROM 1 BY 1
                   UNTIL WS-ELG-INDEX > WS-ELG-QTDE
               IF WS-ELG-COBRADA(WS-ELG-INDEX) = "N"
                   ADD 1 TO WS-ENR-NOT-BILLED
               END-IF
           END-PERFORM.

       MATCH-ONE-INVOICE-LINE.
           IF CIV-AMOUNT NOT NUMERIC
               MOVE 0 TO CIV-AMOUNT
           END-IF
           ADD CIV-AMOUNT TO WS-TOTAL-BILLED
           MOVE 0 TO WS-ELG-MATCH
           PERFORM VARYING WS-ELG-INDEX FROM 1 BY 1
                   UNTIL WS-ELG-INDEX > WS-ELG-QTDE
               IF WS-ELG-COBRADA(WS-ELG-INDEX) = "N" AND
                  WS-ELG-CARRIER(WS-ELG-INDEX) = CIV-CARRIER AND
                  WS-ELG-EMP(WS-ELG-INDEX) = CIV-EMP-ID AND
                  WS-ELG-TYPE(WS-ELG-INDEX) = CIV-LIFE-TYPE AND
                  WS-ELG-PLAN(WS-ELG-INDEX) = CIV-PLAN-CODE AND
                  (CIV-LIFE-TYPE = "T" OR
                   WS-ELG-NAME(WS-ELG-INDEX) = CIV-LIFE-NAME)
                   MOVE WS-ELG-INDEX TO WS-ELG-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ELG-MATCH > 0
               MOVE "S" TO WS-ELG-COBRADA(WS-ELG-MATCH)
               IF CIV-AMOUNT NOT = WS-ELG-PREMIUM(WS-ELG-MATCH)
                   ADD 1 TO WS-AMOUNT-DIFFS
                   IF CIV-AMOUNT > WS-ELG-PREMIUM(WS-ELG-MATCH)
                       COMPUTE WS-TOTAL-CONTEST = WS-TOTAL-CONTEST
                           + CIV-AMOUNT - WS-ELG-PREMIUM(WS-ELG-MATCH)
                   END-IF
                   PERFORM STORE-INVOICE-DIVERGENCE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-BILLED-NOT-ENR
           ADD CIV-AMOUNT TO WS-TOTAL-CONTEST
           PERFORM STORE-INVOICE-DIVERGENCE.

      *> Divergencia da linha corrente da fatura: valor diferente da
      *> faixa (vida casada) ou cobranca sem adesao, com a situacao
      *> do titular no mestre.
       STORE-INVOICE-DIVERGENCE.
           IF WS-DIV-QTDE NOT < 1000
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-DIV-QTDE
           MOVE CIV-CARRIER    TO WS-DIV-CARRIER(WS-DIV-QTDE)
           MOVE CIV-EMP-ID     TO WS-DIV-EMP(WS-DIV-QTDE)
           MOVE CIV-LIFE-TYPE  TO WS-DIV-TYPE(WS-DIV-QTDE)
           MOVE CIV-LIFE-NAME  TO WS-DIV-NAME(WS-DIV-QTDE)
           MOVE CIV-PLAN-CODE  TO WS-DIV-PLAN(WS-DIV-QTDE)
           MOVE CIV-AMOUNT     TO WS-DIV-BILLED(WS-DIV-QTDE)
           MOVE SPACES         TO WS-DIV-NOTE(WS-DIV-QTDE)
           IF WS-ELG-MATCH > 0
               MOVE "V" TO WS-DIV-KIND(WS-DIV-QTDE)
               MOVE WS-ELG-PREMIUM(WS-ELG-MATCH)
                   TO WS-DIV-EXPECTED(WS-DIV-QTDE)
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-DIV-KIND(WS-DIV-QTDE)
           MOVE 0   TO WS-DIV-EXPECTED(WS-DIV-QTDE)
           MOVE CIV-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "FORA MESTRE" TO WS-DIV-NOTE(WS-DIV-QTDE)
                   ADD 1 TO WS-BILLED-TERMINATED
               NOT INVALID KEY
                   IF MASTER-INACTIVE-EMPLOYEE
                       MOVE "DESLIGADO" TO WS-DIV-NOTE(WS-DIV-QTDE)
                       ADD 1 TO WS-BILLED-TERMINATED
                   END-IF
           END-READ.

       WRITE-RECON-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "health_recon_report.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "COMPETENCIA: " WS-REF-PERIOD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR

           MOVE "VIDAS COBRADAS SEM ADESAO VIGENTE" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM VARYING WS-DIV-INDEX FROM 1 BY 1
                   UNTIL WS-DIV-INDEX > WS-DIV-QTDE
               IF DIV-SEM-ADESAO(WS-DIV-INDEX)
                   PERFORM WRITE-DIVERGENCE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "VALOR COBRADO DIFERENTE DA FAIXA" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM VARYING WS-DIV-INDEX FROM 1 BY 1
                   UNTIL WS-DIV-INDEX > WS-DIV-QTDE
               IF DIV-VALOR(WS-DIV-INDEX)
                   PERFORM WRITE-DIVERGENCE-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "VIDAS COM ADESAO VIGENTE NAO COBRADAS" TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SECTION-HEADER
           IF WS-NO-INVOICE-FLAG NOT = "Y"
               PERFORM VARYING WS-ELG-INDEX FROM 1 BY 1
                       UNTIL WS-ELG-INDEX > WS-ELG-QTDE
                   IF WS-ELG-COBRADA(WS-ELG-INDEX) = "N"
                       PERFORM WRITE-NOT-BILLED-LINE
                   END-IF
               END-PERFORM
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE

           MOVE "ADESOES ABERTAS DE DESLIGADOS (encerrar no cadastro)"
               TO REPORT-LINE
           WRITE REPORT-LINE
           PERFORM WRITE-SECTION-HEADER
           PERFORM VARYING WS-DIV-INDEX FROM 1 BY 1
                   UNTIL WS-DIV-INDEX > WS-DIV-QTDE
               IF DIV-ADESAO-ABERTA(WS-DIV-INDEX)
                   PERFORM WRITE-DIVERGENCE-LINE
               END-IF
           END-PERFORM

           PERFORM WRITE-RECON-TOTALS
           CLOSE REPORT-FILE
           DISPLAY "Relatorio gerado: health_recon_report.txt".

       WRITE-SECTION-HEADER.
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SUB-SEPARATOR.

       WRITE-DIVERGENCE-LINE.
           MOVE WS-DIV-BILLED(WS-DIV-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT TO WS-FMT-BILLED
           MOVE WS-DIV-EXPECTED(WS-DIV-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-DIV-CARRIER(WS-DIV-INDEX) " "
                  WS-DIV-EMP(WS-DIV-INDEX) " "
                  WS-DIV-TYPE(WS-DIV-INDEX) " "
                  WS-DIV-NAME(WS-DIV-INDEX) " "
                  WS-DIV-PLAN(WS-DIV-INDEX)
                  WS-FMT-BILLED(1:21)
                  MONEY-FMT-OUTPUT(1:21) " "
                  WS-DIV-NOTE(WS-DIV-INDEX)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-NOT-BILLED-LINE.
           MOVE WS-ELG-PREMIUM(WS-ELG-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-ELG-CARRIER(WS-ELG-INDEX) " "
                  WS-ELG-EMP(WS-ELG-INDEX) " "
                  WS-ELG-TYPE(WS-ELG-INDEX) " "
                  WS-ELG-NAME(WS-ELG-INDEX) " "
                  WS-ELG-PLAN(WS-ELG-INDEX)
                  "                     "
                  MONEY-FMT-OUTPUT(1:21)
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-RECON-TOTALS.
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "VIDAS ELEGIVEIS: " WS-ELIGIBLE-LIVES
                  "   LINHAS DA FATURA: " WS-INVOICE-LINES
                  "   DE OUTRAS COMPETENCIAS: " WS-OTHER-PERIOD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "COBRADAS SEM ADESAO: " WS-BILLED-NOT-ENR
                  " (de desligados/fora do mestre: "
                  WS-BILLED-TERMINATED ")"
                  "   NAO COBRADAS: " WS-ENR-NOT-BILLED
                  "   VALOR DIVERGENTE: " WS-AMOUNT-DIFFS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "ADESOES ABERTAS DE DESLIGADOS: " WS-OPEN-TERMINATED
                  "   VIDAS SEM FAIXA/DEPENDENTE: " WS-NO-BAND
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-EXPECTED TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "VALOR ESPERADO PELAS FAIXAS: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-BILLED TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "VALOR FATURADO.............: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-TOTAL-CONTEST TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "VALOR A CONTESTAR..........: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-NO-INVOICE-FLAG = "Y"
               MOVE "FATURA DA OPERADORA NAO RECEBIDA - CONFERENCIA "
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Adesoes vigentes lidas: " WS-ENROLL-READ
           DISPLAY "Vidas elegiveis: " WS-ELIGIBLE-LIVES
           DISPLAY "Cobradas sem adesao: " WS-BILLED-NOT-ENR
           DISPLAY "Adesoes nao cobradas: " WS-ENR-NOT-BILLED
           DISPLAY "Valores divergentes: " WS-AMOUNT-DIFFS
           DISPLAY "Adesoes abertas de desligados: " WS-OPEN-TERMINATED.

       WRITE-JOB-LOG-ENTRY.
           MOVE "HEALTH-RECONCILE" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-ENROLL-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED =
               WS-BILLED-NOT-ENR + WS-ENR-NOT-BILLED + WS-AMOUNT-DIFFS
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
                   WS-ENROLL-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-ENROLL-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY AGECALC-RTN.
       COPY BUSDATE-RTN.
