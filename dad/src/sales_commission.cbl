IDENTIFICATION DIVISION.
       PROGRAM-ID. SALES-COMMISSION.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Comissao de vendas da competencia (ano/mes da data de
      *> negocio), calculada antes da folha mensal: ate aqui a
      *> comissao era apurada em planilha pela area comercial e
      *> digitada como provento avulso, sem DSR, sem entrar nas
      *> medias de 13o e ferias e sem rastro do estorno das
      *> devolucoes. O programa le o resultado de vendas do mes por
      *> vendedor e linha de produto (sales_results.dat,
      *> SALESRES.cpy), a meta e o plano vigentes de cada vendedor
      *> (sales_targets.dat, SALESTGT.cpy) e as faixas de cada plano
      *> (commission_plan.dat, COMMPLAN.cpy). Atingimento = faturado
      *> total do vendedor no mes / meta; a taxa da faixa alcancada
      *> incide sobre o faturado de cada linha de produto, e as
      *> devolucoes do mes sao estornadas pela taxa cheia da linha
      *> (faixa de 100%). O estorno que a comissao do mes nao
      *> absorve fica pendente e e descontado das comissoes das
      *> competencias seguintes - a comissao a pagar nunca fica
      *> negativa e nunca vira desconto no salario.
      *> O resultado vai para ../data/commission_payable.dat
      *> (COMMPAY.cpy), que o PAYROLL-RUN paga como provento da mesma
      *> competencia, com o reflexo no DSR; o recalculo da
      *> competencia substitui so os registros dela, e o saldo
      *> pendente de cada vendedor vem do seu registro mais recente
      *> anterior a competencia - rodar de novo da o mesmo resultado.
      *> Demonstrativo auditavel por vendedor em
      *> commission_statement.txt: meta, plano, atingimento e faixa,
      *> cada linha de produto com faturado, devolvido, taxas,
      *> comissao e estorno, e o encontro com o saldo pendente.
      *> Competencia ja calculada/paga/fechada no PERIOD-CONTROL nao
      *> recalcula (RETURN-CODE 8), nem competencia anterior a uma ja
      *> calculada aqui. Vendedor fora do mestre, inativo ou sem meta
      *> vigente fica sem comissao, listado no demonstrativo;
      *> linha invalida no resultado de vendas e rejeitada - um e
      *> outro dao RETURN-CODE 4. Sem resultado de vendas, metas ou
      *> planos, 16.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALES-RESULT-FILE ASSIGN TO "../data/sales_results.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT SALES-TARGET-FILE ASSIGN TO "../data/sales_targets.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TARGET-FILE-STATUS.

           SELECT COMMISSION-PLAN-FILE ASSIGN TO "../data/commission_plan.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.

           SELECT COMMISSION-PAYABLE-FILE ASSIGN TO "../data/commission_payable.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYABLE-FILE-STATUS.

           SELECT EMPLOYEE-MASTER-FILE ASSIGN TO "../data/employee_master.dat"
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

           SELECT PERIOD-FILE ASSIGN TO "../data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT STATEMENT-FILE ASSIGN TO "commission_statement.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATEMENT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD SALES-RESULT-FILE.
       COPY SALESRES.

       FD SALES-TARGET-FILE.
       COPY SALESTGT.

       FD COMMISSION-PLAN-FILE.
       COPY COMMPLAN.

       FD COMMISSION-PAYABLE-FILE.
       COPY COMMPAY.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD PERIOD-FILE.
       COPY PERCTL.

       FD STATEMENT-FILE.
       01 STATEMENT-LINE          PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY MONEYFMT.

       01 WS-FILE-STATUSES.
           05 WS-RESULT-FILE-STATUS    PIC XX.
           05 WS-TARGET-FILE-STATUS    PIC XX.
           05 WS-PLAN-FILE-STATUS      PIC XX.
           05 WS-PAYABLE-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-PERIOD-FILE-STATUS    PIC XX.
           05 WS-STATEMENT-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-VALID-FLAG           PIC X.
           05 WS-TIER-FLAG            PIC X.

       01 WS-REF-PERIOD               PIC 9(6).
       01 WS-REF-PERIOD-R REDEFINES WS-REF-PERIOD.
           05 WS-REF-YEAR             PIC 9999.
           05 WS-REF-MONTH            PIC 99.

      *> Faixas de todos os planos (commission_plan.dat).
       01 WS-CPL-TABLE.
           05 WS-CPL-QTDE         PIC 9(3) VALUE 0.
           05 WS-CPL-ENTRADAS OCCURS 200 TIMES.
               10 WS-CPL-PLAN         PIC X(4).
               10 WS-CPL-LINE         PIC X(4).
               10 WS-CPL-FROM         PIC 9(3).
               10 WS-CPL-RATE         PIC 99V99.
       01 WS-CPL-INDEX            PIC 9(3).

      *> Metas vigentes na competencia: uma por vendedor, a de
      *> inicio de vigencia mais recente ate a competencia.
       01 WS-TGT-TABLE.
           05 WS-TGT-QTDE         PIC 9(4) VALUE 0.
           05 WS-TGT-ENTRADAS OCCURS 1000 TIMES.
               10 WS-TGT-EMP-ID       PIC X(6).
               10 WS-TGT-PLAN         PIC X(4).
               10 WS-TGT-FROM         PIC 9(6).
               10 WS-TGT-TARGET       PIC 9(10)V99.
       01 WS-TGT-INDEX            PIC 9(4).
       01 WS-TGT-MATCH            PIC 9(4).

      *> commission_payable.dat inteiro, menos a competencia de
      *> referencia; os registros calculados agora entram no fim e a
      *> tabela toda e regravada.
       01 WS-CMP-TABLE.
           05 WS-CMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-CMP-REG          PIC X(127) OCCURS 5000 TIMES.
       01 WS-CMP-INDEX            PIC 9(4).

      *> Estorno pendente de cada vendedor: CMP-BALANCE-OUT do
      *> registro mais recente anterior a competencia.
       01 WS-BAL-TABLE.
           05 WS-BAL-QTDE         PIC 9(4) VALUE 0.
           05 WS-BAL-ENTRADAS OCCURS 1000 TIMES.
               10 WS-BAL-EMP-ID       PIC X(6).
               10 WS-BAL-PERIOD       PIC 9(6).
               10 WS-BAL-AMOUNT       PIC 9(8)V99.
               10 WS-BAL-USED         PIC X.
       01 WS-BAL-INDEX            PIC 9(4).
       01 WS-BAL-MATCH            PIC 9(4).

      *> Resultado de vendas da competencia por vendedor e linha de
      *> produto, ordenado por vendedor para o demonstrativo.
       01 WS-SLS-QTDE                 PIC 9(4) VALUE 0.
       01 WS-SLS-TABLE.
           05 SLS-ENTRY OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-SLS-QTDE.
               10 SLS-EMP-ID          PIC X(6).
               10 SLS-LINE            PIC X(4).
               10 SLS-INVOICED        PIC 9(10)V99.
               10 SLS-RETURNS         PIC 9(10)V99.
       01 WS-SLS-INDEX                PIC 9(4).
       01 WS-SLS-MATCH                PIC 9(4).
       01 WS-SLS-START                PIC 9(4).
       01 WS-SLS-END                  PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-CUR-EMP-ID       PIC X(6).
           05 WS-MOTIVO           PIC X(40).
           05 WS-PLAN             PIC X(4).
           05 WS-TARGET           PIC 9(10)V99.
           05 WS-TARGET-FROM      PIC 9(6).
           05 WS-EMP-INVOICED     PIC 9(10)V99.
           05 WS-EMP-RETURNS      PIC 9(10)V99.
           05 WS-ATTAINMENT       PIC 9(3)V99.
           05 WS-LINE-RATE        PIC 99V99.
           05 WS-CLAW-RATE        PIC 99V99.
           05 WS-LINE-COMM        PIC 9(8)V99.
           05 WS-LINE-CLAW        PIC 9(8)V99.
           05 WS-EMP-GROSS        PIC 9(8)V99.
           05 WS-EMP-CLAW         PIC 9(8)V99.
           05 WS-BALANCE-IN       PIC 9(8)V99.
           05 WS-CLAW-DUE         PIC 9(8)V99.
           05 WS-PAYABLE          PIC 9(8)V99.
           05 WS-BALANCE-OUT      PIC 9(8)V99.
           05 WS-ABSORBED         PIC 9(8)V99.
           05 WS-TIER-FROM        PIC 9(3).

      *> Parametros da busca de faixa (FIND-TIER-RATE).
       01 WS-TIER-SEARCH.
           05 WS-TIER-LINE        PIC X(4).
           05 WS-TIER-ATTAIN      PIC 9(3)V99.
           05 WS-TIER-RATE        PIC 99V99.
           05 WS-TIER-BEST        PIC 9(3).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-LINES-PERIOD     PIC 9(5) VALUE 0.
           05 WS-LINES-REJECTED   PIC 9(5) VALUE 0.
           05 WS-CALCULATED       PIC 9(5) VALUE 0.
           05 WS-EMP-REJECTED     PIC 9(5) VALUE 0.
           05 WS-NO-TIER          PIC 9(5) VALUE 0.
           05 WS-WITH-BALANCE     PIC 9(5) VALUE 0.
           05 WS-KEPT-RECORDS     PIC 9(5) VALUE 0.
           05 WS-PENDING-LISTED   PIC 9(5) VALUE 0.
           05 WS-TOTAL-GROSS      PIC 9(10)V99 VALUE 0.
           05 WS-TOTAL-CLAW       PIC 9(10)V99 VALUE 0.
           05 WS-TOTAL-PAYABLE    PIC 9(10)V99 VALUE 0.
           05 WS-TOTAL-PENDING    PIC 9(10)V99 VALUE 0.

       01 WS-PRODUCT-LINE-DETAIL.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-LINE                 PIC X(4).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-INVOICED             PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-RETURNS              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(3) VALUE SPACES.
           05 LD-RATE                 PIC Z9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-COMM                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(5) VALUE SPACES.
           05 LD-CLAW-RATE            PIC Z9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-CLAW                 PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 LD-NOTE                 PIC X(20).
           05 FILLER                  PIC X(18) VALUE SPACES.

       01 WS-PENDING-LINE.
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 PL-EMP-ID               PIC X(6).
           05 FILLER                  PIC X(2) VALUE SPACES.
           05 PL-PERIOD               PIC 9(6).
           05 FILLER                  PIC X(4) VALUE SPACES.
           05 PL-AMOUNT               PIC ZZ.ZZZ.ZZ9,99.
           05 FILLER                  PIC X(99) VALUE SPACES.

       01 WS-EDIT-FIELDS.
           05 FORMATTED-ATTAIN        PIC ZZ9,99.
           05 FORMATTED-FROM          PIC ZZ9.
           05 FORMATTED-MONTH         PIC 99.
           05 FORMATTED-COUNT         PIC ZZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR          PIC X(132) VALUE ALL "=".
           05 SEPARATOR-SMALL    PIC X(132) VALUE ALL "-".
           05 LINE-HEADER        PIC X(132) VALUE
                   "  LINHA          FATURADO          DEVOLVIDO   TAXA%       COMISSAO     TX.EST%        ESTORNO".

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
               PERFORM PROCESS-SALESPEOPLE
               PERFORM LIST-PENDING-WITHOUT-SALES
               PERFORM REWRITE-PAYABLE-FILE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM FINISH-STATEMENT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== COMISSAO DE VENDAS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-YEAR  TO WS-REF-YEAR
           MOVE BDT-MONTH TO WS-REF-MONTH
           DISPLAY "Competencia: " WS-REF-PERIOD
           PERFORM CHECK-PERIOD-CONTROL
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-COMMISSION-PLANS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SALES-TARGETS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-PAYABLE-HISTORY
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM LOAD-SALES-RESULTS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STATEMENT-FILE
           IF WS-STATEMENT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "commission_statement.txt"
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-REF-MONTH TO FORMATTED-MONTH
           WRITE STATEMENT-LINE FROM SEPARATOR
           MOVE SPACES TO STATEMENT-LINE
           STRING "DEMONSTRATIVO DE COMISSOES DE VENDAS - COMPETENCIA "
                  FORMATTED-MONTH "/" WS-REF-YEAR
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "Taxa da faixa de atingimento sobre o faturado da linha; devolucoes estornadas pela taxa cheia (faixa de 100%); DSR calculado na folha."
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM SEPARATOR.

      *> Competencia ja calculada, paga ou fechada na folha nao tem
      *> mais como receber comissao nova: o recalculo exige o REABRIR
      *> do PERIOD-CONTROL antes. Sem arquivo de controle, calcula.
       CHECK-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = "00"
               READ PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PCT-PERIOD = WS-REF-PERIOD AND
                          PCT-COMPANY = SPACES AND NOT PCT-ABERTA
                           DISPLAY "ERRO: competencia " WS-REF-PERIOD
                                   " esta " PCT-STATE " na folha - "
                                   "recalculo da comissao exige "
                                   "REABRIR no PERIOD-CONTROL"
                           MOVE "Y" TO WS-ERROR-FLAG
                           MOVE 8 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE.

      *> Faixa com taxa ou inicio nao numerico fica fora.
       LOAD-COMMISSION-PLANS.
           OPEN INPUT COMMISSION-PLAN-FILE
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: commission_plan.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLAN-FILE-STATUS NOT = "00"
               READ COMMISSION-PLAN-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CPL-PLAN NOT = SPACES AND
                          CPL-ATTAIN-FROM NUMERIC AND
                          CPL-RATE NUMERIC AND WS-CPL-QTDE < 200
                           ADD 1 TO WS-CPL-QTDE
                           MOVE CPL-PLAN
                               TO WS-CPL-PLAN(WS-CPL-QTDE)
                           MOVE CPL-PRODUCT-LINE
                               TO WS-CPL-LINE(WS-CPL-QTDE)
                           MOVE CPL-ATTAIN-FROM
                               TO WS-CPL-FROM(WS-CPL-QTDE)
                           MOVE CPL-RATE
                               TO WS-CPL-RATE(WS-CPL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PLAN-FILE
           DISPLAY "Faixas de comissao: " WS-CPL-QTDE.

      *> Guarda uma meta por vendedor: a de vigencia mais recente que
      *> nao passe da competencia.
       LOAD-SALES-TARGETS.
           OPEN INPUT SALES-TARGET-FILE
           IF WS-TARGET-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: sales_targets.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TARGET-FILE-STATUS NOT = "00"
               READ SALES-TARGET-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF STG-VALID-FROM NUMERIC AND
                          STG-TARGET NUMERIC AND
                          STG-VALID-FROM NOT > WS-REF-PERIOD
                           PERFORM STORE-SALES-TARGET
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-TARGET-FILE
           DISPLAY "Vendedores com meta vigente: " WS-TGT-QTDE.

       STORE-SALES-TARGET.
           MOVE 0 TO WS-TGT-MATCH
           PERFORM VARYING WS-TGT-INDEX FROM 1 BY 1
                   UNTIL WS-TGT-INDEX > WS-TGT-QTDE
               IF WS-TGT-EMP-ID(WS-TGT-INDEX) = STG-EMP-ID
                   MOVE WS-TGT-INDEX TO WS-TGT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-TGT-MATCH = 0
               IF WS-TGT-QTDE >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-TGT-QTDE
               MOVE WS-TGT-QTDE TO WS-TGT-MATCH
               MOVE STG-EMP-ID TO WS-TGT-EMP-ID(WS-TGT-MATCH)
               MOVE 0 TO WS-TGT-FROM(WS-TGT-MATCH)
           END-IF
           IF STG-VALID-FROM NOT < WS-TGT-FROM(WS-TGT-MATCH)
               MOVE STG-PLAN       TO WS-TGT-PLAN(WS-TGT-MATCH)
               MOVE STG-VALID-FROM TO WS-TGT-FROM(WS-TGT-MATCH)
               MOVE STG-TARGET     TO WS-TGT-TARGET(WS-TGT-MATCH)
           END-IF.

      *> Guarda o historico de comissoes das outras competencias para
      *> a regravacao e o saldo pendente de cada vendedor. Comissao
      *> ja calculada em competencia posterior derruba a rodada: o
      *> saldo dela partiu do calculo antigo desta competencia.
       LOAD-PAYABLE-HISTORY.
           OPEN INPUT COMMISSION-PAYABLE-FILE
           IF WS-PAYABLE-FILE-STATUS NOT = "00"
               DISPLAY "commission_payable.dat inexistente - sera "
                       "criado nesta rodada"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYABLE-FILE-STATUS NOT = "00"
               READ COMMISSION-PAYABLE-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM KEEP-PAYABLE-RECORD
               END-READ
           END-PERFORM
           CLOSE COMMISSION-PAYABLE-FILE
           MOVE WS-CMP-QTDE TO WS-KEPT-RECORDS
           DISPLAY "Comissoes de outras competencias mantidas: "
                   WS-KEPT-RECORDS.

       KEEP-PAYABLE-RECORD.
           IF CMP-PERIOD NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF CMP-PERIOD = WS-REF-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF CMP-PERIOD > WS-REF-PERIOD AND WS-ERROR-FLAG NOT = "Y"
               DISPLAY "ERRO: comissao da competencia " CMP-PERIOD
                       " ja calculada - competencia " WS-REF-PERIOD
                       " nao pode ser recalculada depois dela"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF
           IF WS-CMP-QTDE >= 5000
               IF WS-ERROR-FLAG NOT = "Y"
                   DISPLAY "ERRO CRITICO: commission_payable.dat "
                           "excede 5000 registros"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 16 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CMP-QTDE
           MOVE COMMISSION-PAYABLE-RECORD TO WS-CMP-REG(WS-CMP-QTDE)
           IF CMP-PERIOD > WS-REF-PERIOD OR
              CMP-BALANCE-OUT NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-BAL-MATCH
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BAL-QTDE
               IF WS-BAL-EMP-ID(WS-BAL-INDEX) = CMP-EMP-ID
                   MOVE WS-BAL-INDEX TO WS-BAL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BAL-MATCH = 0
               IF WS-BAL-QTDE >= 1000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-BAL-QTDE
               MOVE WS-BAL-QTDE TO WS-BAL-MATCH
               MOVE CMP-EMP-ID TO WS-BAL-EMP-ID(WS-BAL-MATCH)
               MOVE 0 TO WS-BAL-PERIOD(WS-BAL-MATCH)
               MOVE "N" TO WS-BAL-USED(WS-BAL-MATCH)
           END-IF
           IF CMP-PERIOD NOT < WS-BAL-PERIOD(WS-BAL-MATCH)
               MOVE CMP-PERIOD      TO WS-BAL-PERIOD(WS-BAL-MATCH)
               MOVE CMP-BALANCE-OUT TO WS-BAL-AMOUNT(WS-BAL-MATCH)
           END-IF.

      *> So a competencia de referencia; linha com valor nao numerico
      *> e rejeitada. Linhas repetidas do vendedor/linha somam.
       LOAD-SALES-RESULTS.
           OPEN INPUT SALES-RESULT-FILE
           IF WS-RESULT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: sales_results.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-RESULT-FILE-STATUS NOT = "00"
               READ SALES-RESULT-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM STORE-SALES-RESULT
               END-READ
           END-PERFORM
           CLOSE SALES-RESULT-FILE
           DISPLAY "Linhas de vendas da competencia: " WS-LINES-PERIOD
           IF WS-LINES-REJECTED > 0
               DISPLAY "Aviso: " WS-LINES-REJECTED " linha(s) de "
                       "vendas rejeitada(s) - valor ou competencia "
                       "invalida"
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-SLS-QTDE = 0
               DISPLAY "Aviso: nenhum resultado de vendas da "
                       "competencia " WS-REF-PERIOD
               MOVE 4 TO RETURN-CODE
           END-IF.

       STORE-SALES-RESULT.
           IF SLR-PERIOD NOT NUMERIC OR SLR-EMP-ID = SPACES
               ADD 1 TO WS-LINES-REJECTED
               EXIT PARAGRAPH
           END-IF
           IF SLR-PERIOD NOT = WS-REF-PERIOD
               EXIT PARAGRAPH
           END-IF
           IF SLR-INVOICED NOT NUMERIC OR SLR-RETURNS NOT NUMERIC
               ADD 1 TO WS-LINES-REJECTED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LINES-PERIOD
           MOVE 0 TO WS-SLS-MATCH
           PERFORM VARYING WS-SLS-INDEX FROM 1 BY 1
                   UNTIL WS-SLS-INDEX > WS-SLS-QTDE
               IF SLS-EMP-ID(WS-SLS-INDEX) = SLR-EMP-ID AND
                  SLS-LINE(WS-SLS-INDEX) = SLR-PRODUCT-LINE
                   MOVE WS-SLS-INDEX TO WS-SLS-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-SLS-MATCH = 0
               IF WS-SLS-QTDE >= 2000
                   ADD 1 TO WS-LINES-REJECTED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SLS-QTDE
               MOVE WS-SLS-QTDE TO WS-SLS-MATCH
               MOVE SLR-EMP-ID TO SLS-EMP-ID(WS-SLS-MATCH)
               MOVE SLR-PRODUCT-LINE TO SLS-LINE(WS-SLS-MATCH)
               MOVE 0 TO SLS-INVOICED(WS-SLS-MATCH)
               MOVE 0 TO SLS-RETURNS(WS-SLS-MATCH)
           END-IF
           ADD SLR-INVOICED TO SLS-INVOICED(WS-SLS-MATCH)
           ADD SLR-RETURNS  TO SLS-RETURNS(WS-SLS-MATCH).

      *> Um bloco do demonstrativo por vendedor, em ordem de
      *> matricula; WS-SLS-START/END delimitam as linhas de produto
      *> do vendedor na tabela ordenada.
       PROCESS-SALESPEOPLE.
           IF WS-SLS-QTDE = 0
               MOVE "  (nenhum resultado de vendas na competencia)"
                   TO STATEMENT-LINE
               WRITE STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF
           SORT SLS-ENTRY ASCENDING KEY SLS-EMP-ID
                          ASCENDING KEY SLS-LINE
           MOVE 1 TO WS-SLS-START
           PERFORM UNTIL WS-SLS-START > WS-SLS-QTDE
               MOVE SLS-EMP-ID(WS-SLS-START) TO WS-CUR-EMP-ID
               MOVE WS-SLS-START TO WS-SLS-END
               PERFORM UNTIL WS-SLS-END >= WS-SLS-QTDE
                   IF SLS-EMP-ID(WS-SLS-END + 1) NOT = WS-CUR-EMP-ID
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-SLS-END
               END-PERFORM
               PERFORM CALCULATE-SALESPERSON
               COMPUTE WS-SLS-START = WS-SLS-END + 1
           END-PERFORM.

       CALCULATE-SALESPERSON.
           MOVE "Y" TO WS-VALID-FLAG
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-CUR-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Matricula nao cadastrada no mestre" TO WS-MOTIVO
                   MOVE SPACES TO MST-EMP-NAME
                   MOVE SPACES TO MST-EMP-DEPARTMENT
               NOT INVALID KEY
                   IF NOT MASTER-ACTIVE-EMPLOYEE
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Funcionario inativo" TO WS-MOTIVO
                   END-IF
           END-READ
           IF WS-VALID-FLAG = "Y"
               MOVE 0 TO WS-TGT-MATCH
               PERFORM VARYING WS-TGT-INDEX FROM 1 BY 1
                       UNTIL WS-TGT-INDEX > WS-TGT-QTDE
                   IF WS-TGT-EMP-ID(WS-TGT-INDEX) = WS-CUR-EMP-ID
                       MOVE WS-TGT-INDEX TO WS-TGT-MATCH
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-TGT-MATCH = 0
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Sem meta de vendas vigente" TO WS-MOTIVO
               ELSE
                   IF WS-TGT-TARGET(WS-TGT-MATCH) = 0
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Meta de vendas zerada" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

           WRITE STATEMENT-LINE FROM SEPARATOR-SMALL
           MOVE SPACES TO STATEMENT-LINE
           STRING "VENDEDOR " WS-CUR-EMP-ID "  " MST-EMP-NAME
                  "  DEPTO " MST-EMP-DEPARTMENT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           IF WS-VALID-FLAG NOT = "Y"
               ADD 1 TO WS-EMP-REJECTED
               MOVE 4 TO RETURN-CODE
               MOVE SPACES TO STATEMENT-LINE
               STRING "  COMISSAO NAO CALCULADA: " DELIMITED BY SIZE
                      WS-MOTIVO DELIMITED BY "  "
                      " - vendas da competencia ficam sem comissao"
                      DELIMITED BY SIZE INTO STATEMENT-LINE
               WRITE STATEMENT-LINE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TGT-PLAN(WS-TGT-MATCH)   TO WS-PLAN
           MOVE WS-TGT-TARGET(WS-TGT-MATCH) TO WS-TARGET
           MOVE WS-TGT-FROM(WS-TGT-MATCH)   TO WS-TARGET-FROM
           MOVE 0 TO WS-EMP-INVOICED
           MOVE 0 TO WS-EMP-RETURNS
           PERFORM VARYING WS-SLS-INDEX FROM WS-SLS-START BY 1
                   UNTIL WS-SLS-INDEX > WS-SLS-END
               ADD SLS-INVOICED(WS-SLS-INDEX) TO WS-EMP-INVOICED
               ADD SLS-RETURNS(WS-SLS-INDEX)  TO WS-EMP-RETURNS
           END-PERFORM
           COMPUTE WS-ATTAINMENT ROUNDED =
               WS-EMP-INVOICED * 100 / WS-TARGET
               ON SIZE ERROR MOVE 999,99 TO WS-ATTAINMENT
           END-COMPUTE

           MOVE WS-TARGET TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE WS-ATTAINMENT TO FORMATTED-ATTAIN
           MOVE SPACES TO STATEMENT-LINE
           STRING "  PLANO " WS-PLAN "  META (VIGENTE DESDE "
                  WS-TARGET-FROM "): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-EMP-INVOICED TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  FATURADO NO MES: " MONEY-FMT-OUTPUT
                  "  ATINGIMENTO DA META: " FORMATTED-ATTAIN "%"
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           WRITE STATEMENT-LINE FROM LINE-HEADER

           MOVE 0 TO WS-EMP-GROSS
           MOVE 0 TO WS-EMP-CLAW
           PERFORM VARYING WS-SLS-INDEX FROM WS-SLS-START BY 1
                   UNTIL WS-SLS-INDEX > WS-SLS-END
               PERFORM CALCULATE-PRODUCT-LINE
           END-PERFORM

      *> Estorno do mes mais o pendente que veio de tras: o que a
      *> comissao bruta cobre sai dela, o resto fica pendente.
           MOVE 0 TO WS-BALANCE-IN
           PERFORM FIND-BALANCE
           IF WS-BAL-MATCH > 0
               MOVE WS-BAL-AMOUNT(WS-BAL-MATCH) TO WS-BALANCE-IN
               MOVE "S" TO WS-BAL-USED(WS-BAL-MATCH)
           END-IF
           COMPUTE WS-CLAW-DUE = WS-EMP-CLAW + WS-BALANCE-IN
           IF WS-EMP-GROSS NOT < WS-CLAW-DUE
               COMPUTE WS-PAYABLE = WS-EMP-GROSS - WS-CLAW-DUE
               MOVE WS-CLAW-DUE TO WS-ABSORBED
               MOVE 0 TO WS-BALANCE-OUT
           ELSE
               MOVE 0 TO WS-PAYABLE
               MOVE WS-EMP-GROSS TO WS-ABSORBED
               COMPUTE WS-BALANCE-OUT = WS-CLAW-DUE - WS-EMP-GROSS
           END-IF

           MOVE WS-EMP-GROSS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  COMISSAO BRUTA DO MES ..................: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-EMP-CLAW TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  (-) ESTORNO DAS DEVOLUCOES DO MES ......: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BALANCE-IN TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  (-) ESTORNO PENDENTE DE COMPETENCIAS ANT.: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-ABSORBED TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "      ESTORNO ABSORVIDO NESTE MES .........: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-PAYABLE TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  COMISSAO A PAGAR NA FOLHA (+ DSR) ......: "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-BALANCE-OUT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "  ESTORNO PENDENTE PARA A PROXIMA COMPET. : "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE

           ADD 1 TO WS-CALCULATED
           ADD WS-EMP-GROSS   TO WS-TOTAL-GROSS
           ADD WS-EMP-CLAW    TO WS-TOTAL-CLAW
           ADD WS-PAYABLE     TO WS-TOTAL-PAYABLE
           ADD WS-BALANCE-OUT TO WS-TOTAL-PENDING
           IF WS-BALANCE-OUT > 0
               ADD 1 TO WS-WITH-BALANCE
           END-IF
           PERFORM STORE-PAYABLE-RECORD.

      *> Taxa da faixa alcancada sobre o faturado; taxa cheia (faixa
      *> de 100%) sobre o devolvido. Linha de produto sem faixa no
      *> plano (nem propria nem a regra geral) fica com taxa zero e
      *> marcada no demonstrativo.
       CALCULATE-PRODUCT-LINE.
           MOVE SLS-LINE(WS-SLS-INDEX) TO WS-TIER-LINE
           MOVE WS-ATTAINMENT TO WS-TIER-ATTAIN
           PERFORM FIND-TIER-RATE
           MOVE WS-TIER-RATE TO WS-LINE-RATE
           MOVE WS-TIER-BEST TO WS-TIER-FROM
           MOVE 100 TO WS-TIER-ATTAIN
           PERFORM FIND-TIER-RATE
           MOVE WS-TIER-RATE TO WS-CLAW-RATE
           COMPUTE WS-LINE-COMM ROUNDED =
               SLS-INVOICED(WS-SLS-INDEX) * WS-LINE-RATE / 100
           COMPUTE WS-LINE-CLAW ROUNDED =
               SLS-RETURNS(WS-SLS-INDEX) * WS-CLAW-RATE / 100
           ADD WS-LINE-COMM TO WS-EMP-GROSS
           ADD WS-LINE-CLAW TO WS-EMP-CLAW

           MOVE SLS-LINE(WS-SLS-INDEX)     TO LD-LINE
           MOVE SLS-INVOICED(WS-SLS-INDEX) TO LD-INVOICED
           MOVE SLS-RETURNS(WS-SLS-INDEX)  TO LD-RETURNS
           MOVE WS-LINE-RATE               TO LD-RATE
           MOVE WS-LINE-COMM               TO LD-COMM
           MOVE WS-CLAW-RATE               TO LD-CLAW-RATE
           MOVE WS-LINE-CLAW               TO LD-CLAW
           MOVE SPACES TO LD-NOTE
           IF WS-TIER-FLAG = "N"
               MOVE "SEM FAIXA NO PLANO" TO LD-NOTE
               ADD 1 TO WS-NO-TIER
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE WS-TIER-FROM TO FORMATTED-FROM
               STRING "FAIXA DESDE " FORMATTED-FROM "%"
                      DELIMITED BY SIZE INTO LD-NOTE
           END-IF
           WRITE STATEMENT-LINE FROM WS-PRODUCT-LINE-DETAIL.

      *> Faixa de maior inicio ate WS-TIER-ATTAIN no plano WS-PLAN:
      *> primeiro as faixas da propria linha de produto, depois a
      *> regra geral do plano (linha de produto em branco).
       FIND-TIER-RATE.
           MOVE "N" TO WS-TIER-FLAG
           MOVE 0 TO WS-TIER-RATE
           MOVE 0 TO WS-TIER-BEST
           PERFORM SCAN-PLAN-TIERS
           IF WS-TIER-FLAG = "N" AND WS-TIER-LINE NOT = SPACES
               MOVE SPACES TO WS-TIER-LINE
               PERFORM SCAN-PLAN-TIERS
               MOVE SLS-LINE(WS-SLS-INDEX) TO WS-TIER-LINE
           END-IF.

       SCAN-PLAN-TIERS.
           PERFORM VARYING WS-CPL-INDEX FROM 1 BY 1
                   UNTIL WS-CPL-INDEX > WS-CPL-QTDE
               IF WS-CPL-PLAN(WS-CPL-INDEX) = WS-PLAN AND
                  WS-CPL-LINE(WS-CPL-INDEX) = WS-TIER-LINE AND
                  WS-CPL-FROM(WS-CPL-INDEX) NOT > WS-TIER-ATTAIN
                   IF WS-TIER-FLAG = "N" OR
                      WS-CPL-FROM(WS-CPL-INDEX) > WS-TIER-BEST
                       MOVE "S" TO WS-TIER-FLAG
                       MOVE WS-CPL-FROM(WS-CPL-INDEX) TO WS-TIER-BEST
                       MOVE WS-CPL-RATE(WS-CPL-INDEX) TO WS-TIER-RATE
                   END-IF
               END-IF
           END-PERFORM.

       FIND-BALANCE.
           MOVE 0 TO WS-BAL-MATCH
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BAL-QTDE
               IF WS-BAL-EMP-ID(WS-BAL-INDEX) = WS-CUR-EMP-ID
                   MOVE WS-BAL-INDEX TO WS-BAL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       STORE-PAYABLE-RECORD.
           IF WS-CMP-QTDE >= 5000
               DISPLAY "ERRO CRITICO: commission_payable.dat "
                       "excede 5000 registros"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO COMMISSION-PAYABLE-RECORD
           MOVE WS-CUR-EMP-ID   TO CMP-EMP-ID
           MOVE WS-REF-PERIOD   TO CMP-PERIOD
           MOVE WS-PLAN         TO CMP-PLAN
           MOVE WS-TARGET       TO CMP-TARGET
           MOVE WS-EMP-INVOICED TO CMP-INVOICED
           MOVE WS-EMP-RETURNS  TO CMP-RETURNS
           MOVE WS-ATTAINMENT   TO CMP-ATTAINMENT
           MOVE WS-EMP-GROSS    TO CMP-GROSS
           MOVE WS-EMP-CLAW     TO CMP-CLAWBACK
           MOVE WS-BALANCE-IN   TO CMP-BALANCE-IN
           MOVE WS-PAYABLE      TO CMP-PAYABLE
           MOVE WS-BALANCE-OUT  TO CMP-BALANCE-OUT
           MOVE BDT-DATE        TO CMP-CALC-DATE
           ADD 1 TO WS-CMP-QTDE
           MOVE COMMISSION-PAYABLE-RECORD TO WS-CMP-REG(WS-CMP-QTDE).

      *> Vendedor com estorno pendente e sem venda na competencia:
      *> o saldo segue como esta (nenhum registro novo), listado para
      *> a area comercial acompanhar.
       LIST-PENDING-WITHOUT-SALES.
           WRITE STATEMENT-LINE FROM SEPARATOR
           MOVE "ESTORNOS PENDENTES DE VENDEDORES SEM COMISSAO CALCULADA NA COMPETENCIA"
               TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE "  MATRIC  DESDE         SALDO PENDENTE" TO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE 0 TO WS-PENDING-LISTED
           PERFORM VARYING WS-BAL-INDEX FROM 1 BY 1
                   UNTIL WS-BAL-INDEX > WS-BAL-QTDE
               IF WS-BAL-USED(WS-BAL-INDEX) NOT = "S" AND
                  WS-BAL-AMOUNT(WS-BAL-INDEX) > 0
                   MOVE WS-BAL-EMP-ID(WS-BAL-INDEX) TO PL-EMP-ID
                   MOVE WS-BAL-PERIOD(WS-BAL-INDEX) TO PL-PERIOD
                   MOVE WS-BAL-AMOUNT(WS-BAL-INDEX) TO PL-AMOUNT
                   WRITE STATEMENT-LINE FROM WS-PENDING-LINE
                   ADD WS-BAL-AMOUNT(WS-BAL-INDEX) TO WS-TOTAL-PENDING
                   ADD 1 TO WS-PENDING-LISTED
               END-IF
           END-PERFORM
           IF WS-PENDING-LISTED = 0
               MOVE "  (nenhum)" TO STATEMENT-LINE
               WRITE STATEMENT-LINE
           END-IF.

       REWRITE-PAYABLE-FILE.
           IF WS-ERROR-FLAG = "Y"
               CLOSE STATEMENT-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COMMISSION-PAYABLE-FILE
           IF WS-PAYABLE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "commission_payable.dat"
               CLOSE STATEMENT-FILE
               CLOSE EMPLOYEE-MASTER-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               WRITE COMMISSION-PAYABLE-RECORD
                   FROM WS-CMP-REG(WS-CMP-INDEX)
           END-PERFORM
           CLOSE COMMISSION-PAYABLE-FILE.

       FINISH-STATEMENT.
           WRITE STATEMENT-LINE FROM SEPARATOR
           MOVE WS-TOTAL-GROSS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL COMISSAO BRUTA: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-CLAW TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL ESTORNO DO MES: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-PAYABLE TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL A PAGAR NA FOLHA: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE WS-TOTAL-PENDING TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO STATEMENT-LINE
           STRING "TOTAL ESTORNO PENDENTE: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           MOVE SPACES TO STATEMENT-LINE
           STRING "VENDEDORES CALCULADOS: " WS-CALCULATED
                  "  SEM COMISSAO: " WS-EMP-REJECTED
                  "  COM ESTORNO PENDENTE: " WS-WITH-BALANCE
                  "  LINHAS SEM FAIXA: " WS-NO-TIER
                  "  LINHAS REJEITADAS: " WS-LINES-REJECTED
                  DELIMITED BY SIZE INTO STATEMENT-LINE
           WRITE STATEMENT-LINE
           CLOSE STATEMENT-FILE
           CLOSE EMPLOYEE-MASTER-FILE
           DISPLAY "Demonstrativo gerado: commission_statement.txt"
           DISPLAY "Comissoes a pagar: ../data/commission_payable.dat".

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Linhas de vendas lidas: " WS-RECORDS-READ
           DISPLAY "Linhas da competencia: " WS-LINES-PERIOD
           DISPLAY "Linhas rejeitadas: " WS-LINES-REJECTED
           DISPLAY "Vendedores calculados: " WS-CALCULATED
           DISPLAY "Vendedores sem comissao: " WS-EMP-REJECTED
           DISPLAY "Vendedores com estorno pendente: " WS-WITH-BALANCE
           MOVE WS-TOTAL-PAYABLE TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           DISPLAY "Total a pagar na folha: " MONEY-FMT-OUTPUT.

       WRITE-JOB-LOG-ENTRY.
           MOVE "SALES-COMMISSION" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED =
               WS-LINES-REJECTED + WS-EMP-REJECTED
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
                   WS-RECORDS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RECORDS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
