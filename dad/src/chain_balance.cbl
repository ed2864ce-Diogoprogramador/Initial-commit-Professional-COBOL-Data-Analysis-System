IDENTIFICATION DIVISION.
       PROGRAM-ID. CHAIN-BALANCE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Balanceamento da cadeia de ponta a ponta pelos totais de
      *> controle que cada passo lanca em control_ledger.dat (ver
      *> CTLLEDG-FD.cpy). Cada passo ja confere as proprias entradas;
      *> aqui se prova que o que entrou no topo da cadeia saiu no fim,
      *> passo contra passo:
      *>   cadeia diaria do feed (por data de negocio)
      *>     HR-FEED-CONVERT       lidos = aceitos + rejeitados
      *>     HR-FEED-CONVERT x FEED-DELTA  lidos = lidos
      *>     FEED-DELTA            lidos = geradas - ausentes
      *>                                   + sem mudanca
      *>     FEED-DELTA x EMPLOYEE-MAINTENANCE  geradas = lidas
      *>     EMPLOYEE-MAINTENANCE  processadas = aplicadas
      *>                           + rejeitadas + retidas + puladas
      *>   cadeia mensal da folha (por competencia e empresa)
      *>     PAYROLL-RECONCILE x PAYROLL-RUN  ativos do mestre =
      *>                                     pagos + isentos
      *>     PAYROLL-RUN x PAYROLL-RECONCILE  pagos = pagos
      *>     PAYROLL-RUN x BANK-REMIT  liquido = remetido + rejeitado
      *>     PAYROLL-RUN x GL-EXPORT   bruto + encargos = debitos
      *>     GL-EXPORT x PAYEE-AP-EXPORT  passivos de terceiros =
      *>                                  faturado aos favorecidos
      *> Parametros (mesmo ACCEPT FROM COMMAND-LINE do PERIOD-CONTROL):
      *>   DATA AAAAMMDD       so a cadeia diaria daquela data;
      *>   COMPETENCIA AAAAMM  a cadeia mensal da competencia e a
      *>                       diaria de cada data do feed no mes;
      *>   (sem parametro)     a cadeia diaria da data de negocio e a
      *>                       mensal da competencia dela - e a
      *>                       chamada do run_monthly.sh.
      *> Do livro vale o lancamento mais recente de cada passo/data/
      *> competencia/empresa/medida, para que um passo reexecutado
      *> substitua os totais da execucao anterior. Cada conferencia sai
      *> no relatorio como OK, QUEBRA (com o par de passos, a data ou a
      *> empresa e os dois lados) ou FALTA (um dos passos nao lancou);
      *> se nenhum dos dois lancou, a conferencia nao se aplica e e
      *> omitida. Qualquer quebra devolve RC 8 ao script; so falta de
      *> lancamento, RC 4.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "chain_balance_report.txt"
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
       COPY CTLLEDG-FD.

       FD REPORT-FILE.
       01 REPORT-LINE                PIC X(132).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.
       COPY MONEYFMT.

       01 WS-FILE-STATUSES.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 EOF-FLAG               PIC X VALUE "N".
           05 ERROR-FLAG             PIC X VALUE "N".
           05 WS-DAILY-FLAG          PIC X VALUE "N".
               88 CADEIA-DIARIA      VALUE "S".
           05 WS-MONTHLY-FLAG        PIC X VALUE "N".
               88 CADEIA-MENSAL      VALUE "S".
           05 WS-SELECTION-MODE      PIC X VALUE "D".
               88 SELECAO-DIA        VALUE "D".
               88 SELECAO-MES        VALUE "M".
           05 WS-TABLE-FULL-FLAG     PIC X VALUE "N".

       01 WS-COMMAND-LINE            PIC X(80).
       01 WS-CMD-MODE                PIC X(12).
       01 WS-CMD-VALUE               PIC X(8).

       01 WS-SEL-DATE                PIC 9(8) VALUE 0.
       01 WS-SEL-PERIOD              PIC 9(6) VALUE 0.
       01 WS-LINE-PERIOD             PIC 9(6).

      *> Totais do livro ja filtrados pela selecao: um por passo/data/
      *> empresa/medida (data zero nos passos da folha, empresa em
      *> branco nos do feed), com o lancamento mais recente por cima.
       01 WS-LDG-TABLE.
           05 WS-LDG-QTDE            PIC 9(4) VALUE 0.
           05 WS-LDG-ENTRADAS OCCURS 2000 TIMES.
               10 WS-LDG-PROGRAM     PIC X(20).
               10 WS-LDG-DATE        PIC 9(8).
               10 WS-LDG-COMPANY     PIC X(2).
               10 WS-LDG-METRIC      PIC X(8).
               10 WS-LDG-COUNT       PIC 9(7).
               10 WS-LDG-AMOUNT      PIC 9(13)V99.
       01 WS-LDG-INDEX               PIC 9(4).
       01 WS-KEY-DATE                PIC 9(8).
       01 WS-KEY-COMPANY             PIC X(2).

      *> Datas do feed e empresas da folha encontradas no livro - a
      *> cadeia e percorrida uma vez para cada uma.
       01 WS-DAY-TABLE.
           05 WS-DAY-QTDE            PIC 99 VALUE 0.
           05 WS-DAY-DATE            PIC 9(8) OCCURS 31 TIMES.
       01 WS-DAY-INDEX               PIC 99.
       01 WS-DAY-MATCH               PIC 99.

       01 WS-CO-TABLE.
           05 WS-CO-QTDE             PIC 99 VALUE 0.
           05 WS-CO-CODE             PIC X(2) OCCURS 20 TIMES.
       01 WS-CO-INDEX                PIC 99.
       01 WS-CO-MATCH                PIC 99.

      *> Consulta ao livro carregado (GET-LEDGER-VALUE).
       01 WS-GET-PROGRAM             PIC X(20).
       01 WS-GET-DATE                PIC 9(8).
       01 WS-GET-COMPANY             PIC X(2).
       01 WS-GET-METRIC              PIC X(8).
       01 WS-GET-FOUND               PIC X.
       01 WS-GET-COUNT               PIC 9(7).
       01 WS-GET-AMOUNT              PIC 9(13)V99.

      *> Os dois lados de uma conferencia: cada lado soma (ou subtrai)
      *> medidas de um mesmo passo; o lado conta como lancado se o
      *> passo lancou alguma delas.
       01 WS-CHECK-AREA.
           05 WS-CHK-STEP-A          PIC X(20).
           05 WS-CHK-STEP-B          PIC X(20).
           05 WS-CHK-PAIR            PIC X(44).
           05 WS-CHK-KEY             PIC X(16).
           05 WS-CHK-RULE            PIC X(40).
           05 WS-CHK-RESULT          PIC X(6).
           05 WS-CHK-AMOUNT-FLAG     PIC X.
           05 WS-SIDE-A-FOUND        PIC X.
           05 WS-SIDE-B-FOUND        PIC X.
           05 WS-SIDE-A-COUNT        PIC S9(9).
           05 WS-SIDE-B-COUNT        PIC S9(9).
           05 WS-SIDE-A-AMOUNT       PIC S9(15)V99.
           05 WS-SIDE-B-AMOUNT       PIC S9(15)V99.

       01 WS-COUNTERS.
           05 WS-LEDGER-READ         PIC 9(7) VALUE 0.
           05 WS-CHECKS-DONE         PIC 9(5) VALUE 0.
           05 WS-CHECKS-OK           PIC 9(5) VALUE 0.
           05 WS-CHECKS-BROKEN       PIC 9(5) VALUE 0.
           05 WS-CHECKS-MISSING      PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-QTDE-A       PIC -Z(8)9.
           05 FORMATTED-QTDE-B       PIC -Z(8)9.
           05 FORMATTED-VALOR-A      PIC X(24).
           05 FORMATTED-VALOR-B      PIC X(24).

      *> Hora de inicio (capturada na INITIALIZATION) usada para medir
      *> o tempo de execucao e a vazao gravados em JRL-ELAPSED-SECONDS
      *> junto com o resto da entrada do log.
       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF ERROR-FLAG NOT = "Y"
               PERFORM LOAD-CONTROL-LEDGER
           END-IF
           IF ERROR-FLAG NOT = "Y"
               IF CADEIA-DIARIA
                   PERFORM BALANCE-DAILY-CHAIN
               END-IF
               IF CADEIA-MENSAL
                   PERFORM BALANCE-MONTHLY-CHAIN
               END-IF
               PERFORM WRITE-REPORT-FOOTER
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== BALANCEAMENTO DA CADEIA (TOTAIS DE CONTROLE) ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           PERFORM PARSE-SELECTION
           IF ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "chain_balance_report.txt"
               MOVE "Y" TO ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE "BALANCEAMENTO DA CADEIA - TOTAIS DE CONTROLE"
               TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN CADEIA-DIARIA AND CADEIA-MENSAL AND SELECAO-DIA
                   STRING "Selecao: data " WS-SEL-DATE
                          " e competencia " WS-SEL-PERIOD
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN CADEIA-MENSAL
                   STRING "Selecao: competencia " WS-SEL-PERIOD
                          " (folha e feed do mes)"
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   STRING "Selecao: data " WS-SEL-DATE
                          " (feed do dia)"
                          DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           DISPLAY REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> DATA AAAAMMDD, COMPETENCIA AAAAMM ou nada (data de negocio e
      *> a competencia dela).
       PARSE-SELECTION.
           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-MODE WS-CMD-VALUE
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-MODE WS-CMD-VALUE
           END-UNSTRING
           EVALUATE WS-CMD-MODE
               WHEN SPACES
                   MOVE BDT-DATE TO WS-SEL-DATE
                   DIVIDE BDT-DATE BY 100 GIVING WS-SEL-PERIOD
                   MOVE "D" TO WS-SELECTION-MODE
                   MOVE "S" TO WS-DAILY-FLAG WS-MONTHLY-FLAG
               WHEN "DATA"
                   IF WS-CMD-VALUE NOT NUMERIC
                       PERFORM SHOW-USAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CMD-VALUE TO WS-SEL-DATE
                   MOVE "D" TO WS-SELECTION-MODE
                   MOVE "S" TO WS-DAILY-FLAG
               WHEN "COMPETENCIA"
                   IF WS-CMD-VALUE(1:6) NOT NUMERIC
                      OR WS-CMD-VALUE(7:2) NOT = SPACES
                       PERFORM SHOW-USAGE
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-CMD-VALUE(1:6) TO WS-SEL-PERIOD
                   MOVE "M" TO WS-SELECTION-MODE
                   MOVE "S" TO WS-DAILY-FLAG WS-MONTHLY-FLAG
               WHEN OTHER
                   PERFORM SHOW-USAGE
           END-EVALUATE.

       SHOW-USAGE.
           DISPLAY "ERRO: parametro invalido: " WS-COMMAND-LINE
           DISPLAY "Uso: chain_balance [DATA AAAAMMDD | "
                   "COMPETENCIA AAAAMM]"
           MOVE "Y" TO ERROR-FLAG.

      *> Carrega do livro so o que a selecao pede: os passos do feed
      *> pela data de negocio da execucao, os da folha pela
      *> competencia.
       LOAD-CONTROL-LEDGER.
           OPEN INPUT CONTROL-LEDGER-FILE
           IF CLG-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: control_ledger.dat nao encontrado - "
                       "nenhum passo lancou totais de controle"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO EOF-FLAG
           PERFORM UNTIL EOF-FLAG = "Y"
               READ CONTROL-LEDGER-FILE
                   AT END
                       MOVE "Y" TO EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LEDGER-READ
                       PERFORM SELECT-LEDGER-LINE
               END-READ
           END-PERFORM
           CLOSE CONTROL-LEDGER-FILE
           DISPLAY "Lancamentos lidos do livro: " WS-LEDGER-READ
           IF WS-TABLE-FULL-FLAG = "Y"
               DISPLAY "ERRO: lancamentos da selecao excedem a tabela "
                       "(2000) - balanceamento cancelado"
               MOVE "Y" TO ERROR-FLAG
               CLOSE REPORT-FILE
           END-IF.

       SELECT-LEDGER-LINE.
           EVALUATE CLG-PROGRAM
               WHEN "HR-FEED-CONVERT"
               WHEN "FEED-DELTA"
               WHEN "EMPLOYEE-MAINTENANCE"
                   IF CADEIA-DIARIA
                       DIVIDE CLG-RUN-DATE BY 100 GIVING WS-LINE-PERIOD
                       IF (SELECAO-DIA AND CLG-RUN-DATE = WS-SEL-DATE)
                          OR (SELECAO-MES
                              AND WS-LINE-PERIOD = WS-SEL-PERIOD)
                           MOVE CLG-RUN-DATE TO WS-KEY-DATE
                           MOVE SPACES TO WS-KEY-COMPANY
                           PERFORM STORE-LEDGER-ENTRY
                           PERFORM REGISTER-DAY
                       END-IF
                   END-IF
               WHEN "PAYROLL-RUN"
               WHEN "PAYROLL-RECONCILE"
               WHEN "BANK-REMIT"
               WHEN "GL-EXPORT"
               WHEN "PAYEE-AP-EXPORT"
                   IF CADEIA-MENSAL AND CLG-PERIOD = WS-SEL-PERIOD
                       MOVE 0 TO WS-KEY-DATE
                       MOVE CLG-COMPANY TO WS-KEY-COMPANY
                       IF WS-KEY-COMPANY = SPACES
                           MOVE "01" TO WS-KEY-COMPANY
                       END-IF
                       PERFORM STORE-LEDGER-ENTRY
                       PERFORM REGISTER-COMPANY
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> O livro e gravado em ordem cronologica: o lancamento lido por
      *> ultimo e o da execucao mais recente e substitui o anterior.
       STORE-LEDGER-ENTRY.
           PERFORM VARYING WS-LDG-INDEX FROM 1 BY 1
                   UNTIL WS-LDG-INDEX > WS-LDG-QTDE
               IF WS-LDG-PROGRAM(WS-LDG-INDEX) = CLG-PROGRAM
                  AND WS-LDG-DATE(WS-LDG-INDEX) = WS-KEY-DATE
                  AND WS-LDG-COMPANY(WS-LDG-INDEX) = WS-KEY-COMPANY
                  AND WS-LDG-METRIC(WS-LDG-INDEX) = CLG-METRIC
                   MOVE CLG-COUNT  TO WS-LDG-COUNT(WS-LDG-INDEX)
                   MOVE CLG-AMOUNT TO WS-LDG-AMOUNT(WS-LDG-INDEX)
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-LDG-QTDE >= 2000
               MOVE "Y" TO WS-TABLE-FULL-FLAG
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LDG-QTDE
           MOVE CLG-PROGRAM    TO WS-LDG-PROGRAM(WS-LDG-QTDE)
           MOVE WS-KEY-DATE    TO WS-LDG-DATE(WS-LDG-QTDE)
           MOVE WS-KEY-COMPANY TO WS-LDG-COMPANY(WS-LDG-QTDE)
           MOVE CLG-METRIC     TO WS-LDG-METRIC(WS-LDG-QTDE)
           MOVE CLG-COUNT      TO WS-LDG-COUNT(WS-LDG-QTDE)
           MOVE CLG-AMOUNT     TO WS-LDG-AMOUNT(WS-LDG-QTDE).

       REGISTER-DAY.
           MOVE 0 TO WS-DAY-MATCH
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-QTDE
               IF WS-DAY-DATE(WS-DAY-INDEX) = WS-KEY-DATE
                   MOVE WS-DAY-INDEX TO WS-DAY-MATCH
               END-IF
           END-PERFORM
           IF WS-DAY-MATCH = 0 AND WS-DAY-QTDE < 31
               ADD 1 TO WS-DAY-QTDE
               MOVE WS-KEY-DATE TO WS-DAY-DATE(WS-DAY-QTDE)
           END-IF.

       REGISTER-COMPANY.
           MOVE 0 TO WS-CO-MATCH
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-CO-QTDE
               IF WS-CO-CODE(WS-CO-INDEX) = WS-KEY-COMPANY
                   MOVE WS-CO-INDEX TO WS-CO-MATCH
               END-IF
           END-PERFORM
           IF WS-CO-MATCH = 0 AND WS-CO-QTDE < 20
               ADD 1 TO WS-CO-QTDE
               MOVE WS-KEY-COMPANY TO WS-CO-CODE(WS-CO-QTDE)
           END-IF.

      *> Cadeia diaria do feed, uma passada por data de negocio.
       BALANCE-DAILY-CHAIN.
           MOVE "CADEIA DIARIA DO FEED" TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DAY-QTDE = 0
               MOVE "  Nenhum passo do feed lancou totais na selecao"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-QTDE
               MOVE WS-DAY-DATE(WS-DAY-INDEX) TO WS-GET-DATE
               MOVE SPACES TO WS-GET-COMPANY
               MOVE SPACES TO WS-CHK-KEY
               STRING "DATA " WS-GET-DATE
                      DELIMITED BY SIZE INTO WS-CHK-KEY
               PERFORM CHECK-FEED-CONVERT
               PERFORM CHECK-CONVERT-TO-DELTA
               PERFORM CHECK-FEED-DELTA
               PERFORM CHECK-DELTA-TO-MAINTENANCE
               PERFORM CHECK-MAINTENANCE
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       CHECK-FEED-CONVERT.
           PERFORM START-CHECK
           MOVE "HR-FEED-CONVERT" TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE "LIDOS = ACEITOS + REJEIT" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "HR-FEED-CONVERT" TO WS-GET-PROGRAM
           MOVE "LIDOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "ACEITOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "REJEIT" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       CHECK-CONVERT-TO-DELTA.
           PERFORM START-CHECK
           MOVE "HR-FEED-CONVERT" TO WS-CHK-STEP-A
           MOVE "FEED-DELTA" TO WS-CHK-STEP-B
           MOVE "LIDOS = LIDOS" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "HR-FEED-CONVERT" TO WS-GET-PROGRAM
           MOVE "LIDOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "FEED-DELTA" TO WS-GET-PROGRAM
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

      *> As ausencias sao desligamentos gerados para quem sumiu do
      *> feed - entram nas geradas sem ter sido lidas. Os valores das
      *> medidas somam salarios de origens diferentes (feed e mestre),
      *> por isso aqui so a quantidade fecha.
       CHECK-FEED-DELTA.
           PERFORM START-CHECK
           MOVE "FEED-DELTA" TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE "LIDOS = GERADAS - AUSENTES + SEMMUDAN" TO WS-CHK-RULE
           MOVE "N" TO WS-CHK-AMOUNT-FLAG
           MOVE "FEED-DELTA" TO WS-GET-PROGRAM
           MOVE "LIDOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "GERADAS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "AUSENTES" TO WS-GET-METRIC
           PERFORM SUBTRACT-SIDE-B
           MOVE "SEMMUDAN" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       CHECK-DELTA-TO-MAINTENANCE.
           PERFORM START-CHECK
           MOVE "FEED-DELTA" TO WS-CHK-STEP-A
           MOVE "EMPLOYEE-MAINTENANCE" TO WS-CHK-STEP-B
           MOVE "GERADAS = LIDAS" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "FEED-DELTA" TO WS-GET-PROGRAM
           MOVE "GERADAS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "EMPLOYEE-MAINTENANCE" TO WS-GET-PROGRAM
           MOVE "LIDAS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       CHECK-MAINTENANCE.
           PERFORM START-CHECK
           MOVE "EMPLOYEE-MAINTENANCE" TO WS-CHK-STEP-A WS-CHK-STEP-B
           MOVE "PROCESS = APLICAD + REJEIT + RETIDAS + PULADAS"
               TO WS-CHK-RULE
           MOVE "N" TO WS-CHK-AMOUNT-FLAG
           MOVE "EMPLOYEE-MAINTENANCE" TO WS-GET-PROGRAM
           MOVE "PROCESS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "APLICAD" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "REJEIT" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "RETIDAS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "PULADAS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

      *> Cadeia mensal da folha, uma passada por empresa.
       BALANCE-MONTHLY-CHAIN.
           MOVE SPACES TO REPORT-LINE
           STRING "CADEIA MENSAL DA FOLHA - COMPETENCIA " WS-SEL-PERIOD
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CO-QTDE = 0
               MOVE "  Nenhum passo da folha lancou totais no mes"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           PERFORM VARYING WS-CO-INDEX FROM 1 BY 1
                   UNTIL WS-CO-INDEX > WS-CO-QTDE
               MOVE 0 TO WS-GET-DATE
               MOVE WS-CO-CODE(WS-CO-INDEX) TO WS-GET-COMPANY
               MOVE SPACES TO WS-CHK-KEY
               STRING "EMPRESA " WS-GET-COMPANY
                      DELIMITED BY SIZE INTO WS-CHK-KEY
               PERFORM CHECK-ACTIVE-TO-PAID
               PERFORM CHECK-PAID-TO-RECONCILE
               PERFORM CHECK-NET-TO-REMIT
               PERFORM CHECK-COST-TO-GL
               PERFORM CHECK-THIRD-PARTY-TO-AP
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

      *> Ativos no mestre (contados pelo PAYROLL-RECONCILE) contra os
      *> pagos mais os isentos do calculo.
       CHECK-ACTIVE-TO-PAID.
           PERFORM START-CHECK
           MOVE "PAYROLL-RECONCILE" TO WS-CHK-STEP-A
           MOVE "PAYROLL-RUN" TO WS-CHK-STEP-B
           MOVE "ATIVOS = PAGOS + ISENTOS" TO WS-CHK-RULE
           MOVE "N" TO WS-CHK-AMOUNT-FLAG
           MOVE "PAYROLL-RECONCILE" TO WS-GET-PROGRAM
           MOVE "ATIVOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "PAYROLL-RUN" TO WS-GET-PROGRAM
           MOVE "PAGOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "ISENTOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       CHECK-PAID-TO-RECONCILE.
           PERFORM START-CHECK
           MOVE "PAYROLL-RUN" TO WS-CHK-STEP-A
           MOVE "PAYROLL-RECONCILE" TO WS-CHK-STEP-B
           MOVE "PAGOS = PAGOS" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "PAYROLL-RUN" TO WS-GET-PROGRAM
           MOVE "PAGOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "PAYROLL-RECONCILE" TO WS-GET-PROGRAM
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       CHECK-NET-TO-REMIT.
           PERFORM START-CHECK
           MOVE "PAYROLL-RUN" TO WS-CHK-STEP-A
           MOVE "BANK-REMIT" TO WS-CHK-STEP-B
           MOVE "LIQUIDO = REMETID + REJEIT" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "PAYROLL-RUN" TO WS-GET-PROGRAM
           MOVE "LIQUIDO" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "BANK-REMIT" TO WS-GET-PROGRAM
           MOVE "REMETID" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           MOVE "REJEIT" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

      *> Bruto e encargos saem do mesmo holerite: a quantidade do lado
      *> da folha e a de BRUTO, e so o valor soma as duas medidas.
       CHECK-COST-TO-GL.
           PERFORM START-CHECK
           MOVE "PAYROLL-RUN" TO WS-CHK-STEP-A
           MOVE "GL-EXPORT" TO WS-CHK-STEP-B
           MOVE "BRUTO + ENCARGOS = DEBITOS" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "PAYROLL-RUN" TO WS-GET-PROGRAM
           MOVE "BRUTO" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "ENCARGOS" TO WS-GET-METRIC
           PERFORM GET-LEDGER-VALUE
           IF WS-GET-FOUND = "S"
               ADD WS-GET-AMOUNT TO WS-SIDE-A-AMOUNT
           END-IF
           MOVE "GL-EXPORT" TO WS-GET-PROGRAM
           MOVE "DEBITOS" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

      *> O que o diario creditou nos passivos de terceiros tem que ter
      *> saido faturado aos favorecidos; os dois lados lancam
      *> quantidade zerada e so o valor e conferido.
       CHECK-THIRD-PARTY-TO-AP.
           PERFORM START-CHECK
           MOVE "GL-EXPORT" TO WS-CHK-STEP-A
           MOVE "PAYEE-AP-EXPORT" TO WS-CHK-STEP-B
           MOVE "TERCEIROS = FATURADO" TO WS-CHK-RULE
           MOVE "S" TO WS-CHK-AMOUNT-FLAG
           MOVE "GL-EXPORT" TO WS-GET-PROGRAM
           MOVE "TERCEIRO" TO WS-GET-METRIC
           PERFORM ADD-SIDE-A
           MOVE "PAYEE-AP-EXPORT" TO WS-GET-PROGRAM
           MOVE "FATURADO" TO WS-GET-METRIC
           PERFORM ADD-SIDE-B
           PERFORM EVALUATE-CHECK.

       START-CHECK.
           MOVE "N" TO WS-SIDE-A-FOUND WS-SIDE-B-FOUND
           MOVE 0 TO WS-SIDE-A-COUNT WS-SIDE-B-COUNT
           MOVE 0 TO WS-SIDE-A-AMOUNT WS-SIDE-B-AMOUNT.

       ADD-SIDE-A.
           PERFORM GET-LEDGER-VALUE
           IF WS-GET-FOUND = "S"
               MOVE "S" TO WS-SIDE-A-FOUND
               ADD WS-GET-COUNT  TO WS-SIDE-A-COUNT
               ADD WS-GET-AMOUNT TO WS-SIDE-A-AMOUNT
           END-IF.

       ADD-SIDE-B.
           PERFORM GET-LEDGER-VALUE
           IF WS-GET-FOUND = "S"
               MOVE "S" TO WS-SIDE-B-FOUND
               ADD WS-GET-COUNT  TO WS-SIDE-B-COUNT
               ADD WS-GET-AMOUNT TO WS-SIDE-B-AMOUNT
           END-IF.

       SUBTRACT-SIDE-B.
           PERFORM GET-LEDGER-VALUE
           IF WS-GET-FOUND = "S"
               MOVE "S" TO WS-SIDE-B-FOUND
               SUBTRACT WS-GET-COUNT  FROM WS-SIDE-B-COUNT
               SUBTRACT WS-GET-AMOUNT FROM WS-SIDE-B-AMOUNT
           END-IF.

       GET-LEDGER-VALUE.
           MOVE "N" TO WS-GET-FOUND
           MOVE 0 TO WS-GET-COUNT WS-GET-AMOUNT
           PERFORM VARYING WS-LDG-INDEX FROM 1 BY 1
                   UNTIL WS-LDG-INDEX > WS-LDG-QTDE
               IF WS-LDG-PROGRAM(WS-LDG-INDEX) = WS-GET-PROGRAM
                  AND WS-LDG-DATE(WS-LDG-INDEX) = WS-GET-DATE
                  AND WS-LDG-COMPANY(WS-LDG-INDEX) = WS-GET-COMPANY
                  AND WS-LDG-METRIC(WS-LDG-INDEX) = WS-GET-METRIC
                   MOVE "S" TO WS-GET-FOUND
                   MOVE WS-LDG-COUNT(WS-LDG-INDEX)  TO WS-GET-COUNT
                   MOVE WS-LDG-AMOUNT(WS-LDG-INDEX) TO WS-GET-AMOUNT
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Nenhum dos dois passos lancou: a conferencia nao se aplica
      *> (a etapa nao rodou nessa data/competencia) e nao sai.
       EVALUATE-CHECK.
           IF WS-SIDE-A-FOUND = "N" AND WS-SIDE-B-FOUND = "N"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CHECKS-DONE
           EVALUATE TRUE
               WHEN WS-SIDE-A-FOUND = "N" OR WS-SIDE-B-FOUND = "N"
                   ADD 1 TO WS-CHECKS-MISSING
                   MOVE "FALTA" TO WS-CHK-RESULT
               WHEN WS-SIDE-A-COUNT NOT = WS-SIDE-B-COUNT
                   ADD 1 TO WS-CHECKS-BROKEN
                   MOVE "QUEBRA" TO WS-CHK-RESULT
               WHEN WS-CHK-AMOUNT-FLAG = "S"
                    AND WS-SIDE-A-AMOUNT NOT = WS-SIDE-B-AMOUNT
                   ADD 1 TO WS-CHECKS-BROKEN
                   MOVE "QUEBRA" TO WS-CHK-RESULT
               WHEN OTHER
                   ADD 1 TO WS-CHECKS-OK
                   MOVE "OK" TO WS-CHK-RESULT
           END-EVALUATE
           PERFORM WRITE-CHECK-LINES.

       WRITE-CHECK-LINES.
           MOVE SPACES TO WS-CHK-PAIR
           IF WS-CHK-STEP-A = WS-CHK-STEP-B
               MOVE WS-CHK-STEP-A TO WS-CHK-PAIR
           ELSE
               STRING WS-CHK-STEP-A DELIMITED BY SPACE
                      " x " DELIMITED BY SIZE
                      WS-CHK-STEP-B DELIMITED BY SPACE
                      INTO WS-CHK-PAIR
           END-IF
           MOVE SPACES TO REPORT-LINE
           STRING "  " WS-CHK-RESULT "  " WS-CHK-PAIR " "
                  WS-CHK-KEY " " WS-CHK-RULE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-CHK-RESULT NOT = "OK"
               DISPLAY REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-SIDE-A-FOUND = "N"
                   STRING "          PASSO SEM LANCAMENTO: "
                          WS-CHK-STEP-A
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-SIDE-B-FOUND = "N"
                   STRING "          PASSO SEM LANCAMENTO: "
                          WS-CHK-STEP-B
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-CHK-AMOUNT-FLAG = "S"
                   MOVE WS-SIDE-A-COUNT TO FORMATTED-QTDE-A
                   MOVE WS-SIDE-B-COUNT TO FORMATTED-QTDE-B
                   MOVE WS-SIDE-A-AMOUNT TO MONEY-FMT-INPUT
                   PERFORM FORMAT-CURRENCY
                   MOVE MONEY-FMT-OUTPUT TO FORMATTED-VALOR-A
                   MOVE WS-SIDE-B-AMOUNT TO MONEY-FMT-INPUT
                   PERFORM FORMAT-CURRENCY
                   MOVE MONEY-FMT-OUTPUT TO FORMATTED-VALOR-B
                   STRING "          Qtde: " FORMATTED-QTDE-A
                          " x " FORMATTED-QTDE-B
                          "   Valor: " FORMATTED-VALOR-A
                          " x " FORMATTED-VALOR-B
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   MOVE WS-SIDE-A-COUNT TO FORMATTED-QTDE-A
                   MOVE WS-SIDE-B-COUNT TO FORMATTED-QTDE-B
                   STRING "          Qtde: " FORMATTED-QTDE-A
                          " x " FORMATTED-QTDE-B
                          DELIMITED BY SIZE INTO REPORT-LINE
           END-EVALUATE
           WRITE REPORT-LINE
           IF WS-CHK-RESULT NOT = "OK"
               DISPLAY REPORT-LINE
           END-IF.

       WRITE-REPORT-FOOTER.
           MOVE SPACES TO REPORT-LINE
           STRING "Conferencias: " WS-CHECKS-DONE
                  "  OK: " WS-CHECKS-OK
                  "  Quebras: " WS-CHECKS-BROKEN
                  "  Sem lancamento: " WS-CHECKS-MISSING
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           CLOSE REPORT-FILE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Conferencias feitas: " WS-CHECKS-DONE
           DISPLAY "Conferencias OK: " WS-CHECKS-OK
           DISPLAY "Quebras na cadeia: " WS-CHECKS-BROKEN
           DISPLAY "Sem lancamento: " WS-CHECKS-MISSING
           IF WS-CHECKS-BROKEN > 0
               DISPLAY "ERRO: a cadeia nao fecha - ver "
                       "chain_balance_report.txt"
           END-IF
           DISPLAY "=== BALANCEAMENTO ENCERRADO ===".

      *> Quebra na cadeia (ou parametro/livro inutilizavel) e RC 8;
      *> passo sem lancamento, RC 4; tudo fechado, RC 0.
       WRITE-JOB-LOG-ENTRY.
           MOVE "CHAIN-BALANCE" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-CHECKS-DONE   TO JRL-RECORDS-PROCESSED
           MOVE WS-CHECKS-BROKEN TO JRL-RECORDS-REJECTED
           IF ERROR-FLAG = "Y" OR WS-CHECKS-BROKEN > 0
               MOVE "ERRO" TO JRL-RETURN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "OK  " TO JRL-RETURN-STATUS
               IF WS-CHECKS-MISSING > 0 AND RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
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
                   WS-CHECKS-DONE / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-CHECKS-DONE TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " conferencias/segundo".

       COPY BUSDATE-RTN.
       COPY MONEYFMT-RTN.
