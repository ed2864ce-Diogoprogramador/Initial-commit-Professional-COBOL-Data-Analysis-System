IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYROLL-MERGE.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Consolidacao da folha mensal particionada por empresa: cada
      *> empresa de company_master.dat roda o seu PAYROLL-RUN em
      *> paralelo (./payroll_run <empresa>), em arquivos proprios, e
      *> este passo - serial, logo depois - junta tudo de volta nos
      *> arquivos de sempre para a remessa, a contabilizacao e o resto
      *> da cadeia:
      *> (1) le o controle de cada particao (PARTCTL.cpy) e confere os
      *> totais gravados pela particao contra o detalhe e o historico
      *> dela (funcionarios, bruto, INSS, IRRF e liquido) e contra os
      *> ativos da empresa no mestre - particao que nao rodou, caiu no
      *> meio (INIC) ou nao fecha fica RETIDA e so a empresa dela fica
      *> de fora;
      *> (2) regrava payroll_detail.dat com os avulsos nao remetidos
      *> (a mesma regra de preservacao do PAYROLL-RUN), as empresas ja
      *> consolidadas antes (com as marcas de remessa e contabilizacao
      *> que ja tiverem) e as particoes novas;
      *> (3) leva o historico das particoes novas a payroll_history.dat
      *> - substituindo a folha mensal da mesma empresa e competencia
      *> que la estiver, para uma empresa reaberta e recalculada nao
      *> dobrar o informe anual;
      *> (4) remonta fgts_deposit.dat, garnish_payments.dat,
      *> loan_deductions.dat, payroll_elements.dat e
      *> pension_deductions.dat com as empresas consolidadas;
      *> (5) monta o payroll_register.txt consolidado - os registros
      *> das particoes em sequencia e a pagina de totais de controle,
      *> que prova que a soma das particoes e o detalhe consolidado;
      *> (6) marca a particao como consolidada (CONS), grava a linha da
      *> empresa em period_control.dat como CALC e, quando TODAS as
      *> empresas estao consolidadas, a linha da competencia inteira.
      *> Empresa retida termina com RETURN-CODE 4 (as demais seguem
      *> para a remessa); consolidacao que nao fecha ou sem nenhuma
      *> particao concluida termina com 8. Rerodar e seguro: o que ja
      *> esta consolidado e so remontado.
      *> Competencia de ano selado pelo YEAR-END-SEAL
      *> (payroll_seal.dat) nao e consolidada: o historico do ano e
      *> definitivo (RETURN-CODE 8, nada e regravado).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPANY-MASTER-FILE ASSIGN TO "../data/company_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMPANY-FILE-STATUS.

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

           SELECT PARTITION-CONTROL-FILE ASSIGN DYNAMIC WS-PARTCTL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARTCTL-FILE-STATUS.

           SELECT PART-DETAIL-FILE ASSIGN DYNAMIC WS-PART-DETAIL-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-DETAIL-STATUS.

           SELECT PART-HISTORY-FILE ASSIGN DYNAMIC WS-PART-HIST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-HIST-STATUS.

           SELECT PART-COPY-FILE ASSIGN DYNAMIC WS-PART-COPY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PART-COPY-STATUS.

           SELECT CONSOLIDATED-FILE ASSIGN DYNAMIC WS-CONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONS-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-TEMP-FILE ASSIGN TO "../data/payroll_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTTMP-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "payroll_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/period_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD COMPANY-MASTER-FILE.
       COPY COMPMST.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD PARTITION-CONTROL-FILE.
       COPY PARTCTL.

       FD PART-DETAIL-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PPD==
                   ==PAYROLL-DETAIL-RECORD== BY ==PART-DETAIL-RECORD==.

       FD PART-HISTORY-FILE.
       01 PART-HISTORY-RECORD     PIC X(400).

      *> Arquivos de interface e registro das particoes: copiados
      *> linha a linha, sem interpretar o layout.
       FD PART-COPY-FILE.
       01 PART-COPY-RECORD        PIC X(400).

       FD CONSOLIDATED-FILE.
       01 CONSOLIDATED-RECORD     PIC X(400).

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PH==
                   ==PAYROLL-DETAIL-RECORD== BY ==PAYROLL-HISTORY-RECORD==.

       FD HISTORY-TEMP-FILE.
       01 HISTORY-TEMP-RECORD     PIC X(400).

       FD REGISTER-FILE.
       01 REGISTER-LINE           PIC X(120).

       FD PERIOD-FILE.
       COPY PERCTL.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-COMPANY-FILE-STATUS  PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-PARTCTL-FILE-STATUS  PIC XX.
           05 WS-PART-DETAIL-STATUS   PIC XX.
           05 WS-PART-HIST-STATUS     PIC XX.
           05 WS-PART-COPY-STATUS     PIC XX.
           05 WS-CONS-FILE-STATUS     PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-HISTTMP-FILE-STATUS  PIC XX.
           05 WS-REGISTER-FILE-STATUS PIC XX.
           05 WS-PERIOD-FILE-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-PROOF-FLAG           PIC X VALUE "S".
               88 PROVA-CONFERE       VALUE "S".

       01 WS-FILE-NAMES.
           05 WS-PARTCTL-FILENAME     PIC X(40).
           05 WS-PART-DETAIL-FILENAME PIC X(40).
           05 WS-PART-HIST-FILENAME   PIC X(40).
           05 WS-PART-COPY-FILENAME   PIC X(40).
           05 WS-CONS-FILENAME        PIC X(40).

      *> Arquivos de interface remontados a partir das particoes
      *> consolidadas: nome-base em ../data, com _<empresa> na
      *> particao.
       01 WS-IFC-NAMES.
           05 FILLER              PIC X(20) VALUE "fgts_deposit".
           05 FILLER              PIC X(20) VALUE "garnish_payments".
           05 FILLER              PIC X(20) VALUE "loan_deductions".
           05 FILLER              PIC X(20) VALUE "payroll_elements".
           05 FILLER              PIC X(20) VALUE "pension_deductions".
       01 WS-IFC-TABLE REDEFINES WS-IFC-NAMES.
           05 WS-IFC-BASE         PIC X(20) OCCURS 5 TIMES.
       01 WS-IFC-INDEX            PIC 9.

      *> Uma entrada por empresa de company_master.dat, com o controle
      *> da particao, o que o merge decidiu e os totais conferidos.
      *>   WS-CMP-ACTION  M consolidar agora (particao CALC conferida)
      *>                  K ja consolidada antes (CONS) - mantida
      *>                  P pendente - nao rodou ou caiu no meio
      *>                  X particao CALC que nao fecha - retida
       01 WS-CMP-TABLE.
           05 WS-CMP-QTDE         PIC 99 VALUE 0.
           05 WS-CMP-ENTRADAS OCCURS 20 TIMES.
               10 WS-CMP-CODE         PIC X(2).
               10 WS-CMP-NAME         PIC X(30).
               10 WS-CMP-ACTION       PIC X.
                   88 CMP-MERGE-NOW   VALUE "M".
                   88 CMP-KEPT        VALUE "K".
                   88 CMP-PENDING     VALUE "P".
                   88 CMP-REJECTED    VALUE "X".
                   88 CMP-CONSOLIDATED VALUE "M" "K".
               10 WS-CMP-REASON       PIC X(40).
               10 WS-CMP-CTL-EMPS     PIC 9(5).
               10 WS-CMP-CTL-GROSS    PIC 9(10)V99.
               10 WS-CMP-CTL-INSS     PIC 9(10)V99.
               10 WS-CMP-CTL-IRRF     PIC 9(10)V99.
               10 WS-CMP-CTL-NET      PIC 9(10)V99.
               10 WS-CMP-ACTIVES      PIC 9(5).
               10 WS-CMP-DET-COUNT    PIC 9(5).
               10 WS-CMP-DET-GROSS    PIC 9(10)V99.
               10 WS-CMP-DET-NET      PIC 9(10)V99.
       01 WS-CMP-INDEX            PIC 99.
       01 WS-CMP-MATCH            PIC 99.
       01 WS-CMP-SEARCH           PIC 99.
       01 WS-WORK-COMPANY         PIC X(2).

      *> Conferencia de uma particao: o que o detalhe e o historico
      *> dela trazem.
       01 WS-PART-SUMS.
           05 WS-PS-COUNT         PIC 9(5).
           05 WS-PS-GROSS         PIC 9(10)V99.
           05 WS-PS-INSS          PIC 9(10)V99.
           05 WS-PS-IRRF          PIC 9(10)V99.
           05 WS-PS-NET           PIC 9(10)V99.
           05 WS-PS-FOREIGN       PIC 9(5).
           05 WS-PS-HIST-COUNT    PIC 9(5).

      *> Registros do detalhe atual que continuam no consolidado.
       01 WS-DET-TABLE.
           05 WS-DET-QTDE         PIC 9(4) VALUE 0.
           05 WS-DET-ENTRADAS OCCURS 1000 TIMES.
               10 WS-DET-REG      PIC X(400).
       01 WS-DET-INDEX            PIC 9(4).

       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.
       01 WS-PER-COMPANY          PIC X(2).

       01 WS-CALC-FIELDS.
           05 WS-REF-PERIOD       PIC 9(6).
           05 WS-DETAIL-PERIOD    PIC 9(6).

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(7) VALUE 0.
           05 WS-CARRYOVER        PIC 9(5) VALUE 0.
           05 WS-DROPPED          PIC 9(5) VALUE 0.
           05 WS-HIST-REPLACED    PIC 9(7) VALUE 0.
           05 WS-HIST-ADDED       PIC 9(7) VALUE 0.
           05 WS-MERGED-NOW       PIC 99 VALUE 0.
           05 WS-KEPT             PIC 99 VALUE 0.
           05 WS-HELD             PIC 99 VALUE 0.
           05 WS-ORPHAN-ACTIVES   PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-SUM-CTL-EMPS     PIC 9(6) VALUE 0.
           05 WS-SUM-CTL-GROSS    PIC 9(12)V99 VALUE 0.
           05 WS-SUM-CTL-NET      PIC 9(12)V99 VALUE 0.
           05 WS-SUM-DET-COUNT    PIC 9(6) VALUE 0.
           05 WS-SUM-DET-GROSS    PIC 9(12)V99 VALUE 0.
           05 WS-SUM-DET-NET      PIC 9(12)V99 VALUE 0.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(120) VALUE ALL "-".
           05 TITLE-1        PIC X(120) VALUE
                   "CONSOLIDACAO DA FOLHA MENSAL PARTICIONADA POR EMPRESA - TOTAIS DE CONTROLE".
           05 COLUMN-HDR     PIC X(120) VALUE
                   "EMP NOME                           SITUACAO     FUNC  ATIVOS  DETALHE            BRUTO            LIQUIDO".

       01 WS-FORMATS.
           05 FORMATTED-COUNT     PIC ZZZZ9.
           05 FORMATTED-COUNT-2   PIC ZZZZ9.
           05 FORMATTED-COUNT-3   PIC ZZZZ9.
           05 FORMATTED-GROSS     PIC ZZZ.ZZZ.ZZ9,99.
           05 FORMATTED-NET       PIC ZZZ.ZZZ.ZZ9,99.
           05 WS-ACTION-TEXT      PIC X(12).

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

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
               PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                       UNTIL WS-CMP-INDEX > WS-CMP-QTDE
                   PERFORM EVALUATE-PARTITION
               END-PERFORM
               PERFORM COUNT-MASTER-ACTIVES
               PERFORM CHECK-ACTIVES-AGAINST-PARTITIONS
               IF WS-MERGED-NOW + WS-KEPT = 0
                   DISPLAY "ERRO: nenhuma particao concluida para a "
                           "competencia " WS-REF-PERIOD
                           " - nada a consolidar"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM REBUILD-PAYROLL-DETAIL
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND WS-MERGED-NOW > 0
               PERFORM MERGE-PAYROLL-HISTORY
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM VARYING WS-IFC-INDEX FROM 1 BY 1
                       UNTIL WS-IFC-INDEX > 5
                   PERFORM REBUILD-INTERFACE-FILE
               END-PERFORM
               PERFORM WRITE-CONSOLIDATED-REGISTER
           END-IF
           IF WS-ERROR-FLAG NOT = "Y" AND PROVA-CONFERE
               PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                       UNTIL WS-CMP-INDEX > WS-CMP-QTDE
                   IF CMP-MERGE-NOW(WS-CMP-INDEX)
                       PERFORM MARK-PARTITION-CONSOLIDATED
                   END-IF
               END-PERFORM
               PERFORM UPDATE-PERIOD-CONTROL
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONSOLIDACAO DA FOLHA PARTICIONADA ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-REF-PERIOD =
               WS-CURRENT-YEAR * 100 + WS-CURRENT-MONTH
           DISPLAY "Competencia: " WS-REF-PERIOD
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT COMPANY-MASTER-FILE
           IF WS-COMPANY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: company_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-COMPANY-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-COMPANY-FILE-STATUS NOT = "00"
               READ COMPANY-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF CMP-CODE NOT = SPACES AND WS-CMP-QTDE < 20
                           ADD 1 TO WS-CMP-QTDE
                           INITIALIZE WS-CMP-ENTRADAS(WS-CMP-QTDE)
                           MOVE CMP-CODE TO WS-CMP-CODE(WS-CMP-QTDE)
                           MOVE CMP-NAME TO WS-CMP-NAME(WS-CMP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE COMPANY-MASTER-FILE
           IF WS-CMP-QTDE = 0
               DISPLAY "ERRO CRITICO: company_master.dat sem empresas"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Situacao de uma particao: o controle diz se ela rodou ate o
      *> fim; a particao concluida so entra se o detalhe e o
      *> historico dela baterem com os totais que ela mesma gravou.
       EVALUATE-PARTITION.
           MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-WORK-COMPANY
           PERFORM BUILD-PARTITION-NAMES
           MOVE "P" TO WS-CMP-ACTION(WS-CMP-INDEX)
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-FILE-STATUS NOT = "00"
               MOVE "PARTICAO NAO RODOU"
                   TO WS-CMP-REASON(WS-CMP-INDEX)
               PERFORM HOLD-COMPANY
               EXIT PARAGRAPH
           END-IF
           READ PARTITION-CONTROL-FILE
               AT END MOVE SPACES TO PARTITION-CONTROL-RECORD
           END-READ
           CLOSE PARTITION-CONTROL-FILE
           IF PTC-PERIOD NOT = WS-REF-PERIOD
               MOVE "PARTICAO NAO RODOU NA COMPETENCIA"
                   TO WS-CMP-REASON(WS-CMP-INDEX)
               PERFORM HOLD-COMPANY
               EXIT PARAGRAPH
           END-IF
           MOVE PTC-EMPLOYEES TO WS-CMP-CTL-EMPS(WS-CMP-INDEX)
           MOVE PTC-GROSS     TO WS-CMP-CTL-GROSS(WS-CMP-INDEX)
           MOVE PTC-INSS      TO WS-CMP-CTL-INSS(WS-CMP-INDEX)
           MOVE PTC-IRRF      TO WS-CMP-CTL-IRRF(WS-CMP-INDEX)
           MOVE PTC-NET       TO WS-CMP-CTL-NET(WS-CMP-INDEX)
           EVALUATE TRUE
               WHEN PTC-CONSOLIDADA
                   MOVE "K" TO WS-CMP-ACTION(WS-CMP-INDEX)
                   MOVE "JA CONSOLIDADA"
                       TO WS-CMP-REASON(WS-CMP-INDEX)
                   ADD 1 TO WS-KEPT
               WHEN PTC-CALCULADA
                   PERFORM VERIFY-PARTITION-FILES
               WHEN OTHER
                   MOVE "PARTICAO INCOMPLETA (CAIU NO MEIO)"
                       TO WS-CMP-REASON(WS-CMP-INDEX)
                   PERFORM HOLD-COMPANY
           END-EVALUATE.

       BUILD-PARTITION-NAMES.
           MOVE SPACES TO WS-PARTCTL-FILENAME WS-PART-DETAIL-FILENAME
                          WS-PART-HIST-FILENAME
           STRING "../data/payroll_partition_" WS-WORK-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PARTCTL-FILENAME
           STRING "../data/payroll_detail_" WS-WORK-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PART-DETAIL-FILENAME
           STRING "../data/payroll_history_" WS-WORK-COMPANY ".dat"
                  DELIMITED BY SIZE INTO WS-PART-HIST-FILENAME.

       HOLD-COMPANY.
           ADD 1 TO WS-HELD
           DISPLAY "Aviso: empresa " WS-WORK-COMPANY " RETIDA - "
                   WS-CMP-REASON(WS-CMP-INDEX)
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       VERIFY-PARTITION-FILES.
           INITIALIZE WS-PART-SUMS
           OPEN INPUT PART-DETAIL-FILE
           IF WS-PART-DETAIL-STATUS NOT = "00"
               MOVE "X" TO WS-CMP-ACTION(WS-CMP-INDEX)
               MOVE "DETALHE DA PARTICAO AUSENTE"
                   TO WS-CMP-REASON(WS-CMP-INDEX)
               PERFORM HOLD-COMPANY
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PART-DETAIL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-PS-COUNT
                       ADD PPD-GROSS-PAY    TO WS-PS-GROSS
                       ADD PPD-INSS-AMOUNT  TO WS-PS-INSS
                       ADD PPD-IRRF-AMOUNT  TO WS-PS-IRRF
                       ADD PPD-NET-PAY      TO WS-PS-NET
                       COMPUTE WS-DETAIL-PERIOD =
                           PPD-REF-YEAR * 100 + PPD-REF-MONTH
                       IF NOT PPD-TYPE-FOLHA OR
                          WS-DETAIL-PERIOD NOT = WS-REF-PERIOD OR
                          PPD-COMPANY-CODE NOT = WS-WORK-COMPANY
                           ADD 1 TO WS-PS-FOREIGN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-DETAIL-FILE

           OPEN INPUT PART-HISTORY-FILE
           IF WS-PART-HIST-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PART-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END ADD 1 TO WS-PS-HIST-COUNT
                   END-READ
               END-PERFORM
               CLOSE PART-HISTORY-FILE
           END-IF

           IF WS-PS-COUNT NOT = PTC-EMPLOYEES OR
              WS-PS-HIST-COUNT NOT = PTC-EMPLOYEES OR
              WS-PS-GROSS NOT = PTC-GROSS OR
              WS-PS-INSS NOT = PTC-INSS OR
              WS-PS-IRRF NOT = PTC-IRRF OR
              WS-PS-NET NOT = PTC-NET
               MOVE "X" TO WS-CMP-ACTION(WS-CMP-INDEX)
               MOVE "TOTAIS DA PARTICAO NAO FECHAM"
                   TO WS-CMP-REASON(WS-CMP-INDEX)
               DISPLAY "ERRO: particao " WS-WORK-COMPANY
                       " - controle " PTC-EMPLOYEES " func/bruto "
                       PTC-GROSS " x detalhe " WS-PS-COUNT
                       " func/bruto " WS-PS-GROSS " (historico "
                       WS-PS-HIST-COUNT ")"
               PERFORM HOLD-COMPANY
               EXIT PARAGRAPH
           END-IF
           IF WS-PS-FOREIGN > 0
               MOVE "X" TO WS-CMP-ACTION(WS-CMP-INDEX)
               MOVE "DETALHE COM REGISTRO DE OUTRA EMPRESA"
                   TO WS-CMP-REASON(WS-CMP-INDEX)
               PERFORM HOLD-COMPANY
               EXIT PARAGRAPH
           END-IF
           MOVE "M" TO WS-CMP-ACTION(WS-CMP-INDEX)
           MOVE "CONSOLIDADA NESTA RODADA"
               TO WS-CMP-REASON(WS-CMP-INDEX)
           ADD 1 TO WS-MERGED-NOW.

      *> Ativos por empresa no mestre: a particao nova precisa ter
      *> pago exatamente os ativos da sua empresa; ativo de empresa
      *> fora de company_master.dat nao e de particao nenhuma e nunca
      *> seria pago.
       COUNT-MASTER-ACTIVES.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF MASTER-ACTIVE-EMPLOYEE
                           PERFORM COUNT-ONE-ACTIVE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       COUNT-ONE-ACTIVE.
           MOVE MST-COMPANY-CODE TO WS-WORK-COMPANY
           IF WS-WORK-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           END-IF
           PERFORM FIND-COMPANY
           IF WS-CMP-MATCH > 0
               ADD 1 TO WS-CMP-ACTIVES(WS-CMP-MATCH)
           ELSE
               ADD 1 TO WS-ORPHAN-ACTIVES
               DISPLAY "Aviso: ativo " MST-EMP-ID " da empresa "
                       WS-WORK-COMPANY " fora de company_master.dat - "
                       "sem particao, nao sera pago"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       FIND-COMPANY.
           MOVE 0 TO WS-CMP-MATCH
           PERFORM VARYING WS-CMP-SEARCH FROM 1 BY 1
                   UNTIL WS-CMP-SEARCH > WS-CMP-QTDE
               IF WS-CMP-CODE(WS-CMP-SEARCH) = WS-WORK-COMPANY
                   MOVE WS-CMP-SEARCH TO WS-CMP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Particao nova que nao pagou todos os ativos da empresa (ou
      *> pagou mais) fica retida. A ja consolidada so e comparada no
      *> relatorio - o mestre pode ter mudado depois dela.
       CHECK-ACTIVES-AGAINST-PARTITIONS.
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-MERGE-NOW(WS-CMP-INDEX) AND
                  WS-CMP-ACTIVES(WS-CMP-INDEX) NOT =
                  WS-CMP-CTL-EMPS(WS-CMP-INDEX)
                   MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-WORK-COMPANY
                   MOVE "X" TO WS-CMP-ACTION(WS-CMP-INDEX)
                   MOVE "FUNCIONARIOS PAGOS X ATIVOS NO MESTRE"
                       TO WS-CMP-REASON(WS-CMP-INDEX)
                   SUBTRACT 1 FROM WS-MERGED-NOW
                   PERFORM HOLD-COMPANY
               END-IF
           END-PERFORM.

      *> Detalhe consolidado: avulsos nao remetidos e as empresas ja
      *> consolidadas vem do detalhe atual; folha mensal de outras
      *> competencias, de empresa retida ou de empresa que vai ser
      *> substituida agora sai. Depois entram as particoes novas.
       REBUILD-PAYROLL-DETAIL.
           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PAYROLL-DETAIL-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM SELECT-CURRENT-DETAIL
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-DETAIL-FILE
           END-IF
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "payroll_detail.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-DET-INDEX FROM 1 BY 1
                   UNTIL WS-DET-INDEX > WS-DET-QTDE
               MOVE WS-DET-REG(WS-DET-INDEX) TO PAYROLL-DETAIL-RECORD
               PERFORM ACCUMULATE-CONSOLIDATED
               WRITE PAYROLL-DETAIL-RECORD
           END-PERFORM
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-MERGE-NOW(WS-CMP-INDEX)
                   PERFORM APPEND-PARTITION-DETAIL
               END-IF
           END-PERFORM
           CLOSE PAYROLL-DETAIL-FILE
           DISPLAY "Avulsos nao remetidos preservados: " WS-CARRYOVER
           DISPLAY "Folha mensal descartada do detalhe anterior: "
                   WS-DROPPED.

       SELECT-CURRENT-DETAIL.
           IF NOT PD-TYPE-FOLHA
               IF NOT PD-REMETIDO
                   ADD 1 TO WS-CARRYOVER
                   PERFORM KEEP-CURRENT-DETAIL
               END-IF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DETAIL-PERIOD = PD-REF-YEAR * 100 + PD-REF-MONTH
           MOVE PD-COMPANY-CODE TO WS-WORK-COMPANY
           IF WS-WORK-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           END-IF
           PERFORM FIND-COMPANY
           IF WS-DETAIL-PERIOD = WS-REF-PERIOD AND WS-CMP-MATCH > 0
               IF CMP-KEPT(WS-CMP-MATCH)
                   PERFORM KEEP-CURRENT-DETAIL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-DROPPED.

       KEEP-CURRENT-DETAIL.
           IF WS-DET-QTDE < 1000
               ADD 1 TO WS-DET-QTDE
               MOVE PAYROLL-DETAIL-RECORD TO WS-DET-REG(WS-DET-QTDE)
           ELSE
               DISPLAY "ERRO: payroll_detail.dat maior que a tabela do "
                       "merge - consolidacao cancelada"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE "Y" TO WS-EOF-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

       APPEND-PARTITION-DETAIL.
           MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-WORK-COMPANY
           PERFORM BUILD-PARTITION-NAMES
           OPEN INPUT PART-DETAIL-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PART-DETAIL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PART-DETAIL-RECORD TO PAYROLL-DETAIL-RECORD
                       PERFORM ACCUMULATE-CONSOLIDATED
                       WRITE PAYROLL-DETAIL-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-DETAIL-FILE.

      *> Lado do detalhe na prova: folha mensal da competencia por
      *> empresa, exatamente como gravada no consolidado.
       ACCUMULATE-CONSOLIDATED.
           IF NOT PD-TYPE-FOLHA
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-DETAIL-PERIOD = PD-REF-YEAR * 100 + PD-REF-MONTH
           IF WS-DETAIL-PERIOD NOT = WS-REF-PERIOD
               EXIT PARAGRAPH
           END-IF
           MOVE PD-COMPANY-CODE TO WS-WORK-COMPANY
           IF WS-WORK-COMPANY = SPACES
               MOVE "01" TO WS-WORK-COMPANY
           END-IF
           PERFORM FIND-COMPANY
           ADD 1           TO WS-SUM-DET-COUNT
           ADD PD-GROSS-PAY TO WS-SUM-DET-GROSS
           ADD PD-NET-PAY   TO WS-SUM-DET-NET
           IF WS-CMP-MATCH > 0
               ADD 1            TO WS-CMP-DET-COUNT(WS-CMP-MATCH)
               ADD PD-GROSS-PAY TO WS-CMP-DET-GROSS(WS-CMP-MATCH)
               ADD PD-NET-PAY   TO WS-CMP-DET-NET(WS-CMP-MATCH)
           END-IF.

      *> Historico acumulado: a folha mensal da competencia das
      *> empresas consolidadas agora sai (recalculo apos reabertura)
      *> e entra o historico das particoes, via arquivo temporario.
       MERGE-PAYROLL-HISTORY.
           OPEN OUTPUT HISTORY-TEMP-FILE
           IF WS-HISTTMP-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "payroll_history.tmp"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PAYROLL-HISTORY-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM FILTER-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-MERGE-NOW(WS-CMP-INDEX)
                   PERFORM APPEND-PARTITION-HISTORY
               END-IF
           END-PERFORM
           CLOSE HISTORY-TEMP-FILE

           OPEN INPUT HISTORY-TEMP-FILE
           OPEN OUTPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "payroll_history.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE HISTORY-TEMP-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HISTORY-TEMP-RECORD TO PAYROLL-HISTORY-RECORD
                       WRITE PAYROLL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-TEMP-FILE
           CLOSE PAYROLL-HISTORY-FILE
           DISPLAY "Historico: " WS-HIST-ADDED " registro(s) das "
                   "particoes, " WS-HIST-REPLACED " substituido(s)".

       FILTER-HISTORY-RECORD.
           IF PH-TYPE-FOLHA
               COMPUTE WS-DETAIL-PERIOD =
                   PH-REF-YEAR * 100 + PH-REF-MONTH
               IF WS-DETAIL-PERIOD = WS-REF-PERIOD
                   MOVE PH-COMPANY-CODE TO WS-WORK-COMPANY
                   IF WS-WORK-COMPANY = SPACES
                       MOVE "01" TO WS-WORK-COMPANY
                   END-IF
                   PERFORM FIND-COMPANY
                   IF WS-CMP-MATCH > 0
                       IF CMP-MERGE-NOW(WS-CMP-MATCH)
                           ADD 1 TO WS-HIST-REPLACED
                           EXIT PARAGRAPH
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE PAYROLL-HISTORY-RECORD TO HISTORY-TEMP-RECORD
           WRITE HISTORY-TEMP-RECORD.

       APPEND-PARTITION-HISTORY.
           MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-WORK-COMPANY
           PERFORM BUILD-PARTITION-NAMES
           OPEN INPUT PART-HISTORY-FILE
           IF WS-PART-HIST-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PART-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PART-HISTORY-RECORD TO HISTORY-TEMP-RECORD
                       WRITE HISTORY-TEMP-RECORD
                       ADD 1 TO WS-HIST-ADDED
               END-READ
           END-PERFORM
           CLOSE PART-HISTORY-FILE.

      *> Interface do mes (FGTS, repasses judiciais, consignado,
      *> rubricas, previdencia): o arquivo de sempre e a concatenacao das empresas
      *> consolidadas - empresa retida nao deposita, nao repassa e nao
      *> aparece no holerite ate ser consolidada.
       REBUILD-INTERFACE-FILE.
           MOVE SPACES TO WS-CONS-FILENAME
           STRING "../data/" WS-IFC-BASE(WS-IFC-INDEX)
                  DELIMITED BY SPACE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-CONS-FILENAME
           OPEN OUTPUT CONSOLIDATED-FILE
           IF WS-CONS-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       WS-CONS-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-CONSOLIDATED(WS-CMP-INDEX)
                   MOVE SPACES TO WS-PART-COPY-FILENAME
                   STRING "../data/" WS-IFC-BASE(WS-IFC-INDEX)
                          DELIMITED BY SPACE
                          "_" WS-CMP-CODE(WS-CMP-INDEX) ".dat"
                          DELIMITED BY SIZE
                          INTO WS-PART-COPY-FILENAME
                   PERFORM COPY-PARTITION-INTERFACE
               END-IF
           END-PERFORM
           CLOSE CONSOLIDATED-FILE.

       COPY-PARTITION-INTERFACE.
           OPEN INPUT PART-COPY-FILE
           IF WS-PART-COPY-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PART-COPY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PART-COPY-RECORD TO CONSOLIDATED-RECORD
                       WRITE CONSOLIDATED-RECORD
               END-READ
           END-PERFORM
           CLOSE PART-COPY-FILE.

      *> Registro consolidado: os registros das particoes na ordem de
      *> company_master.dat e, no fim, a pagina de controle - por
      *> empresa, os totais que a particao gravou, os ativos do
      *> mestre e o que o detalhe consolidado traz; embaixo, a soma
      *> das particoes contra o total do detalhe.
       WRITE-CONSOLIDATED-REGISTER.
           OPEN OUTPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar payroll_register.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-CONSOLIDATED(WS-CMP-INDEX)
                   MOVE SPACES TO WS-PART-COPY-FILENAME
                   STRING "payroll_register_" WS-CMP-CODE(WS-CMP-INDEX)
                          ".txt" DELIMITED BY SIZE
                          INTO WS-PART-COPY-FILENAME
                   PERFORM COPY-PARTITION-REGISTER
               END-IF
           END-PERFORM

           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM TITLE-1
           MOVE SPACES TO REGISTER-LINE
           STRING "COMPETENCIA: " WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
                  "   GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM COLUMN-HDR
           WRITE REGISTER-LINE FROM SUB-SEPARATOR
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               PERFORM WRITE-COMPANY-CONTROL-LINE
           END-PERFORM
           WRITE REGISTER-LINE FROM SUB-SEPARATOR
           PERFORM WRITE-PROOF-LINES
           WRITE REGISTER-LINE FROM SEPARATOR
           CLOSE REGISTER-FILE.

       COPY-PARTITION-REGISTER.
           OPEN INPUT PART-COPY-FILE
           IF WS-PART-COPY-STATUS NOT = "00"
               MOVE SPACES TO REGISTER-LINE
               STRING "REGISTRO DA EMPRESA " WS-CMP-CODE(WS-CMP-INDEX)
                      " NAO ENCONTRADO (" WS-PART-COPY-FILENAME ")"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PART-COPY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE PART-COPY-RECORD TO REGISTER-LINE
                       WRITE REGISTER-LINE
               END-READ
           END-PERFORM
           CLOSE PART-COPY-FILE.

       WRITE-COMPANY-CONTROL-LINE.
           EVALUATE TRUE
               WHEN CMP-MERGE-NOW(WS-CMP-INDEX)
                   MOVE "CONSOLIDADA" TO WS-ACTION-TEXT
               WHEN CMP-KEPT(WS-CMP-INDEX)
                   MOVE "JA CONSOL." TO WS-ACTION-TEXT
               WHEN OTHER
                   MOVE "RETIDA" TO WS-ACTION-TEXT
           END-EVALUATE
           MOVE WS-CMP-CTL-EMPS(WS-CMP-INDEX)  TO FORMATTED-COUNT
           MOVE WS-CMP-ACTIVES(WS-CMP-INDEX)   TO FORMATTED-COUNT-2
           MOVE WS-CMP-DET-COUNT(WS-CMP-INDEX) TO FORMATTED-COUNT-3
           MOVE WS-CMP-CTL-GROSS(WS-CMP-INDEX) TO FORMATTED-GROSS
           MOVE WS-CMP-CTL-NET(WS-CMP-INDEX)   TO FORMATTED-NET
           MOVE SPACES TO REGISTER-LINE
           STRING WS-CMP-CODE(WS-CMP-INDEX) "  "
                  WS-CMP-NAME(WS-CMP-INDEX) " "
                  WS-ACTION-TEXT " "
                  FORMATTED-COUNT "   " FORMATTED-COUNT-2 "    "
                  FORMATTED-COUNT-3 "  " FORMATTED-GROSS "     "
                  FORMATTED-NET
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF NOT CMP-CONSOLIDATED(WS-CMP-INDEX)
               MOVE SPACES TO REGISTER-LINE
               STRING "    MOTIVO: " WS-CMP-REASON(WS-CMP-INDEX)
                      " - REMESSA E CONTABILIZACAO DA EMPRESA RETIDAS"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
               EXIT PARAGRAPH
           END-IF
      *> Empresa consolidada: o que a particao gravou tem de ser o que
      *> esta no detalhe consolidado.
           ADD WS-CMP-CTL-EMPS(WS-CMP-INDEX)  TO WS-SUM-CTL-EMPS
           ADD WS-CMP-CTL-GROSS(WS-CMP-INDEX) TO WS-SUM-CTL-GROSS
           ADD WS-CMP-CTL-NET(WS-CMP-INDEX)   TO WS-SUM-CTL-NET
           IF WS-CMP-DET-COUNT(WS-CMP-INDEX) NOT =
              WS-CMP-CTL-EMPS(WS-CMP-INDEX) OR
              WS-CMP-DET-GROSS(WS-CMP-INDEX) NOT =
              WS-CMP-CTL-GROSS(WS-CMP-INDEX) OR
              WS-CMP-DET-NET(WS-CMP-INDEX) NOT =
              WS-CMP-CTL-NET(WS-CMP-INDEX)
               MOVE "N" TO WS-PROOF-FLAG
               MOVE SPACES TO REGISTER-LINE
               STRING "    DIVERGENCIA: detalhe consolidado da empresa "
                      "nao bate com o controle da particao"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF CMP-KEPT(WS-CMP-INDEX) AND
              WS-CMP-ACTIVES(WS-CMP-INDEX) NOT =
              WS-CMP-CTL-EMPS(WS-CMP-INDEX)
               MOVE SPACES TO REGISTER-LINE
               STRING "    OBS: ativos do mestre mudaram desde a "
                      "consolidacao da empresa"
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF.

       WRITE-PROOF-LINES.
           MOVE WS-SUM-CTL-EMPS TO FORMATTED-COUNT
           MOVE WS-SUM-CTL-GROSS TO FORMATTED-GROSS
           MOVE WS-SUM-CTL-NET TO FORMATTED-NET
           MOVE SPACES TO REGISTER-LINE
           STRING "SOMA DAS PARTICOES CONSOLIDADAS.......: "
                  FORMATTED-COUNT " func  BRUTO " FORMATTED-GROSS
                  "  LIQUIDO " FORMATTED-NET
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-SUM-DET-COUNT TO FORMATTED-COUNT
           MOVE WS-SUM-DET-GROSS TO FORMATTED-GROSS
           MOVE WS-SUM-DET-NET TO FORMATTED-NET
           MOVE SPACES TO REGISTER-LINE
           STRING "FOLHA MENSAL NO DETALHE CONSOLIDADO...: "
                  FORMATTED-COUNT " func  BRUTO " FORMATTED-GROSS
                  "  LIQUIDO " FORMATTED-NET
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           IF WS-SUM-CTL-EMPS NOT = WS-SUM-DET-COUNT OR
              WS-SUM-CTL-GROSS NOT = WS-SUM-DET-GROSS OR
              WS-SUM-CTL-NET NOT = WS-SUM-DET-NET
               MOVE "N" TO WS-PROOF-FLAG
           END-IF
           IF WS-ORPHAN-ACTIVES > 0
               MOVE WS-ORPHAN-ACTIVES TO FORMATTED-COUNT
               MOVE SPACES TO REGISTER-LINE
               STRING "ATIVOS DE EMPRESA FORA DE company_master.dat "
                      "(SEM PARTICAO): " FORMATTED-COUNT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-IF
           IF PROVA-CONFERE
               MOVE "PROVA: AS PARTICOES SOMAM O CONSOLIDADO - CONFERE"
                   TO REGISTER-LINE
           ELSE
               MOVE "PROVA: DIVERGENCIA ENTRE PARTICOES E CONSOLIDADO - REMESSA NAO DEVE RODAR"
                   TO REGISTER-LINE
               DISPLAY "ERRO: a soma das particoes nao bate com o "
                       "detalhe consolidado"
               MOVE 8 TO RETURN-CODE
           END-IF
           WRITE REGISTER-LINE.

       MARK-PARTITION-CONSOLIDATED.
           MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-WORK-COMPANY
           PERFORM BUILD-PARTITION-NAMES
           OPEN INPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ PARTITION-CONTROL-FILE
               AT END MOVE SPACES TO PARTITION-CONTROL-RECORD
           END-READ
           CLOSE PARTITION-CONTROL-FILE
           MOVE "CONS"   TO PTC-STATE
           MOVE BDT-DATE TO PTC-UPDATE-DATE
           ACCEPT PTC-UPDATE-TIME FROM TIME
           OPEN OUTPUT PARTITION-CONTROL-FILE
           IF WS-PARTCTL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar "
                       WS-PARTCTL-FILENAME
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE PARTITION-CONTROL-RECORD
           CLOSE PARTITION-CONTROL-FILE.

      *> Controle de competencias: a linha de cada empresa consolidada
      *> agora vira CALC; a linha da competencia inteira so quando
      *> todas as empresas estao consolidadas (e so se ainda estava
      *> aberta ou nao existia). Com a prova divergente nada e
      *> marcado - nem a particao, que segue CALC para a proxima
      *> tentativa.
       UPDATE-PERIOD-CONTROL.
           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS = "00"
               PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = "00"
                   READ PERIOD-FILE
                       AT END CONTINUE
                       NOT AT END
                           IF WS-PER-QTDE < 60
                               ADD 1 TO WS-PER-QTDE
                               MOVE PERIOD-CONTROL-RECORD
                                   TO WS-PER-REG(WS-PER-QTDE)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-FILE
           END-IF
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF CMP-MERGE-NOW(WS-CMP-INDEX)
                   MOVE WS-CMP-CODE(WS-CMP-INDEX) TO WS-PER-COMPANY
                   PERFORM SET-PERIOD-CALCULATED
               END-IF
           END-PERFORM
           IF WS-HELD = 0
               MOVE SPACES TO WS-PER-COMPANY
               PERFORM FIND-PERIOD-LINE
               IF WS-PER-MATCH = 0
                   PERFORM SET-PERIOD-CALCULATED
               ELSE
                   MOVE WS-PER-REG(WS-PER-MATCH)
                       TO PERIOD-CONTROL-RECORD
                   IF PCT-ABERTA
                       PERFORM SET-PERIOD-CALCULATED
                   END-IF
               END-IF
               DISPLAY "Todas as empresas consolidadas - competencia "
                       WS-REF-PERIOD " CALCULADA"
           END-IF
           OPEN OUTPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar "
                       "period_control.dat"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX) TO PERIOD-CONTROL-RECORD
               WRITE PERIOD-CONTROL-RECORD
           END-PERFORM
           CLOSE PERIOD-FILE.

       FIND-PERIOD-LINE.
           MOVE 0 TO WS-PER-MATCH
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX) TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY = WS-PER-COMPANY
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       SET-PERIOD-CALCULATED.
           PERFORM FIND-PERIOD-LINE
           IF WS-PER-MATCH = 0
               IF WS-PER-QTDE < 60
                   ADD 1 TO WS-PER-QTDE
                   MOVE WS-PER-QTDE TO WS-PER-MATCH
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE WS-REF-PERIOD  TO PCT-PERIOD
                   MOVE WS-PER-COMPANY TO PCT-COMPANY
               ELSE
                   DISPLAY "ERRO: period_control.dat cheio - linha da "
                           "empresa " WS-PER-COMPANY " nao gravada"
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           ELSE
               MOVE WS-PER-REG(WS-PER-MATCH) TO PERIOD-CONTROL-RECORD
           END-IF
           MOVE "CALC"   TO PCT-STATE
           MOVE "AUTO"   TO PCT-USER
           MOVE BDT-DATE TO PCT-UPDATE-DATE
           MOVE PERIOD-CONTROL-RECORD TO WS-PER-REG(WS-PER-MATCH).

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CONSOLIDACAO ==="
           DISPLAY "Empresas em company_master.dat: " WS-CMP-QTDE
           DISPLAY "Consolidadas nesta rodada: " WS-MERGED-NOW
           DISPLAY "Ja consolidadas antes: " WS-KEPT
           DISPLAY "Retidas: " WS-HELD
           DISPLAY "Funcionarios na folha consolidada: "
                   WS-SUM-DET-COUNT
           IF WS-ERROR-FLAG NOT = "Y"
               DISPLAY "Registro consolidado: payroll_register.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "PAYROLL-MERGE" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-SUM-DET-COUNT TO JRL-RECORDS-PROCESSED
           MOVE WS-HELD          TO JRL-RECORDS-REJECTED
           IF WS-ERROR-FLAG = "Y" OR RETURN-CODE >= 8
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

       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
