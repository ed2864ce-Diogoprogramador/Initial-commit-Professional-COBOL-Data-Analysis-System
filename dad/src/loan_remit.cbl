IDENTIFICATION DIVISION.
       PROGRAM-ID. LOAN-REMIT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Repasse mensal do emprestimo consignado aos bancos credores:
      *> le as retencoes gravadas pela folha mensal
      *> (loan_deductions.dat) e pelas rescisoes (loan_severance.dat),
      *> ambas no layout LOANDED.cpy, cruza cada uma com o mestre de
      *> contratos (loan_contracts.dat, LOANMST.cpy) e gera um
      *> arquivo de repasse por banco (consig_<banco>_<data>.dat) no
      *> mesmo desenho da remessa do BANK-REMIT: header "0", um
      *> detalhe "1" por contrato com o devido, o retido e o desfecho
      *> (INT integral / PAR parcial / NAO nao descontado - e com ele
      *> que o banco sabe o que cobrar direto do tomador) e trailer
      *> "9" com a contagem e o total retido. Cada retencao repassada
      *> avanca o contrato no mestre: a parcela da folha soma em
      *> LNC-PAID e grava a competencia em LNC-LAST-PERIOD (o
      *> contrato com todas as parcelas vira Q quitado); a rescisao
      *> encerra o contrato (R). O que a margem nao comportou acumula
      *> em LNC-SHORTFALL. Retencao de competencia ja repassada, ou
      *> de contrato ja encerrado, e pulada - rerodar nao repassa nem
      *> conta a mesma parcela duas vezes. Sai tambem o relatorio do
      *> repasse (loan_remit_report.txt) por banco, com a lista das
      *> parcelas parciais e nao descontadas para o RH avisar os
      *> tomadores; havendo alguma, o passo termina com codigo 4.
      *> Registra a rodada em job_run_log.dat como todo passo batch.
      *> Segunda rodada no mesmo dia (a empresa retida que sai depois
      *> de consolidada) nao sobrescreve o repasse ja gerado, que pode
      *> nao ter sido transmitido: grava consig_<banco>_<data>_02.dat,
      *> a terceira _03, e assim por diante - como a remessa da folha.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-CONTRACT-FILE ASSIGN TO "../data/loan_contracts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAN-FILE-STATUS.

           SELECT LOAN-DEDUCTION-FILE ASSIGN TO "../data/loan_deductions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANDED-FILE-STATUS.

           SELECT LOAN-SEVERANCE-FILE ASSIGN TO "../data/loan_severance.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOANSEV-FILE-STATUS.

           SELECT REMIT-FILE ASSIGN DYNAMIC WS-REMIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REMIT-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "loan_remit_report.txt"
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

       FD LOAN-CONTRACT-FILE.
       COPY LOANMST.

       FD LOAN-DEDUCTION-FILE.
       COPY LOANDED.

       FD LOAN-SEVERANCE-FILE.
       01 LOAN-SEVERANCE-RECORD   PIC X(98).

       FD REMIT-FILE.
       01 REMIT-LINE              PIC X(120).

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-LOAN-FILE-STATUS    PIC XX.
           05 WS-LOANDED-FILE-STATUS PIC XX.
           05 WS-LOANSEV-FILE-STATUS PIC XX.
           05 WS-REMIT-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-NO-CONTRACTS-FLAG    PIC X VALUE "N".

       01 WS-REMIT-FILENAME          PIC X(40).
      *> Sequencia do arquivo no dia: 1 = nome so com a data.
       01 WS-NAME-SEQ                PIC 99.

      *> Mestre de contratos inteiro em tabela: avancado pelas
      *> retencoes repassadas e regravado no final.
       01 WS-LC-TABLE.
           05 WS-LC-QTDE          PIC 9(4) VALUE 0.
           05 WS-LC-ENTRADAS OCCURS 2000 TIMES.
               10 WS-LC-REG       PIC X(65).
       01 WS-LC-INDEX             PIC 9(4).
       01 WS-LC-MATCH             PIC 9(4).

      *> Retencoes que entram neste repasse, ordenadas por banco e
      *> contrato (SORT de tabela, como no STATISTICS) antes de
      *> gravar os arquivos.
       01 WS-LR-QTDE              PIC 9(4) VALUE 0.
       01 WS-LR-TABLE.
           05 WS-LR-ENTRADAS OCCURS 1 TO 3000 TIMES
                   DEPENDING ON WS-LR-QTDE.
               10 WS-LR-BANK          PIC X(3).
               10 WS-LR-CONTRACT      PIC X(15).
               10 WS-LR-ORIGIN        PIC X(3).
               10 WS-LR-EMP-ID        PIC X(6).
               10 WS-LR-EMP-NAME      PIC X(30).
               10 WS-LR-PERIOD        PIC 9(6).
               10 WS-LR-DUE           PIC 9(8)V99.
               10 WS-LR-DEDUCTED      PIC 9(8)V99.
               10 WS-LR-STATUS        PIC X(3).
               10 WS-LR-INSTALLMENTS  PIC 9(3).
       01 WS-LR-INDEX             PIC 9(4).

       01 WS-BANK-LIST.
           05 WS-BANK-QTDE        PIC 99 VALUE 0.
           05 WS-BANK-ENTRADAS OCCURS 30 TIMES.
               10 WS-BANK-CODE        PIC X(3).
       01 WS-BANK-INDEX           PIC 99.
       01 WS-BANK-MATCH           PIC 99.
       01 WS-BANK-ATUAL           PIC X(3).

       01 WS-FILE-TOTALS.
           05 WS-FILE-RECORDS     PIC 9(6).
           05 WS-FILE-AMOUNT      PIC 9(13)V99.
           05 WS-FILE-DUE         PIC 9(13)V99.
       01 WS-AMOUNT-X             PIC 9(8)V99.
       01 WS-DUE-X                PIC 9(8)V99.
       01 WS-SHORT-AMOUNT         PIC 9(8)V99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(5) VALUE 0.
           05 WS-RECORDS-REMITTED PIC 9(5) VALUE 0.
           05 WS-ALREADY-REMITTED PIC 9(5) VALUE 0.
           05 WS-UNKNOWN-CONTRACT PIC 9(5) VALUE 0.
           05 WS-SHORT-COUNT      PIC 9(5) VALUE 0.
           05 WS-CONTRACTS-CLOSED PIC 9(5) VALUE 0.
           05 WS-FILES-GENERATED  PIC 99   VALUE 0.

       01 WS-GRAND-TOTAL          PIC 9(13)V99 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(120) VALUE ALL "-".
           05 TITLE-1        PIC X(120) VALUE
                   "REPASSE DE EMPRESTIMO CONSIGNADO AOS BANCOS".
           05 HEADER-TABLE.
               10 FILLER     PIC X(40) VALUE
                   "CONTRATO        MATR.  NOME             ".
               10 FILLER     PIC X(40) VALUE
                   "              COMPET ORI                ".
               10 FILLER     PIC X(40) VALUE
                   "DEVIDO                 RETIDO SIT PARC  ".

       COPY MONEYFMT.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y" AND WS-NO-CONTRACTS-FLAG = "N"
               PERFORM COLLECT-DEDUCTIONS
               PERFORM COLLECT-SEVERANCE-DEDUCTIONS
               PERFORM WRITE-REMITTANCE-FILES
               PERFORM WRITE-REMIT-REPORT
               IF WS-ERROR-FLAG NOT = "Y" AND
                  WS-RECORDS-REMITTED > 0
                   PERFORM REWRITE-LOAN-CONTRACTS
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== REPASSE DO CONSIGNADO ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           PERFORM LOAD-LOAN-CONTRACTS.

      *> Sem mestre de contratos nao ha consignado na instalacao: o
      *> passo termina limpo, sem repasse.
       LOAD-LOAN-CONTRACTS.
           OPEN INPUT LOAN-CONTRACT-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: loan_contracts.dat nao encontrado - "
                       "nenhum consignado a repassar"
               MOVE "Y" TO WS-NO-CONTRACTS-FLAG
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOAN-FILE-STATUS NOT = "00"
               READ LOAN-CONTRACT-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-LC-QTDE < 2000
                           ADD 1 TO WS-LC-QTDE
                           MOVE LOAN-CONTRACT-RECORD
                               TO WS-LC-REG(WS-LC-QTDE)
                       ELSE
                           DISPLAY "ERRO: loan_contracts.dat maior "
                                   "que a tabela - repasse suspenso"
                           MOVE "Y" TO WS-ERROR-FLAG
                           MOVE 16 TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOAN-CONTRACT-FILE
           DISPLAY "Contratos no mestre: " WS-LC-QTDE.

      *> Retencoes da folha mensal. Sem o arquivo, a folha ainda nao
      *> rodou com consignado - so as rescisoes seguem.
       COLLECT-DEDUCTIONS.
           OPEN INPUT LOAN-DEDUCTION-FILE
           IF WS-LOANDED-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: loan_deductions.dat nao encontrado - "
                       "repasse sem parcelas da folha"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOANDED-FILE-STATUS NOT = "00"
               READ LOAN-DEDUCTION-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM COLLECT-ONE-DEDUCTION
               END-READ
           END-PERFORM
           CLOSE LOAN-DEDUCTION-FILE.

      *> Retencoes das rescisoes: o arquivo so cresce, e a situacao
      *> do contrato (ja encerrado ou nao) e que separa o que falta
      *> repassar.
       COLLECT-SEVERANCE-DEDUCTIONS.
           OPEN INPUT LOAN-SEVERANCE-FILE
           IF WS-LOANSEV-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LOANSEV-FILE-STATUS NOT = "00"
               READ LOAN-SEVERANCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE LOAN-SEVERANCE-RECORD
                           TO LOAN-DEDUCTION-RECORD
                       PERFORM COLLECT-ONE-DEDUCTION
               END-READ
           END-PERFORM
           CLOSE LOAN-SEVERANCE-FILE.

      *> Decide se a retencao entra NESTE repasse e ja avanca o
      *> contrato na tabela: parcela da folha so se a competencia for
      *> posterior a ultima repassada; rescisao so se o contrato
      *> ainda estiver ativo. Contrato fora do mestre e apontado e
      *> nao sai - o banco nao recebe dinheiro sem contrato.
       COLLECT-ONE-DEDUCTION.
           ADD 1 TO WS-RECORDS-READ
           MOVE 0 TO WS-LC-MATCH
           PERFORM VARYING WS-LC-INDEX FROM 1 BY 1
                   UNTIL WS-LC-INDEX > WS-LC-QTDE
               MOVE WS-LC-REG(WS-LC-INDEX) TO LOAN-CONTRACT-RECORD
               IF LNC-BANK-CODE = LND-BANK-CODE AND
                  LNC-CONTRACT-ID = LND-CONTRACT-ID
                   MOVE WS-LC-INDEX TO WS-LC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LC-MATCH = 0
               ADD 1 TO WS-UNKNOWN-CONTRACT
               DISPLAY "AVISO: retencao de contrato fora do mestre: "
                       LND-BANK-CODE " " LND-CONTRACT-ID " mat "
                       LND-EMP-ID
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF NOT LNC-ATIVO
               ADD 1 TO WS-ALREADY-REMITTED
               EXIT PARAGRAPH
           END-IF
           IF LND-FOLHA AND LND-REF-PERIOD NOT > LNC-LAST-PERIOD
               ADD 1 TO WS-ALREADY-REMITTED
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-QTDE NOT < 3000
               DISPLAY "ERRO: retencoes alem da tabela do repasse - "
                       "contrato " LND-CONTRACT-ID " fica para a "
                       "proxima rodada"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           IF LND-RESCISAO
               MOVE LNC-INSTALLMENTS TO LNC-PAID
               MOVE "R" TO LNC-STATUS
               ADD 1 TO WS-CONTRACTS-CLOSED
           ELSE
               ADD LND-INSTALLMENTS TO LNC-PAID
               IF LNC-PAID NOT < LNC-INSTALLMENTS
                   MOVE "Q" TO LNC-STATUS
                   ADD 1 TO WS-CONTRACTS-CLOSED
               END-IF
           END-IF
           MOVE LND-REF-PERIOD TO LNC-LAST-PERIOD
           IF LND-DEDUCTED < LND-DUE-AMOUNT
               COMPUTE LNC-SHORTFALL = LNC-SHORTFALL +
                   LND-DUE-AMOUNT - LND-DEDUCTED
           END-IF
           MOVE LOAN-CONTRACT-RECORD TO WS-LC-REG(WS-LC-MATCH)

           ADD 1 TO WS-RECORDS-REMITTED
           ADD 1 TO WS-LR-QTDE
           MOVE LND-BANK-CODE     TO WS-LR-BANK(WS-LR-QTDE)
           MOVE LND-CONTRACT-ID   TO WS-LR-CONTRACT(WS-LR-QTDE)
           MOVE LND-ORIGIN        TO WS-LR-ORIGIN(WS-LR-QTDE)
           MOVE LND-EMP-ID        TO WS-LR-EMP-ID(WS-LR-QTDE)
           MOVE LND-EMP-NAME      TO WS-LR-EMP-NAME(WS-LR-QTDE)
           MOVE LND-REF-PERIOD    TO WS-LR-PERIOD(WS-LR-QTDE)
           MOVE LND-DUE-AMOUNT    TO WS-LR-DUE(WS-LR-QTDE)
           MOVE LND-DEDUCTED      TO WS-LR-DEDUCTED(WS-LR-QTDE)
           MOVE LND-STATUS        TO WS-LR-STATUS(WS-LR-QTDE)
           MOVE LND-INSTALLMENTS  TO WS-LR-INSTALLMENTS(WS-LR-QTDE)
           IF NOT LND-INTEGRAL
               ADD 1 TO WS-SHORT-COUNT
           END-IF
           PERFORM REGISTER-BANK-CODE.

       REGISTER-BANK-CODE.
           MOVE 0 TO WS-BANK-MATCH
           PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
                   UNTIL WS-BANK-INDEX > WS-BANK-QTDE
               IF WS-BANK-CODE(WS-BANK-INDEX) = LND-BANK-CODE
                   MOVE WS-BANK-INDEX TO WS-BANK-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BANK-MATCH = 0 AND WS-BANK-QTDE < 30
               ADD 1 TO WS-BANK-QTDE
               MOVE LND-BANK-CODE TO WS-BANK-CODE(WS-BANK-QTDE)
           END-IF.

      *> Um arquivo de repasse por banco credor, com os contratos em
      *> ordem: header "0" com banco e data, detalhe "1" por contrato
      *> e trailer "9" com a contagem e o total retido - o mesmo
      *> desenho da remessa da folha.
       WRITE-REMITTANCE-FILES.
           IF WS-LR-QTDE = 0
               DISPLAY "Nenhuma retencao de consignado a repassar"
               EXIT PARAGRAPH
           END-IF
           IF WS-LR-QTDE > 1
               SORT WS-LR-ENTRADAS ASCENDING KEY WS-LR-BANK
                                                 WS-LR-CONTRACT
                                                 WS-LR-ORIGIN
           END-IF
           PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
                   UNTIL WS-BANK-INDEX > WS-BANK-QTDE
               MOVE WS-BANK-CODE(WS-BANK-INDEX) TO WS-BANK-ATUAL
               PERFORM WRITE-ONE-BANK-FILE
           END-PERFORM.

       WRITE-ONE-BANK-FILE.
           MOVE 1 TO WS-NAME-SEQ
           PERFORM BUILD-REMIT-FILENAME
           OPEN INPUT REMIT-FILE
           PERFORM UNTIL WS-REMIT-FILE-STATUS NOT = "00"
               CLOSE REMIT-FILE
               IF WS-NAME-SEQ NOT < 99
                   DISPLAY "ERRO: repasses demais no dia para o banco "
                           WS-BANK-ATUAL " - arquivo nao gerado"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NAME-SEQ
               PERFORM BUILD-REMIT-FILENAME
               OPEN INPUT REMIT-FILE
           END-PERFORM
           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar " WS-REMIT-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-AMOUNT
           MOVE SPACES TO REMIT-LINE
           STRING "0" WS-BANK-ATUAL "REPASSE CONSIGNADO "
                  WS-CURRENT-DATE-N
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE

           PERFORM VARYING WS-LR-INDEX FROM 1 BY 1
                   UNTIL WS-LR-INDEX > WS-LR-QTDE
               IF WS-LR-BANK(WS-LR-INDEX) = WS-BANK-ATUAL
                   PERFORM WRITE-REMIT-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO REMIT-LINE
           STRING "9" WS-FILE-RECORDS WS-FILE-AMOUNT
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE
           CLOSE REMIT-FILE
           ADD 1 TO WS-FILES-GENERATED
           DISPLAY "Repasse gerado: " WS-REMIT-FILENAME.

      *> Primeiro arquivo do dia so com a data no nome; os seguintes
      *> levam a sequencia.
       BUILD-REMIT-FILENAME.
           MOVE SPACES TO WS-REMIT-FILENAME
           IF WS-NAME-SEQ = 1
               STRING "../data/consig_" DELIMITED BY SIZE
                      WS-BANK-ATUAL DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           ELSE
               STRING "../data/consig_" DELIMITED BY SIZE
                      WS-BANK-ATUAL DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NAME-SEQ DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           END-IF.

       WRITE-REMIT-DETAIL.
           ADD 1 TO WS-FILE-RECORDS
           ADD WS-LR-DEDUCTED(WS-LR-INDEX) TO WS-FILE-AMOUNT
           ADD WS-LR-DEDUCTED(WS-LR-INDEX) TO WS-GRAND-TOTAL
           MOVE WS-LR-DUE(WS-LR-INDEX)      TO WS-DUE-X
           MOVE WS-LR-DEDUCTED(WS-LR-INDEX) TO WS-AMOUNT-X
           MOVE SPACES TO REMIT-LINE
           STRING "1"
                  WS-LR-CONTRACT(WS-LR-INDEX)
                  WS-LR-EMP-ID(WS-LR-INDEX)
                  WS-LR-EMP-NAME(WS-LR-INDEX)
                  WS-LR-PERIOD(WS-LR-INDEX)
                  WS-LR-ORIGIN(WS-LR-INDEX)
                  WS-DUE-X
                  WS-AMOUNT-X
                  WS-LR-STATUS(WS-LR-INDEX)
                  WS-LR-INSTALLMENTS(WS-LR-INDEX)
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE.

      *> Relatorio do repasse: contratos por banco com subtotal e, no
      *> fim, as parcelas que a margem nao comportou - o RH avisa o
      *> tomador, o banco cobra a diferenca direto.
       WRITE-REMIT-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "loan_remit_report.txt"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR

           PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
                   UNTIL WS-BANK-INDEX > WS-BANK-QTDE
               MOVE WS-BANK-CODE(WS-BANK-INDEX) TO WS-BANK-ATUAL
               PERFORM WRITE-REPORT-BANK-BLOCK
           END-PERFORM

           IF WS-SHORT-COUNT > 0
               MOVE SPACES TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE "PARCELAS NAO DESCONTADAS INTEGRALMENTE (MARGEM)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
               WRITE REPORT-LINE FROM SUB-SEPARATOR
               PERFORM VARYING WS-LR-INDEX FROM 1 BY 1
                       UNTIL WS-LR-INDEX > WS-LR-QTDE
                   IF WS-LR-STATUS(WS-LR-INDEX) NOT = "INT"
                       PERFORM WRITE-REPORT-SHORT-LINE
                   END-IF
               END-PERFORM
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE WS-GRAND-TOTAL TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "CONTRATOS REPASSADOS: " WS-RECORDS-REMITTED
                  "   TOTAL REPASSADO: " MONEY-FMT-OUTPUT
                  "   PARCIAIS/NAO DESCONTADAS: " WS-SHORT-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-SHORT-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-REPORT-BANK-BLOCK.
           MOVE SPACES TO REPORT-LINE
           STRING "BANCO " WS-BANK-ATUAL
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-TABLE
           WRITE REPORT-LINE FROM SUB-SEPARATOR
           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-AMOUNT
           MOVE 0 TO WS-FILE-DUE
           PERFORM VARYING WS-LR-INDEX FROM 1 BY 1
                   UNTIL WS-LR-INDEX > WS-LR-QTDE
               IF WS-LR-BANK(WS-LR-INDEX) = WS-BANK-ATUAL
                   PERFORM WRITE-REPORT-DETAIL
               END-IF
           END-PERFORM
           MOVE WS-FILE-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING "  SUBTOTAL BANCO " WS-BANK-ATUAL ": "
                  WS-FILE-RECORDS " contrato(s), retido "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-DETAIL.
           ADD 1 TO WS-FILE-RECORDS
           ADD WS-LR-DEDUCTED(WS-LR-INDEX) TO WS-FILE-AMOUNT
           ADD WS-LR-DUE(WS-LR-INDEX) TO WS-FILE-DUE
           MOVE WS-LR-DUE(WS-LR-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           STRING WS-LR-CONTRACT(WS-LR-INDEX) " "
                  WS-LR-EMP-ID(WS-LR-INDEX) " "
                  WS-LR-EMP-NAME(WS-LR-INDEX) " "
                  WS-LR-PERIOD(WS-LR-INDEX) " "
                  WS-LR-ORIGIN(WS-LR-INDEX) " "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-LR-DEDUCTED(WS-LR-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT(1:21) TO REPORT-LINE(89:21)
           MOVE WS-LR-STATUS(WS-LR-INDEX) TO REPORT-LINE(111:3)
           MOVE WS-LR-INSTALLMENTS(WS-LR-INDEX)
               TO REPORT-LINE(115:3)
           WRITE REPORT-LINE.

       WRITE-REPORT-SHORT-LINE.
           COMPUTE WS-SHORT-AMOUNT = WS-LR-DUE(WS-LR-INDEX) -
               WS-LR-DEDUCTED(WS-LR-INDEX)
           MOVE WS-SHORT-AMOUNT TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REPORT-LINE
           IF WS-LR-STATUS(WS-LR-INDEX) = "PAR"
               STRING "PARCIAL  banco " WS-LR-BANK(WS-LR-INDEX)
                      " contrato " WS-LR-CONTRACT(WS-LR-INDEX)
                      " mat " WS-LR-EMP-ID(WS-LR-INDEX)
                      " " WS-LR-EMP-NAME(WS-LR-INDEX)
                      " a cobrar: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
               STRING "NAO DESC banco " WS-LR-BANK(WS-LR-INDEX)
                      " contrato " WS-LR-CONTRACT(WS-LR-INDEX)
                      " mat " WS-LR-EMP-ID(WS-LR-INDEX)
                      " " WS-LR-EMP-NAME(WS-LR-INDEX)
                      " a cobrar: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REPORT-LINE
           END-IF
           WRITE REPORT-LINE.

      *> O mestre so e regravado depois que os repasses sairam: se um
      *> arquivo de banco falhou, nenhum contrato avanca e a proxima
      *> rodada repassa tudo de novo.
       REWRITE-LOAN-CONTRACTS.
           OPEN OUTPUT LOAN-CONTRACT-FILE
           IF WS-LOAN-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "loan_contracts.dat - repasse gerado mas "
                       "contratos NAO avancados; nao rode outro "
                       "repasse antes de tratar"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-LC-INDEX FROM 1 BY 1
                   UNTIL WS-LC-INDEX > WS-LC-QTDE
               MOVE WS-LC-REG(WS-LC-INDEX) TO LOAN-CONTRACT-RECORD
               WRITE LOAN-CONTRACT-RECORD
           END-PERFORM
           CLOSE LOAN-CONTRACT-FILE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO REPASSE DO CONSIGNADO ==="
           DISPLAY "Retencoes lidas: " WS-RECORDS-READ
           DISPLAY "Contratos repassados: " WS-RECORDS-REMITTED
           DISPLAY "Ja repassadas (puladas): " WS-ALREADY-REMITTED
           DISPLAY "Contratos fora do mestre: " WS-UNKNOWN-CONTRACT
           DISPLAY "Parciais/nao descontadas: " WS-SHORT-COUNT
           DISPLAY "Contratos encerrados: " WS-CONTRACTS-CLOSED
           DISPLAY "Arquivos de repasse: " WS-FILES-GENERATED
           DISPLAY "Relatorio: loan_remit_report.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "LOAN-REMIT" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ     TO JRL-RECORDS-PROCESSED
           MOVE WS-UNKNOWN-CONTRACT TO JRL-RECORDS-REJECTED
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
