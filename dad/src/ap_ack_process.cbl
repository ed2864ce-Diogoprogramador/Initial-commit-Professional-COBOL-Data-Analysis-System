IDENTIFICATION DIVISION.
       PROGRAM-ID. AP-ACK-PROCESS.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Processa o arquivo de confirmacao do ERP para as faturas de
      *> contas a pagar dos favorecidos da folha: le
      *> ap_ack_return.dat (fatura aceita ou rejeitada, com o motivo),
      *> cruza cada confirmacao contra o controle de faturas gravado
      *> pelo PAYEE-AP-EXPORT (ap_invoice_control.dat, APCTL.cpy) e
      *> atualiza o desfecho de cada fatura (ACE/REJ) - e o ACE que
      *> impede a fatura de sair de novo numa rerodada. No final
      *> imprime o relatorio de excecoes (ap_ack_exceptions.txt):
      *> faturas rejeitadas pelo ERP, confirmacoes de faturas que nao
      *> constam do controle e faturas enviadas sem confirmacao ha
      *> mais dias que a janela de apack.parm (padrao 2 dias) -
      *> qualquer excecao encerra com RETURN-CODE 8. Mesmo cruzamento
      *> do GL-ACK-PROCESS para os diarios contabeis.
      *> Registra a rodada em job_run_log.dat como todo passo batch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACK-FILE ASSIGN TO "../data/ap_ack_return.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.

           SELECT AP-CONTROL-FILE ASSIGN TO "../data/ap_invoice_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCH-FILE-STATUS.

           SELECT WINDOW-PARM-FILE ASSIGN TO "apack.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "ap_ack_exceptions.txt"
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

      *> Confirmacao do ERP: uma linha por fatura processada la, com o
      *> identificador devolvido e o desfecho (ACE aceita / REJ
      *> rejeitada com motivo).
       FD ACK-FILE.
       01 ERP-ACK-RECORD.
           05 ACK-INVOICE-ID      PIC X(18).
           05 FILLER              PIC X.
           05 ACK-STATUS          PIC X(3).
               88 ACK-ACEITO      VALUE "ACE".
               88 ACK-REJEITADO   VALUE "REJ".
           05 FILLER              PIC X.
           05 ACK-REASON          PIC X(30).

       FD AP-CONTROL-FILE.
       COPY APCTL.

       FD WINDOW-PARM-FILE.
       01 WINDOW-PARM-RECORD.
           05 AAK-WINDOW-DAYS     PIC 99.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-ACK-FILE-STATUS     PIC XX.
           05 WS-BATCH-FILE-STATUS   PIC XX.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".

      *> Controle de faturas inteiro em tabela: atualizado pelas
      *> confirmacoes e regravado no final.
       01 WS-BATCH-TABLE.
           05 WS-BT-QTDE          PIC 9(4) VALUE 0.
           05 WS-BT-ENTRADAS OCCURS 3000 TIMES.
               10 WS-BT-RECORD        PIC X(105).
       01 WS-BT-INDEX             PIC 9(4).
       01 WS-BT-MATCH             PIC 9(4).

       01 WS-WINDOW-DAYS          PIC 99 VALUE 2.

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT        PIC 9(7).
           05 WS-SENT-INT         PIC 9(7).
           05 WS-DAYS-WAITING     PIC S9(5).

       01 WS-COUNTERS.
           05 WS-ACKS-READ        PIC 9(5) VALUE 0.
           05 WS-ACKS-ACCEPTED    PIC 9(5) VALUE 0.
           05 WS-ACKS-REJECTED    PIC 9(5) VALUE 0.
           05 WS-ACKS-UNKNOWN     PIC 9(5) VALUE 0.
           05 WS-EXCEPTIONS       PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 TITLE-1        PIC X(120) VALUE
                   "EXCECOES DE CONFIRMACAO DO CONTAS A PAGAR (ERP)".

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
               PERFORM APPLY-ACKNOWLEDGMENTS
               PERFORM REWRITE-BATCH-CONTROL
               PERFORM WRITE-EXCEPTION-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CONFIRMACAO DO CONTAS A PAGAR NO ERP ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           INITIALIZE WS-BATCH-TABLE

           PERFORM LOAD-WINDOW-PARM
           PERFORM LOAD-BATCH-CONTROL
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: ap_ack_return.dat nao encontrado - "
                       "so a janela de confirmacao sera verificada"
           END-IF.

       LOAD-WINDOW-PARM.
           OPEN INPUT WINDOW-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ WINDOW-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF AAK-WINDOW-DAYS NUMERIC AND
                          AAK-WINDOW-DAYS > 0
                           MOVE AAK-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE WINDOW-PARM-FILE
           ELSE
               DISPLAY "Aviso: apack.parm nao encontrado, janela "
                       "padrao de " WS-WINDOW-DAYS " dia(s)"
           END-IF.

       LOAD-BATCH-CONTROL.
           OPEN INPUT AP-CONTROL-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: ap_invoice_control.dat nao "
                       "encontrado - nenhuma fatura foi enviada ainda"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BATCH-FILE-STATUS NOT = "00"
               READ AP-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-BT-QTDE < 3000
                           ADD 1 TO WS-BT-QTDE
                           MOVE AP-INVOICE-CONTROL-RECORD
                               TO WS-BT-RECORD(WS-BT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AP-CONTROL-FILE
           DISPLAY "Faturas no controle: " WS-BT-QTDE.

       APPLY-ACKNOWLEDGMENTS.
           IF WS-ACK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACK-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ACKS-READ
                       PERFORM APPLY-ONE-ACK
               END-READ
           END-PERFORM
           CLOSE ACK-FILE.

       APPLY-ONE-ACK.
           MOVE 0 TO WS-BT-MATCH
           PERFORM VARYING WS-BT-INDEX FROM 1 BY 1
                   UNTIL WS-BT-INDEX > WS-BT-QTDE
               MOVE WS-BT-RECORD(WS-BT-INDEX)
                   TO AP-INVOICE-CONTROL-RECORD
               IF APC-INVOICE-ID = ACK-INVOICE-ID
                   MOVE WS-BT-INDEX TO WS-BT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BT-MATCH = 0
               ADD 1 TO WS-ACKS-UNKNOWN
               DISPLAY "AVISO: confirmacao para fatura desconhecida: "
                       ACK-INVOICE-ID
               EXIT PARAGRAPH
           END-IF
           IF ACK-ACEITO
               ADD 1 TO WS-ACKS-ACCEPTED
               MOVE "ACE" TO APC-STATUS
               MOVE SPACES TO APC-REASON
           ELSE
               ADD 1 TO WS-ACKS-REJECTED
               MOVE "REJ" TO APC-STATUS
               MOVE ACK-REASON TO APC-REASON
               DISPLAY "Fatura rejeitada pelo ERP [" ACK-INVOICE-ID "]: "
                       ACK-REASON
           END-IF
           MOVE AP-INVOICE-CONTROL-RECORD
               TO WS-BT-RECORD(WS-BT-MATCH).

       REWRITE-BATCH-CONTROL.
           OPEN OUTPUT AP-CONTROL-FILE
           IF WS-BATCH-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "ap_invoice_control.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-BT-INDEX FROM 1 BY 1
                   UNTIL WS-BT-INDEX > WS-BT-QTDE
               MOVE WS-BT-RECORD(WS-BT-INDEX)
                   TO AP-INVOICE-CONTROL-RECORD
               WRITE AP-INVOICE-CONTROL-RECORD
           END-PERFORM
           CLOSE AP-CONTROL-FILE.

      *> Excecao = fatura rejeitada, ou fatura ENV cuja espera de
      *> confirmacao ja passou da janela. Qualquer linha no relatorio
      *> derruba o passo com codigo grave.
       WRITE-EXCEPTION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "ap_ack_exceptions.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR "   JANELA: " WS-WINDOW-DAYS
                  " dia(s)"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR

           PERFORM VARYING WS-BT-INDEX FROM 1 BY 1
                   UNTIL WS-BT-INDEX > WS-BT-QTDE
               MOVE WS-BT-RECORD(WS-BT-INDEX)
                   TO AP-INVOICE-CONTROL-RECORD
               PERFORM CHECK-ONE-BATCH
           END-PERFORM

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "EXCECOES: " WS-EXCEPTIONS
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-EXCEPTIONS > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "ATENCAO: " WS-EXCEPTIONS " fatura(s) "
                       "sem desfecho limpo - ver ap_ack_exceptions.txt"
           END-IF.

       CHECK-ONE-BATCH.
           IF APC-REJEITADA
               ADD 1 TO WS-EXCEPTIONS
               MOVE SPACES TO REPORT-LINE
               STRING "REJEITADA  " APC-INVOICE-ID " lote "
                      APC-BATCH-ID " enviada " APC-SENT-DATE
                      " motivo: " APC-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF APC-ENVIADA
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(APC-SENT-DATE)
               COMPUTE WS-DAYS-WAITING = WS-TODAY-INT - WS-SENT-INT
               IF WS-DAYS-WAITING > WS-WINDOW-DAYS
                   ADD 1 TO WS-EXCEPTIONS
                   MOVE SPACES TO REPORT-LINE
                   STRING "SEM CONFIRMACAO  " APC-INVOICE-ID
                          " lote " APC-BATCH-ID
                          " enviada " APC-SENT-DATE " ha "
                          WS-DAYS-WAITING " dia(s)"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA CONFIRMACAO DO CONTAS A PAGAR ==="
           DISPLAY "Confirmacoes lidas: " WS-ACKS-READ
           DISPLAY "Faturas aceitas: " WS-ACKS-ACCEPTED
           DISPLAY "Faturas rejeitadas: " WS-ACKS-REJECTED
           DISPLAY "Faturas desconhecidas: " WS-ACKS-UNKNOWN
           DISPLAY "Excecoes: " WS-EXCEPTIONS
           DISPLAY "Relatorio: ap_ack_exceptions.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "AP-ACK-PROCESS" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-ACKS-READ  TO JRL-RECORDS-PROCESSED
           MOVE WS-EXCEPTIONS TO JRL-RECORDS-REJECTED
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
                   WS-ACKS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-ACKS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
