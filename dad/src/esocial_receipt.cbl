IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL-RECEIPT.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Processa o retorno do governo para os eventos do eSocial
      *> enviados: le esocial_return.dat (evento aceito com o numero
      *> do recibo, ou rejeitado com o motivo), cruza cada retorno
      *> contra o controle de eventos gravado pelo ESOCIAL-EVENTS
      *> (esocial_event_control.dat, ESOCEVT.cpy) e registra o
      *> desfecho (ACE com recibo / REJ com motivo). No final imprime
      *> o relatorio de pendencias (esocial_pending.txt): eventos
      *> rejeitados para retrabalho - corrigida a origem, a proxima
      *> rodada do ESOCIAL-EVENTS os regera com ID novo -, retornos
      *> para eventos que nao constam do controle e eventos enviados
      *> sem retorno ha mais dias que a janela de esocial.parm (padrao
      *> 2 dias). Qualquer pendencia encerra com RETURN-CODE 8 - o
      *> mesmo laco do GL-ACK-PROCESS para os diarios contabeis.
      *> Registra a rodada em job_run_log.dat como todo passo batch.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETURN-FILE ASSIGN TO "../data/esocial_return.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT EVENT-CONTROL-FILE ASSIGN TO "../data/esocial_event_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT WINDOW-PARM-FILE ASSIGN TO "esocial.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "esocial_pending.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Retorno do governo: uma linha por evento processado, com o
      *> ID enviado, o desfecho (ACE aceito com o recibo / REJ
      *> rejeitado com o motivo).
       FD RETURN-FILE.
       01 ESOCIAL-RETURN-RECORD.
           05 RET-EVENT-ID        PIC X(24).
           05 FILLER              PIC X.
           05 RET-STATUS          PIC X(3).
               88 RET-ACEITO      VALUE "ACE".
               88 RET-REJEITADO   VALUE "REJ".
           05 FILLER              PIC X.
           05 RET-RECEIPT         PIC X(23).
           05 FILLER              PIC X.
           05 RET-REASON          PIC X(30).

       FD EVENT-CONTROL-FILE.
       COPY ESOCEVT.

       FD WINDOW-PARM-FILE.
       01 WINDOW-PARM-RECORD.
           05 ESP-WINDOW-DAYS     PIC 99.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-RETURN-FILE-STATUS  PIC XX.
           05 WS-CONTROL-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-REPORT-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".

      *> Controle de eventos inteiro em tabela: atualizado pelos
      *> retornos e regravado no final.
       01 WS-CONTROL-TABLE.
           05 WS-CT-QTDE          PIC 9(4) VALUE 0.
           05 WS-CT-ENTRADAS OCCURS 3000 TIMES.
               10 WS-CT-RECORD        PIC X(118).
       01 WS-CT-INDEX             PIC 9(4).
       01 WS-CT-MATCH             PIC 9(4).

       01 WS-WINDOW-DAYS          PIC 99 VALUE 2.

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT        PIC 9(7).
           05 WS-SENT-INT         PIC 9(7).
           05 WS-DAYS-WAITING     PIC S9(5).

       01 WS-COUNTERS.
           05 WS-RETURNS-READ     PIC 9(5) VALUE 0.
           05 WS-RETURNS-ACCEPTED PIC 9(5) VALUE 0.
           05 WS-RETURNS-REJECTED PIC 9(5) VALUE 0.
           05 WS-RETURNS-UNKNOWN  PIC 9(5) VALUE 0.
           05 WS-PENDING          PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 TITLE-1        PIC X(120) VALUE
                   "PENDENCIAS DE EVENTOS DO ESOCIAL".

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
               PERFORM APPLY-RETURNS
               PERFORM REWRITE-EVENT-CONTROL
               PERFORM WRITE-PENDING-REPORT
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== RETORNO DOS EVENTOS DO ESOCIAL ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE-N)
           INITIALIZE WS-CONTROL-TABLE

           PERFORM LOAD-WINDOW-PARM
           PERFORM LOAD-EVENT-CONTROL
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: esocial_return.dat nao encontrado - "
                       "so a janela de retorno sera verificada"
           END-IF.

       LOAD-WINDOW-PARM.
           OPEN INPUT WINDOW-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ WINDOW-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ESP-WINDOW-DAYS NUMERIC AND
                          ESP-WINDOW-DAYS > 0
                           MOVE ESP-WINDOW-DAYS TO WS-WINDOW-DAYS
                       END-IF
               END-READ
               CLOSE WINDOW-PARM-FILE
           ELSE
               DISPLAY "Aviso: esocial.parm nao encontrado, janela "
                       "padrao de " WS-WINDOW-DAYS " dia(s)"
           END-IF.

       LOAD-EVENT-CONTROL.
           OPEN INPUT EVENT-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: esocial_event_control.dat nao "
                       "encontrado - nenhum evento foi gerado ainda"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-CONTROL-FILE-STATUS NOT = "00"
               READ EVENT-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-CT-QTDE < 3000
                           ADD 1 TO WS-CT-QTDE
                           MOVE ESOCIAL-EVENT-CONTROL-RECORD
                               TO WS-CT-RECORD(WS-CT-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EVENT-CONTROL-FILE
           DISPLAY "Eventos no controle: " WS-CT-QTDE.

       APPLY-RETURNS.
           IF WS-RETURN-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RETURN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RETURNS-READ
                       PERFORM APPLY-ONE-RETURN
               END-READ
           END-PERFORM
           CLOSE RETURN-FILE.

       APPLY-ONE-RETURN.
           MOVE 0 TO WS-CT-MATCH
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-QTDE
               MOVE WS-CT-RECORD(WS-CT-INDEX)
                   TO ESOCIAL-EVENT-CONTROL-RECORD
               IF ESE-EVENT-ID = RET-EVENT-ID
                   MOVE WS-CT-INDEX TO WS-CT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-MATCH = 0
               ADD 1 TO WS-RETURNS-UNKNOWN
               DISPLAY "AVISO: retorno para evento desconhecido: "
                       RET-EVENT-ID
               EXIT PARAGRAPH
           END-IF
           IF RET-ACEITO
               ADD 1 TO WS-RETURNS-ACCEPTED
               MOVE "ACE" TO ESE-STATUS
               MOVE RET-RECEIPT TO ESE-RECEIPT
               MOVE SPACES TO ESE-REASON
           ELSE
               ADD 1 TO WS-RETURNS-REJECTED
               MOVE "REJ" TO ESE-STATUS
               MOVE SPACES TO ESE-RECEIPT
               MOVE RET-REASON TO ESE-REASON
               DISPLAY "Evento rejeitado [" RET-EVENT-ID " "
                       ESE-EVENT-TYPE "]: " RET-REASON
           END-IF
           MOVE ESOCIAL-EVENT-CONTROL-RECORD
               TO WS-CT-RECORD(WS-CT-MATCH).

       REWRITE-EVENT-CONTROL.
           OPEN OUTPUT EVENT-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "esocial_event_control.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-QTDE
               MOVE WS-CT-RECORD(WS-CT-INDEX)
                   TO ESOCIAL-EVENT-CONTROL-RECORD
               WRITE ESOCIAL-EVENT-CONTROL-RECORD
           END-PERFORM
           CLOSE EVENT-CONTROL-FILE.

      *> Pendencia = evento rejeitado (a retrabalhar), ou evento ENV
      *> cuja espera de retorno ja passou da janela. Eventos SUB ja
      *> foram regerados e nao pesam. Qualquer linha no relatorio
      *> derruba o passo com codigo grave.
       WRITE-PENDING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "esocial_pending.txt"
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

           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-QTDE
               MOVE WS-CT-RECORD(WS-CT-INDEX)
                   TO ESOCIAL-EVENT-CONTROL-RECORD
               PERFORM CHECK-ONE-EVENT
           END-PERFORM

           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "PENDENCIAS: " WS-PENDING
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-RETURNS-REJECTED > 0 OR WS-PENDING > 0
               MOVE SPACES TO REPORT-LINE
               STRING "REJEITADOS: corrigir a origem e rodar o "
                      "ESOCIAL-EVENTS - o evento e regerado com "
                      "novo ID"
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-PENDING > 0
               MOVE 8 TO RETURN-CODE
               DISPLAY "ATENCAO: " WS-PENDING " evento(s) do eSocial "
                       "sem desfecho limpo - ver esocial_pending.txt"
           END-IF.

       CHECK-ONE-EVENT.
           IF ESE-REJEITADO
               ADD 1 TO WS-PENDING
               MOVE SPACES TO REPORT-LINE
               STRING "REJEITADO  " ESE-EVENT-ID " " ESE-EVENT-TYPE
                      " mat " ESE-EMP-ID " ref " ESE-REF-KEY
                      " motivo: " ESE-REASON
                      DELIMITED BY SIZE INTO REPORT-LINE
               WRITE REPORT-LINE
               EXIT PARAGRAPH
           END-IF
           IF ESE-ENVIADO
               COMPUTE WS-SENT-INT =
                   FUNCTION INTEGER-OF-DATE(ESE-GEN-DATE)
               COMPUTE WS-DAYS-WAITING = WS-TODAY-INT - WS-SENT-INT
               IF WS-DAYS-WAITING > WS-WINDOW-DAYS
                   ADD 1 TO WS-PENDING
                   MOVE SPACES TO REPORT-LINE
                   STRING "SEM RETORNO  " ESE-EVENT-ID " "
                          ESE-EVENT-TYPE " mat " ESE-EMP-ID
                          " gerado " ESE-GEN-DATE " ha "
                          WS-DAYS-WAITING " dia(s)"
                          DELIMITED BY SIZE INTO REPORT-LINE
                   WRITE REPORT-LINE
               END-IF
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DO RETORNO DO ESOCIAL ==="
           DISPLAY "Retornos lidos: " WS-RETURNS-READ
           DISPLAY "Eventos aceitos: " WS-RETURNS-ACCEPTED
           DISPLAY "Eventos rejeitados: " WS-RETURNS-REJECTED
           DISPLAY "Eventos desconhecidos: " WS-RETURNS-UNKNOWN
           DISPLAY "Pendencias: " WS-PENDING
           DISPLAY "Relatorio: esocial_pending.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "ESOCIAL-RECEIPT" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RETURNS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-PENDING      TO JRL-RECORDS-REJECTED
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
                   WS-RETURNS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RETURNS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".
