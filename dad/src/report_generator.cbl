           SELECT PAYGRADE-MASTER-FILE ASSIGN TO "../data/paygrade_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> campos em branco encerram a lista. Se csv_layout.parm nao
      *> existir, GENERATE-CSV-REPORT mantem o layout padrao (todas as
      *> seis colunas, na ordem historica).
       COPY ACCLOG-FD.

       FD CSV-LAYOUT-PARM-FILE.
       01 CSV-LAYOUT-PARM-RECORD.
           05 CLP-COL-1          PIC X(8).
           88 MODO-COMPLETO       VALUE "COMPLETO".
           88 MODO-MASCARA        VALUE "MASCARA".

      *> Saida COMPLETO expoe o salario de cada funcionario listado:
      *> uma linha por funcionario vai para o log de leitura
      *> (access_log.dat, visao RELATORIO). O operador e o primeiro
      *> argumento da linha de comando; na cadeia noturna, sem
      *> argumento, fica "LOTE".
       01 WS-COMMAND-LINE         PIC X(40).
       01 WS-REPORT-OPERATOR      PIC X(6) VALUE "LOTE".

       COPY ACCLOG.

       01 WS-BAND-TABLE.
           05 WS-BAND-QTDE        PIC 99 VALUE 0.
           05 WS-BAND-ENTRADAS OCCURS 20 TIMES.
           DISPLAY "=== GERADOR DE RELATORIOS ==="
           ACCEPT CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT CURRENT-TIME FROM TIME
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           IF WS-COMMAND-LINE NOT = SPACES
               UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
                   INTO WS-REPORT-OPERATOR
               END-UNSTRING
           END-IF
           MOVE WS-REPORT-OPERATOR TO AXL-REQ-USER
           MOVE "LOTE"             TO AXL-REQ-ROLE
           MOVE "REPORT-GENERATOR" TO AXL-REQ-PROGRAM
           MOVE "RELATORIO"        TO AXL-REQ-VIEW
           MOVE "S"                TO AXL-REQ-SENSITIVE
           INITIALIZE WS-TOTALS
           INITIALIZE WS-CURRENCY-STATS
           PERFORM LOAD-EXCHANGE-RATES
                      " " DELIMITED BY SIZE
                      WS-LEAVE-ATUAL DELIMITED BY SIZE
                      INTO REPORT-LINE
               MOVE RPT-ID TO AXL-REQ-EMP-ID
               PERFORM AXL-LOG-ACCESS
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO LINE-COUNT.
           DISPLAY "Relatorio enviado para diretorio de saida: "
                   WS-OUTBOUND-NAME-SAVE
           DISPLAY "Destinatarios notificados: " WS-RECIPIENT-COUNT
           IF MODO-COMPLETO
               DISPLAY "Leituras registradas em access_log.dat: "
                       AXL-WRITTEN
           END-IF
           PERFORM AXL-CLOSE-LOG
           PERFORM WRITE-JOB-LOG-ENTRY.

       WRITE-JOB-LOG-ENTRY.
       COPY AGECALC-RTN.
       COPY EXCHTBL-RTN.
       COPY FILECTL-RTN.
       COPY ACCLOG-RTN.
