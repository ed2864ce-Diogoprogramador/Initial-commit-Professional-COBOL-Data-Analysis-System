IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCESS-REVIEW.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Revisao periodica do log de leitura de dados sensiveis
      *> (access_log.dat, ACCLOG-FD.cpy, gravado pelo
      *> EMPLOYEE-INQUIRY, TERMINATED-INQUIRY e REPORT-GENERATOR em
      *> modo COMPLETO): lista para a auditoria os acessos fora do
      *> padrao dentro da janela de access_review.parm, contada para
      *> tras a partir da data de negocio:
      *>   1) picos de volume - dia em que um operador exibiu mais
      *>      funcionarios que o limite diario do parm, ou mais que o
      *>      multiplicador do parm vezes a propria media diaria dele
      *>      na janela;
      *>   2) gestor (perfil GER) vendo alguem fora da propria linha
      *>      de subordinacao - sobe a cadeia de MST-MANAGER-ID a
      *>      partir do funcionario exibido e nao encontra o operador;
      *>   3) exibicao de desligado - pelo TERMINATED-INQUIRY, ou de
      *>      matricula inativa no mestre ou que ja saiu dele.
      *> A linha do operador "LOTE" (a rodada agendada do
      *> REPORT-GENERATOR, que lista todo o quadro por definicao) e
      *> contada no total mas nao entra nas tres listas; o mesmo
      *> relatorio rodado a mao com operador informado entra. Le o
      *> mestre sob o enqueue compartilhado. Qualquer acesso listado
      *> encerra com RETURN-CODE 4 para o painel de operacao acusar.
      *> Formato de access_review.parm: "JJJ LLLL M" - janela em
      *> dias, limite diario por operador e multiplicador da media
      *> (padrao 030 0050 3 sem o parm).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

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

           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.

           SELECT REVIEW-PARM-FILE ASSIGN TO "access_review.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "access_review.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY ACCLOG-FD.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD REVIEW-PARM-FILE.
       01 REVIEW-PARM-RECORD.
           05 ARP-WINDOW-DAYS     PIC 999.
           05 FILLER              PIC X.
           05 ARP-DAILY-LIMIT     PIC 9(4).
           05 FILLER              PIC X.
           05 ARP-MULTIPLIER      PIC 9.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(120).

       COPY MSTLOCK-FD.
       COPY BUSDATE-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-TERMHIST-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-EXCL-LOCK-STATUS     PIC XX.
           05 WS-SHARED-LOCK-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-LOG-FOUND            PIC X VALUE "N".
           05 WS-IN-LINE-FLAG         PIC X.
           05 WS-TABLE-FULL-WARNED    PIC X VALUE "N".

       COPY ACCLOG.
       COPY MSTLOCK.
       COPY BUSDATE.

       01 WS-REVIEW-PARMS.
           05 WS-WINDOW-DAYS          PIC 999 VALUE 30.
           05 WS-DAILY-LIMIT          PIC 9(4) VALUE 50.
           05 WS-MULTIPLIER           PIC 9 VALUE 3.

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT            PIC 9(7).
           05 WS-START-INT            PIC 9(7).
           05 WS-START-DATE           PIC 9(8).
           05 WS-USER-AVG             PIC 9(5)V9.
           05 WS-AVG-LIMIT            PIC 9(7)V9.
           05 WS-CHAIN-ID             PIC X(6).
           05 WS-CHAIN-DEPTH          PIC 99.
           05 WS-FLAG-REASON          PIC X(20).

      *> Leituras por operador na janela e, por operador e dia, o
      *> volume diario - a base dos picos.
       01 WS-USER-TABLE.
           05 WS-USR-QTDE             PIC 9(4) VALUE 0.
           05 WS-USR-ENTRADAS OCCURS 500 TIMES.
               10 WS-USR-ID           PIC X(6).
               10 WS-USR-ROLE         PIC X(4).
               10 WS-USR-TOTAL        PIC 9(7).
               10 WS-USR-DAYS         PIC 9(4).
       01 WS-USR-INDEX                PIC 9(4).
       01 WS-USR-MATCH                PIC 9(4).

       01 WS-DAY-TABLE.
           05 WS-DAY-QTDE             PIC 9(4) VALUE 0.
           05 WS-DAY-ENTRADAS OCCURS 3000 TIMES.
               10 WS-DAY-USR-IDX      PIC 9(4).
               10 WS-DAY-DATE         PIC 9(8).
               10 WS-DAY-COUNT        PIC 9(5).
       01 WS-DAY-INDEX                PIC 9(4).
       01 WS-DAY-MATCH                PIC 9(4).

      *> Matriculas do historico de desligados - para dizer se a
      *> matricula que nao esta no mestre e de um desligado expurgado.
       01 WS-TERM-TABLE.
           05 WS-TRM-QTDE             PIC 9(4) VALUE 0.
           05 WS-TRM-ID OCCURS 2000 TIMES PIC X(6).
       01 WS-TRM-INDEX                PIC 9(4).
       01 WS-TRM-FOUND                PIC X.

       01 WS-COUNTERS.
           05 WS-LOG-READ             PIC 9(7) VALUE 0.
           05 WS-IN-WINDOW            PIC 9(7) VALUE 0.
           05 WS-BATCH-READS          PIC 9(7) VALUE 0.
           05 WS-SPIKE-COUNT          PIC 9(5) VALUE 0.
           05 WS-OUTSIDE-COUNT        PIC 9(5) VALUE 0.
           05 WS-TERMINATED-COUNT     PIC 9(5) VALUE 0.
           05 WS-FLAGGED-TOTAL        PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-COUNT         PIC ZZZZ9.
           05 FORMATTED-AVG           PIC ZZZZ9,9.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(120) VALUE ALL "=".
           05 TITLE-1        PIC X(120) VALUE
                   "REVISAO DE ACESSOS A DADOS SENSIVEIS - ACESSOS FORA DO PADRAO".
           05 HEADER-SPIKE   PIC X(120) VALUE
                   "OPERADOR PERFIL DATA      LEITURAS  MEDIA/DIA  MOTIVO".
           05 HEADER-ACCESS  PIC X(120) VALUE
                   "DATA     HORA   OPERADOR PERFIL MATRICULA PROGRAMA             VISAO        OBSERVACAO".

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA          PIC 99.
           05 WS-INICIO-MINUTO        PIC 99.
           05 WS-INICIO-SEGUNDO       PIC 99.

       01 WS-ELAPSED-SECONDS          PIC S9(5).
       01 WS-THROUGHPUT               PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-TERMINATED-IDS
               PERFORM ACCUMULATE-VOLUMES
               PERFORM WRITE-SPIKE-SECTION
               PERFORM WRITE-OUTSIDE-LINE-SECTION
               PERFORM WRITE-TERMINATED-SECTION
               PERFORM WRITE-REPORT-FOOTER
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== REVISAO DE ACESSOS A DADOS SENSIVEIS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           PERFORM LOAD-REVIEW-PARMS
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE)
           COMPUTE WS-START-INT = WS-TODAY-INT - WS-WINDOW-DAYS + 1
           COMPUTE WS-START-DATE =
               FUNCTION DATE-OF-INTEGER(WS-START-INT)

           MOVE "ACCESS-REVIEW" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em manutencao - tente mais tarde"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar access_review.txt"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "JANELA: " WS-START-DATE " A " BDT-DATE
                  " (" WS-WINDOW-DAYS " DIAS)   LIMITE DIARIO: "
                  WS-DAILY-LIMIT "   MULTIPLICADOR DA MEDIA: "
                  WS-MULTIPLIER
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Sem o parm (ou com campo zerado/invalido) vale o padrao.
       LOAD-REVIEW-PARMS.
           OPEN INPUT REVIEW-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: access_review.parm nao encontrado - "
                       "janela 030 dias, limite 0050, multiplicador 3"
               EXIT PARAGRAPH
           END-IF
           READ REVIEW-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF ARP-WINDOW-DAYS NUMERIC AND ARP-WINDOW-DAYS > 0
                       MOVE ARP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF ARP-DAILY-LIMIT NUMERIC AND ARP-DAILY-LIMIT > 0
                       MOVE ARP-DAILY-LIMIT TO WS-DAILY-LIMIT
                   END-IF
                   IF ARP-MULTIPLIER NUMERIC AND ARP-MULTIPLIER > 0
                       MOVE ARP-MULTIPLIER TO WS-MULTIPLIER
                   END-IF
           END-READ
           CLOSE REVIEW-PARM-FILE.

       LOAD-TERMINATED-IDS.
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: terminated_history.dat nao encontrado - "
                       "matricula fora do mestre sai sem confirmacao "
                       "de desligamento"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMHIST-FILE-STATUS NOT = "00"
               READ TERM-HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-TRM-QTDE < 2000
                           ADD 1 TO WS-TRM-QTDE
                           MOVE TH-EMP-ID TO WS-TRM-ID(WS-TRM-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE.

      *> Primeira passada: total por operador e volume por operador e
      *> dia, so das leituras dentro da janela e fora da rodada LOTE.
       ACCUMULATE-VOLUMES.
           OPEN INPUT ACCESS-LOG-FILE
           IF AXL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: access_log.dat nao encontrado - "
                       "nenhuma leitura registrada a revisar"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-LOG-FOUND
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACCESS-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-LOG-READ
                       IF AXL-ACCESS-DATE >= WS-START-DATE AND
                          AXL-ACCESS-DATE <= BDT-DATE
                           ADD 1 TO WS-IN-WINDOW
                           IF AXL-USER-ID = "LOTE"
                               ADD 1 TO WS-BATCH-READS
                           ELSE
                               PERFORM COUNT-USER-DAY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-LOG-FILE.

       COUNT-USER-DAY.
           MOVE 0 TO WS-USR-MATCH
           PERFORM VARYING WS-USR-INDEX FROM 1 BY 1
                   UNTIL WS-USR-INDEX > WS-USR-QTDE
               IF WS-USR-ID(WS-USR-INDEX) = AXL-USER-ID
                   MOVE WS-USR-INDEX TO WS-USR-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-USR-MATCH = 0
               IF WS-USR-QTDE >= 500
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-USR-QTDE
               MOVE WS-USR-QTDE   TO WS-USR-MATCH
               MOVE AXL-USER-ID   TO WS-USR-ID(WS-USR-MATCH)
               MOVE 0             TO WS-USR-TOTAL(WS-USR-MATCH)
               MOVE 0             TO WS-USR-DAYS(WS-USR-MATCH)
           END-IF
           MOVE AXL-USER-ROLE TO WS-USR-ROLE(WS-USR-MATCH)
           ADD 1 TO WS-USR-TOTAL(WS-USR-MATCH)

           MOVE 0 TO WS-DAY-MATCH
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-QTDE
               IF WS-DAY-USR-IDX(WS-DAY-INDEX) = WS-USR-MATCH AND
                  WS-DAY-DATE(WS-DAY-INDEX) = AXL-ACCESS-DATE
                   MOVE WS-DAY-INDEX TO WS-DAY-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DAY-MATCH = 0
               IF WS-DAY-QTDE >= 3000
                   PERFORM WARN-TABLE-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-DAY-QTDE
               MOVE WS-DAY-QTDE     TO WS-DAY-MATCH
               MOVE WS-USR-MATCH    TO WS-DAY-USR-IDX(WS-DAY-MATCH)
               MOVE AXL-ACCESS-DATE TO WS-DAY-DATE(WS-DAY-MATCH)
               MOVE 0               TO WS-DAY-COUNT(WS-DAY-MATCH)
               ADD 1 TO WS-USR-DAYS(WS-USR-MATCH)
           END-IF
           ADD 1 TO WS-DAY-COUNT(WS-DAY-MATCH).

       WARN-TABLE-FULL.
           IF WS-TABLE-FULL-WARNED = "N"
               DISPLAY "Aviso: tabela de volumes cheia - reduza a "
                       "janela de access_review.parm; volumes "
                       "excedentes nao avaliados"
               MOVE "S" TO WS-TABLE-FULL-WARNED
           END-IF.

      *> Secao 1: pico e o dia acima do limite fixo, ou - para quem
      *> tem mais de um dia de uso na janela - acima do multiplicador
      *> vezes a media diaria do proprio operador.
       WRITE-SPIKE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "1) PICOS DE VOLUME POR OPERADOR"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-SPIKE
           PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
                   UNTIL WS-DAY-INDEX > WS-DAY-QTDE
               PERFORM CHECK-DAY-SPIKE
           END-PERFORM
           IF WS-SPIKE-COUNT = 0
               MOVE "   (nenhum pico na janela)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR.

       CHECK-DAY-SPIKE.
           MOVE WS-DAY-USR-IDX(WS-DAY-INDEX) TO WS-USR-INDEX
           COMPUTE WS-USER-AVG ROUNDED =
               WS-USR-TOTAL(WS-USR-INDEX) / WS-USR-DAYS(WS-USR-INDEX)
           COMPUTE WS-AVG-LIMIT = WS-USER-AVG * WS-MULTIPLIER
           MOVE WS-DAY-COUNT(WS-DAY-INDEX) TO FORMATTED-COUNT
           MOVE WS-USER-AVG                TO FORMATTED-AVG
           MOVE SPACES TO REPORT-LINE
           EVALUATE TRUE
               WHEN WS-DAY-COUNT(WS-DAY-INDEX) > WS-DAILY-LIMIT
                   STRING WS-USR-ID(WS-USR-INDEX) "   "
                          WS-USR-ROLE(WS-USR-INDEX) "   "
                          WS-DAY-DATE(WS-DAY-INDEX) "  "
                          FORMATTED-COUNT "     "
                          FORMATTED-AVG "    ACIMA DO LIMITE DIARIO"
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN WS-USR-DAYS(WS-USR-INDEX) > 1 AND
                    WS-DAY-COUNT(WS-DAY-INDEX) > WS-AVG-LIMIT
                   STRING WS-USR-ID(WS-USR-INDEX) "   "
                          WS-USR-ROLE(WS-USR-INDEX) "   "
                          WS-DAY-DATE(WS-DAY-INDEX) "  "
                          FORMATTED-COUNT "     "
                          FORMATTED-AVG "    ACIMA DE " WS-MULTIPLIER
                          "X A MEDIA DO OPERADOR"
                          DELIMITED BY SIZE INTO REPORT-LINE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           WRITE REPORT-LINE
           ADD 1 TO WS-SPIKE-COUNT.

      *> Secao 2: segunda passada pelo log - gestor vendo matricula
      *> que nao esta abaixo dele na cadeia de MST-MANAGER-ID. A
      *> propria matricula e matricula fora do mestre (secao 3) nao
      *> entram.
       WRITE-OUTSIDE-LINE-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "2) GESTOR CONSULTANDO FORA DA PROPRIA LINHA DE "
                  "SUBORDINACAO" DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-ACCESS
           IF WS-LOG-FOUND = "S"
               OPEN INPUT ACCESS-LOG-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCESS-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AXL-ACCESS-DATE >= WS-START-DATE AND
                              AXL-ACCESS-DATE <= BDT-DATE AND
                              AXL-USER-ID NOT = "LOTE" AND
                              AXL-USER-ROLE = "GER" AND
                              AXL-EMP-ID NOT = AXL-USER-ID
                               PERFORM CHECK-REPORTING-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF
           IF WS-OUTSIDE-COUNT = 0
               MOVE "   (nenhuma consulta fora da linha)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR.

      *> Sobe a cadeia de gestores a partir do funcionario exibido;
      *> o limite de niveis protege contra cadastro circular.
       CHECK-REPORTING-LINE.
           MOVE AXL-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "N" TO WS-IN-LINE-FLAG
           MOVE 0 TO WS-CHAIN-DEPTH
           MOVE MST-MANAGER-ID TO WS-CHAIN-ID
           PERFORM UNTIL WS-CHAIN-ID = SPACES OR WS-CHAIN-DEPTH > 20
                   OR WS-IN-LINE-FLAG = "S"
               ADD 1 TO WS-CHAIN-DEPTH
               IF WS-CHAIN-ID = AXL-USER-ID
                   MOVE "S" TO WS-IN-LINE-FLAG
               ELSE
                   MOVE WS-CHAIN-ID TO MST-EMP-ID
                   READ EMPLOYEE-MASTER-FILE
                       INVALID KEY MOVE SPACES TO WS-CHAIN-ID
                       NOT INVALID KEY
                           MOVE MST-MANAGER-ID TO WS-CHAIN-ID
                   END-READ
               END-IF
           END-PERFORM
           IF WS-IN-LINE-FLAG = "N"
               MOVE "FORA DA LINHA DO GESTOR" TO WS-FLAG-REASON
               PERFORM WRITE-ACCESS-LINE
               ADD 1 TO WS-OUTSIDE-COUNT
           END-IF.

      *> Secao 3: terceira passada - exibicao de desligado.
       WRITE-TERMINATED-SECTION.
           MOVE SPACES TO REPORT-LINE
           STRING "3) CONSULTAS A DESLIGADOS" DELIMITED BY SIZE
                  INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-ACCESS
           IF WS-LOG-FOUND = "S"
               OPEN INPUT ACCESS-LOG-FILE
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCESS-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF AXL-ACCESS-DATE >= WS-START-DATE AND
                              AXL-ACCESS-DATE <= BDT-DATE AND
                              AXL-USER-ID NOT = "LOTE"
                               PERFORM CHECK-TERMINATED-VIEW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCESS-LOG-FILE
           END-IF
           IF WS-TERMINATED-COUNT = 0
               MOVE "   (nenhuma consulta a desligado)" TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR.

       CHECK-TERMINATED-VIEW.
           MOVE SPACES TO WS-FLAG-REASON
           MOVE AXL-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY
                   MOVE "N" TO WS-TRM-FOUND
                   PERFORM VARYING WS-TRM-INDEX FROM 1 BY 1
                           UNTIL WS-TRM-INDEX > WS-TRM-QTDE
                       IF WS-TRM-ID(WS-TRM-INDEX) = AXL-EMP-ID
                           MOVE "S" TO WS-TRM-FOUND
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
                   IF WS-TRM-FOUND = "S"
                       MOVE "DESLIGADO EXPURGADO" TO WS-FLAG-REASON
                   ELSE
                       MOVE "FORA DO MESTRE" TO WS-FLAG-REASON
                   END-IF
               NOT INVALID KEY
                   IF MASTER-INACTIVE-EMPLOYEE
                       MOVE "INATIVO NO MESTRE" TO WS-FLAG-REASON
                   END-IF
           END-READ
           IF WS-FLAG-REASON = SPACES AND
              AXL-PROGRAM = "TERMINATED-INQUIRY"
               MOVE "HISTORICO DESLIGADOS" TO WS-FLAG-REASON
           END-IF
           IF WS-FLAG-REASON NOT = SPACES
               PERFORM WRITE-ACCESS-LINE
               ADD 1 TO WS-TERMINATED-COUNT
           END-IF.

       WRITE-ACCESS-LINE.
           MOVE SPACES TO REPORT-LINE
           STRING AXL-ACCESS-DATE " " AXL-ACCESS-TIME " "
                  AXL-USER-ID "   " AXL-USER-ROLE "   "
                  AXL-EMP-ID "    " AXL-PROGRAM " "
                  AXL-VIEW " " WS-FLAG-REASON
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

       WRITE-REPORT-FOOTER.
           COMPUTE WS-FLAGGED-TOTAL =
               WS-SPIKE-COUNT + WS-OUTSIDE-COUNT + WS-TERMINATED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "LEITURAS NA JANELA: " WS-IN-WINDOW
                  "   (RODADA LOTE: " WS-BATCH-READS ")"
                  "   OPERADORES: " WS-USR-QTDE
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "PICOS: " WS-SPIKE-COUNT
                  "   FORA DA LINHA: " WS-OUTSIDE-COUNT
                  "   DESLIGADOS: " WS-TERMINATED-COUNT
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-FLAGGED-TOTAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA REVISAO DE ACESSOS ==="
           DISPLAY "Linhas do log lidas: " WS-LOG-READ
           DISPLAY "Leituras na janela: " WS-IN-WINDOW
           DISPLAY "Picos de volume: " WS-SPIKE-COUNT
           DISPLAY "Gestor fora da linha: " WS-OUTSIDE-COUNT
           DISPLAY "Consultas a desligados: " WS-TERMINATED-COUNT
           DISPLAY "Relatorio: access_review.txt".

       WRITE-JOB-LOG-ENTRY.
           MOVE "ACCESS-REVIEW" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-IN-WINDOW     TO JRL-RECORDS-PROCESSED
           MOVE WS-FLAGGED-TOTAL TO JRL-RECORDS-REJECTED
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
                   WS-IN-WINDOW / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-IN-WINDOW TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MSTLOCK-RTN.
       COPY BUSDATE-RTN.
