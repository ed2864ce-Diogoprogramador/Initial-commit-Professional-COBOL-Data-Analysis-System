IDENTIFICATION DIVISION.
       PROGRAM-ID. VACATION-PLANNER.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Acompanhamento dos periodos aquisitivos de ferias e ferias
      *> coletivas. Le vacation_periods.dat (VACPER.cpy), gravado pelo
      *> ABSENCE-LOAD com o saldo de cada periodo de 12 meses desde a
      *> admissao ja descontados os dias FER de
      *> absence_transactions.dat - inclusive os programados para
      *> datas futuras.
      *> (1) Vencimentos (sempre): relacao dos periodos completos com
      *>     saldo cujo prazo concessivo termina nos proximos
      *>     VCP-WINDOW-DAYS dias (90 sem parametro) - saldo que
      *>     sobra aqui nao tem ferias programadas e, se nao for
      *>     concedido ate o prazo, sera pago em dobro. Os periodos
      *>     ja vencidos com saldo saem tambem, marcados. Agrupada por
      *>     gestor (MST-MANAGER-ID) e, dentro do gestor, por prazo;
      *>     sai com RC 4 quando ha algum periodo na relacao.
      *> (2) Ferias coletivas (modo COLETIVA de vacation.parm): para
      *>     todo funcionario ativo do departamento informado, grava
      *>     o afastamento FER do periodo em absence_transactions.dat
      *>     - a parada de dezembro das fabricas deixa de ser digitada
      *>     funcionario por funcionario. Quem nao tem saldo para os
      *>     dias da coletiva recebe as ferias assim mesmo (ferias
      *>     antecipadas, como a lei permite na coletiva) e sai
      *>     assinalado; quem ja tem afastamento cruzando o periodo
      *>     nao recebe o FER e sai assinalado para o RH decidir.
      *>     Rodar o ABSENCE-LOAD depois, para os saldos refletirem a
      *>     coletiva.
      *> vacation.parm (opcional, posicional):
      *>   col 1-3   dias da janela de vencimento (090)
      *>   col 5-12  MONITOR ou COLETIVA
      *>   col 14-33 departamento da coletiva (como no mestre)
      *>   col 35-42 inicio da coletiva AAAAMMDD
      *>   col 44-51 fim da coletiva AAAAMMDD (de 10 a 30 dias)
      *> Nome, departamento e gestor vem do mestre de funcionarios,
      *> lido sob o enqueue compartilhado. A coletiva le so o
      *> departamento pedido, pela chave alternada de departamento.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VACATION-PARM-FILE ASSIGN TO "vacation.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PERIOD-FILE ASSIGN TO "../data/vacation_periods.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-FILE-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

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

           SELECT REPORT-FILE ASSIGN TO "vacation_expiry.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT COLLECTIVE-FILE ASSIGN TO "collective_vacation.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECT-FILE-STATUS.

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
       FD VACATION-PARM-FILE.
       01 VACATION-PARM-RECORD.
           05 VCP-WINDOW-DAYS     PIC 999.
           05 FILLER              PIC X.
           05 VCP-MODE            PIC X(8).
           05 FILLER              PIC X.
           05 VCP-DEPARTMENT      PIC X(20).
           05 FILLER              PIC X.
           05 VCP-START-DATE      PIC 9(8).
           05 FILLER              PIC X.
           05 VCP-END-DATE        PIC 9(8).

       FD PERIOD-FILE.
       COPY VACPER.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD REPORT-FILE.
       01 REPORT-LINE             PIC X(132).

       FD COLLECTIVE-FILE.
       01 COLLECTIVE-LINE         PIC X(132).

       COPY MSTLOCK-FD.
       COPY BUSDATE-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-PERIOD-FILE-STATUS   PIC XX.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-REPORT-FILE-STATUS   PIC XX.
           05 WS-COLLECT-FILE-STATUS  PIC XX.
           05 WS-EXCL-LOCK-STATUS     PIC XX.
           05 WS-SHARED-LOCK-STATUS   PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-MASTER-EOF           PIC X VALUE "N".
           05 WS-RUN-MODE             PIC X(8) VALUE "MONITOR".
               88 MODO-MONITOR        VALUE "MONITOR".
               88 MODO-COLETIVA       VALUE "COLETIVA".

       COPY MSTLOCK.
       COPY BUSDATE.
       COPY DATEVAL.

      *> Parametros da execucao (vacation.parm).
       01 WS-PARAMETERS.
           05 WS-WINDOW-DAYS          PIC 999 VALUE 90.
           05 WS-COL-DEPARTMENT       PIC X(20).
           05 WS-COL-START            PIC 9(8).
           05 WS-COL-END              PIC 9(8).
           05 WS-COL-DAYS             PIC 9(5).
           05 WS-COL-MIN-DAYS         PIC 99 VALUE 10.
           05 WS-COL-MAX-DAYS         PIC 99 VALUE 30.

      *> Periodos da relacao de vencimentos: completos com saldo e
      *> prazo ate o fim da janela. Ordenados por gestor e prazo
      *> antes da impressao.
       01 WS-EXPIRY-TABLE.
           05 WS-VM-ENTRADAS OCCURS 1 TO 2000 TIMES
                   DEPENDING ON WS-VM-QTDE.
               10 WS-VM-MANAGER       PIC X(6).
               10 WS-VM-DEADLINE      PIC 9(8).
               10 WS-VM-EMP-ID        PIC X(6).
               10 WS-VM-NAME          PIC X(30).
               10 WS-VM-DEPT          PIC X(20).
               10 WS-VM-SEQ           PIC 99.
               10 WS-VM-ACQ-START     PIC 9(8).
               10 WS-VM-ACQ-END       PIC 9(8).
               10 WS-VM-BALANCE       PIC S999.
               10 WS-VM-DAYS-LEFT     PIC S9(5).
       01 WS-VM-QTDE              PIC 9(4) VALUE 0.
       01 WS-VM-INDEX             PIC 9(4).
       01 WS-VM-OVERFLOW          PIC X VALUE "N".

      *> Saldo total por funcionario (soma dos periodos, inclusive o
      *> proporcional do periodo em aquisicao) para a coletiva.
       01 WS-BALANCE-TABLE.
           05 WS-SB-QTDE              PIC 9(4) VALUE 0.
           05 WS-SB-ENTRADAS OCCURS 3000 TIMES.
               10 WS-SB-EMP-ID        PIC X(6).
               10 WS-SB-BALANCE       PIC S9(4).
       01 WS-SB-INDEX             PIC 9(4).
       01 WS-SB-MATCH             PIC 9(4).

      *> Afastamentos ja lancados que cruzam o periodo da coletiva.
       01 WS-CONFLICT-TABLE.
           05 WS-CF-QTDE              PIC 9(4) VALUE 0.
           05 WS-CF-ENTRADAS OCCURS 1000 TIMES.
               10 WS-CF-EMP-ID        PIC X(6).
               10 WS-CF-TYPE          PIC X(3).
               10 WS-CF-START         PIC 9(8).
       01 WS-CF-INDEX             PIC 9(4).
       01 WS-CF-MATCH             PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-TODAY-INT            PIC 9(7).
           05 WS-LIMIT-INT            PIC 9(7).
           05 WS-LIMIT-DATE           PIC 9(8).
           05 WS-MANAGER-ATUAL        PIC X(7).
           05 WS-MANAGER-NAME         PIC X(30).
           05 WS-OBSERVACAO           PIC X(30).
           05 WS-EMP-BALANCE          PIC S9(4).

       01 WS-COUNTERS.
           05 WS-PERIODS-READ         PIC 9(6) VALUE 0.
           05 WS-EXPIRING             PIC 9(5) VALUE 0.
           05 WS-EXPIRED              PIC 9(5) VALUE 0.
           05 WS-COL-EMPLOYEES        PIC 9(5) VALUE 0.
           05 WS-COL-GENERATED        PIC 9(5) VALUE 0.
           05 WS-COL-SHORT            PIC 9(5) VALUE 0.
           05 WS-COL-CONFLICT         PIC 9(5) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-BALANCE       PIC -ZZ9.
           05 FORMATTED-DAYS-LEFT     PIC -ZZZ9.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "PERIODOS AQUISITIVOS DE FERIAS A VENCER - SALDO SEM FERIAS PROGRAMADAS".
           05 HEADER-EXPIRY  PIC X(132) VALUE
                   "ID     NOME                           DEPARTAMENTO         PER AQUISICAO         PRAZO    SALDO  DIAS OBSERVACAO".
           05 TITLE-COL      PIC X(132) VALUE
                   "FERIAS COLETIVAS - AFASTAMENTOS FER GERADOS".
           05 HEADER-COL     PIC X(132) VALUE
                   "ID     NOME                           SALDO SITUACAO".

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
               PERFORM LOAD-PERIODS
               PERFORM WRITE-EXPIRY-REPORT
               IF MODO-COLETIVA AND WS-ERROR-FLAG NOT = "Y"
                   PERFORM RUN-COLLECTIVE-VACATION
               END-IF
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PERIODOS AQUISITIVOS E FERIAS COLETIVAS ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(BDT-DATE)
           PERFORM READ-PARAMETERS
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-LIMIT-INT = WS-TODAY-INT + WS-WINDOW-DAYS
           COMPUTE WS-LIMIT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LIMIT-INT)

           MOVE "VACATION-PLANNER" TO MLK-REQUESTOR
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

           OPEN INPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: vacation_periods.dat nao "
                       "encontrado - rode o ABSENCE-LOAD antes"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Parametro ausente: so a relacao de vencimentos, janela de 90
      *> dias. Coletiva com departamento em branco, datas invalidas
      *> ou duracao fora de 10 a 30 dias e erro - nada e gerado.
       READ-PARAMETERS.
           OPEN INPUT VACATION-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: vacation.parm nao encontrado, janela "
                       "padrao de 90 dias, sem coletiva"
               EXIT PARAGRAPH
           END-IF
           READ VACATION-PARM-FILE
               AT END CONTINUE
               NOT AT END
                   IF VCP-WINDOW-DAYS IS NUMERIC AND
                      VCP-WINDOW-DAYS > 0
                       MOVE VCP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF VCP-MODE = "COLETIVA"
                       MOVE VCP-MODE       TO WS-RUN-MODE
                       MOVE VCP-DEPARTMENT TO WS-COL-DEPARTMENT
                       MOVE VCP-START-DATE TO WS-COL-START
                       MOVE VCP-END-DATE   TO WS-COL-END
                   END-IF
           END-READ
           CLOSE VACATION-PARM-FILE
           DISPLAY "Janela de vencimento: " WS-WINDOW-DAYS " dia(s)"
           IF NOT MODO-COLETIVA
               EXIT PARAGRAPH
           END-IF

           IF WS-COL-DEPARTMENT = SPACES OR
              VCP-START-DATE IS NOT NUMERIC OR
              VCP-END-DATE IS NOT NUMERIC
               DISPLAY "ERRO CRITICO: vacation.parm - coletiva sem "
                       "departamento ou sem datas"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COL-START(1:4) TO DATE-VAL-YEAR
           MOVE WS-COL-START(5:2) TO DATE-VAL-MONTH
           MOVE WS-COL-START(7:2) TO DATE-VAL-DAY
           PERFORM DATE-VAL-VALIDATE
           IF DATE-VAL-IS-VALID
               MOVE WS-COL-END(1:4) TO DATE-VAL-YEAR
               MOVE WS-COL-END(5:2) TO DATE-VAL-MONTH
               MOVE WS-COL-END(7:2) TO DATE-VAL-DAY
               PERFORM DATE-VAL-VALIDATE
           END-IF
           IF DATE-VAL-IS-INVALID OR WS-COL-END < WS-COL-START
               DISPLAY "ERRO CRITICO: vacation.parm - periodo da "
                       "coletiva invalido: " WS-COL-START " a "
                       WS-COL-END
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COL-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-COL-END) -
               FUNCTION INTEGER-OF-DATE(WS-COL-START) + 1
           IF WS-COL-DAYS < WS-COL-MIN-DAYS OR
              WS-COL-DAYS > WS-COL-MAX-DAYS
               DISPLAY "ERRO CRITICO: vacation.parm - coletiva de "
                       WS-COL-DAYS " dia(s); o periodo deve ter de "
                       WS-COL-MIN-DAYS " a " WS-COL-MAX-DAYS " dias"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Coletiva: " WS-COL-DEPARTMENT " de "
                   WS-COL-START " a " WS-COL-END " ("
                   WS-COL-DAYS " dias)".

      *> Uma passada nos periodos: acumula o saldo de cada
      *> funcionario (para a coletiva) e separa os que vencem ate o
      *> fim da janela ou ja venceram com saldo.
       LOAD-PERIODS.
           PERFORM UNTIL WS-PERIOD-FILE-STATUS NOT = "00"
               READ PERIOD-FILE
                   AT END CONTINUE
                   NOT AT END
                       ADD 1 TO WS-PERIODS-READ
                       PERFORM ACCUMULATE-BALANCE
                       IF (VP-PENDENTE AND
                           VP-DEADLINE NOT > WS-LIMIT-DATE) OR
                          VP-VENCIDO
                           PERFORM STORE-EXPIRING-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           IF WS-VM-OVERFLOW = "S"
               DISPLAY "Aviso: mais de 2000 periodos a vencer - "
                       "excedentes fora da relacao"
           END-IF.

      *> Os periodos de um funcionario vem juntos no arquivo; basta
      *> comparar com a ultima entrada da tabela.
       ACCUMULATE-BALANCE.
           IF WS-SB-QTDE > 0
               IF WS-SB-EMP-ID(WS-SB-QTDE) = VP-EMP-ID
                   ADD VP-BALANCE TO WS-SB-BALANCE(WS-SB-QTDE)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-SB-QTDE < 3000
               ADD 1 TO WS-SB-QTDE
               MOVE VP-EMP-ID  TO WS-SB-EMP-ID(WS-SB-QTDE)
               MOVE VP-BALANCE TO WS-SB-BALANCE(WS-SB-QTDE)
           END-IF.

       STORE-EXPIRING-PERIOD.
           MOVE VP-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           IF NOT MASTER-ACTIVE-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           IF WS-VM-QTDE NOT < 2000
               MOVE "S" TO WS-VM-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-VM-QTDE
           MOVE MST-MANAGER-ID     TO WS-VM-MANAGER(WS-VM-QTDE)
           MOVE VP-DEADLINE        TO WS-VM-DEADLINE(WS-VM-QTDE)
           MOVE VP-EMP-ID          TO WS-VM-EMP-ID(WS-VM-QTDE)
           MOVE MST-EMP-NAME       TO WS-VM-NAME(WS-VM-QTDE)
           MOVE MST-EMP-DEPARTMENT TO WS-VM-DEPT(WS-VM-QTDE)
           MOVE VP-PERIOD-SEQ      TO WS-VM-SEQ(WS-VM-QTDE)
           MOVE VP-ACQ-START       TO WS-VM-ACQ-START(WS-VM-QTDE)
           MOVE VP-ACQ-END         TO WS-VM-ACQ-END(WS-VM-QTDE)
           MOVE VP-BALANCE         TO WS-VM-BALANCE(WS-VM-QTDE)
           COMPUTE WS-VM-DAYS-LEFT(WS-VM-QTDE) =
               FUNCTION INTEGER-OF-DATE(VP-DEADLINE) - WS-TODAY-INT.

       WRITE-EXPIRY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar vacation_expiry.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-VM-QTDE > 1
               SORT WS-VM-ENTRADAS ASCENDING KEY WS-VM-MANAGER
                                                 WS-VM-DEADLINE
                                                 WS-VM-EMP-ID
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           WRITE REPORT-LINE FROM TITLE-1
           MOVE SPACES TO REPORT-LINE
           STRING "POSICAO EM: " BDT-DATE
                  "   PRAZO CONCESSIVO ATE: " WS-LIMIT-DATE
                  " (" WS-WINDOW-DAYS " DIAS)"
                  "   - FERIAS NAO CONCEDIDAS NO PRAZO SAO PAGAS EM "
                  "DOBRO"
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE HIGH-VALUES TO WS-MANAGER-ATUAL
           PERFORM VARYING WS-VM-INDEX FROM 1 BY 1
                   UNTIL WS-VM-INDEX > WS-VM-QTDE
               IF WS-VM-MANAGER(WS-VM-INDEX) NOT = WS-MANAGER-ATUAL
                   PERFORM WRITE-MANAGER-HEADER
               END-IF
               PERFORM WRITE-EXPIRY-LINE
           END-PERFORM
           IF WS-VM-QTDE = 0
               MOVE "  (nenhum periodo a vencer na janela)"
                   TO REPORT-LINE
               WRITE REPORT-LINE
           END-IF
           WRITE REPORT-LINE FROM SEPARATOR
           MOVE SPACES TO REPORT-LINE
           STRING "A VENCER NA JANELA: " WS-EXPIRING
                  "   JA VENCIDOS COM SALDO: " WS-EXPIRED
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM SEPARATOR
           CLOSE REPORT-FILE
           IF WS-VM-QTDE > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-MANAGER-HEADER.
           MOVE WS-VM-MANAGER(WS-VM-INDEX) TO WS-MANAGER-ATUAL
           MOVE SPACES TO WS-MANAGER-NAME
           IF WS-VM-MANAGER(WS-VM-INDEX) = SPACES
               MOVE "(SEM GESTOR NO MESTRE)" TO WS-MANAGER-NAME
           ELSE
               MOVE WS-VM-MANAGER(WS-VM-INDEX) TO MST-EMP-ID
               READ EMPLOYEE-MASTER-FILE
                   INVALID KEY
                       MOVE "(GESTOR FORA DO MESTRE)" TO WS-MANAGER-NAME
                   NOT INVALID KEY
                       MOVE MST-EMP-NAME TO WS-MANAGER-NAME
               END-READ
           END-IF
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GESTOR: " WS-VM-MANAGER(WS-VM-INDEX) " "
                  WS-MANAGER-NAME
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE
           WRITE REPORT-LINE FROM HEADER-EXPIRY.

       WRITE-EXPIRY-LINE.
           MOVE SPACES TO WS-OBSERVACAO
           IF WS-VM-DAYS-LEFT(WS-VM-INDEX) < 0
               MOVE "VENCIDO - PAGAR EM DOBRO" TO WS-OBSERVACAO
               ADD 1 TO WS-EXPIRED
           ELSE
               ADD 1 TO WS-EXPIRING
           END-IF
           MOVE WS-VM-BALANCE(WS-VM-INDEX)   TO FORMATTED-BALANCE
           MOVE WS-VM-DAYS-LEFT(WS-VM-INDEX) TO FORMATTED-DAYS-LEFT
           MOVE SPACES TO REPORT-LINE
           STRING WS-VM-EMP-ID(WS-VM-INDEX) " "
                  WS-VM-NAME(WS-VM-INDEX) " "
                  WS-VM-DEPT(WS-VM-INDEX) " "
                  WS-VM-SEQ(WS-VM-INDEX) "  "
                  WS-VM-ACQ-START(WS-VM-INDEX) "-"
                  WS-VM-ACQ-END(WS-VM-INDEX) " "
                  WS-VM-DEADLINE(WS-VM-INDEX) "  "
                  FORMATTED-BALANCE " " FORMATTED-DAYS-LEFT " "
                  WS-OBSERVACAO
                  DELIMITED BY SIZE INTO REPORT-LINE
           WRITE REPORT-LINE.

      *> Ferias coletivas: carrega os afastamentos que cruzam o
      *> periodo, percorre o mestre inteiro e grava o FER de cada
      *> ativo do departamento no fim de absence_transactions.dat.
       RUN-COLLECTIVE-VACATION.
           PERFORM LOAD-CONFLICTS
           OPEN EXTEND ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               OPEN OUTPUT ABSENCE-FILE
           END-IF
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel gravar em "
                       "absence_transactions.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT COLLECTIVE-FILE
           IF WS-COLLECT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "collective_vacation.txt"
               CLOSE ABSENCE-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           WRITE COLLECTIVE-LINE FROM SEPARATOR
           WRITE COLLECTIVE-LINE FROM TITLE-COL
           MOVE SPACES TO COLLECTIVE-LINE
           STRING "DEPARTAMENTO: " WS-COL-DEPARTMENT
                  "   PERIODO: " WS-COL-START " A " WS-COL-END
                  " (" WS-COL-DAYS " DIAS)   POSICAO EM: " BDT-DATE
                  DELIMITED BY SIZE INTO COLLECTIVE-LINE
           WRITE COLLECTIVE-LINE
           WRITE COLLECTIVE-LINE FROM SEPARATOR
           WRITE COLLECTIVE-LINE FROM HEADER-COL

           MOVE WS-COL-DEPARTMENT TO MST-EMP-DEPARTMENT
           START EMPLOYEE-MASTER-FILE KEY IS = MST-EMP-DEPARTMENT
               INVALID KEY MOVE "Y" TO WS-MASTER-EOF
           END-START
           PERFORM UNTIL WS-MASTER-EOF = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-MASTER-EOF
                   NOT AT END
                       IF MST-EMP-DEPARTMENT NOT = WS-COL-DEPARTMENT
                           MOVE "Y" TO WS-MASTER-EOF
                       ELSE
                           IF MASTER-ACTIVE-EMPLOYEE
                               PERFORM PROCESS-COLLECTIVE-EMPLOYEE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE

           WRITE COLLECTIVE-LINE FROM SEPARATOR
           MOVE SPACES TO COLLECTIVE-LINE
           STRING "FUNCIONARIOS: " WS-COL-EMPLOYEES
                  "   FER GERADOS: " WS-COL-GENERATED
                  "   SALDO INSUFICIENTE: " WS-COL-SHORT
                  "   NAO GERADOS (AFASTAMENTO NO PERIODO): "
                  WS-COL-CONFLICT
                  DELIMITED BY SIZE INTO COLLECTIVE-LINE
           WRITE COLLECTIVE-LINE
           WRITE COLLECTIVE-LINE FROM SEPARATOR
           CLOSE COLLECTIVE-FILE
           IF WS-COL-EMPLOYEES = 0
               DISPLAY "Aviso: nenhum funcionario ativo no "
                       "departamento " WS-COL-DEPARTMENT
           END-IF
           IF WS-COL-SHORT > 0 OR WS-COL-CONFLICT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       LOAD-CONFLICTS.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ABSENCE-FILE-STATUS NOT = "00"
               READ ABSENCE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF ABS-START-DATE NOT > WS-COL-END AND
                          ABS-END-DATE NOT < WS-COL-START AND
                          WS-CF-QTDE < 1000
                           ADD 1 TO WS-CF-QTDE
                           MOVE ABS-EMP-ID
                               TO WS-CF-EMP-ID(WS-CF-QTDE)
                           MOVE ABS-TYPE
                               TO WS-CF-TYPE(WS-CF-QTDE)
                           MOVE ABS-START-DATE
                               TO WS-CF-START(WS-CF-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE.

       PROCESS-COLLECTIVE-EMPLOYEE.
           ADD 1 TO WS-COL-EMPLOYEES
           MOVE 0 TO WS-CF-MATCH
           PERFORM VARYING WS-CF-INDEX FROM 1 BY 1
                   UNTIL WS-CF-INDEX > WS-CF-QTDE
               IF WS-CF-EMP-ID(WS-CF-INDEX) = MST-EMP-ID
                   MOVE WS-CF-INDEX TO WS-CF-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE 0 TO WS-EMP-BALANCE
           PERFORM VARYING WS-SB-INDEX FROM 1 BY 1
                   UNTIL WS-SB-INDEX > WS-SB-QTDE
               IF WS-SB-EMP-ID(WS-SB-INDEX) = MST-EMP-ID
                   MOVE WS-SB-BALANCE(WS-SB-INDEX) TO WS-EMP-BALANCE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-EMP-BALANCE TO FORMATTED-BALANCE

           MOVE SPACES TO WS-OBSERVACAO
           IF WS-CF-MATCH > 0
               ADD 1 TO WS-COL-CONFLICT
               STRING "NAO GERADO - " WS-CF-TYPE(WS-CF-MATCH)
                      " DESDE " WS-CF-START(WS-CF-MATCH)
                      DELIMITED BY SIZE INTO WS-OBSERVACAO
           ELSE
               MOVE SPACES TO ABSENCE-RECORD
               MOVE MST-EMP-ID   TO ABS-EMP-ID
               SET ABS-FERIAS    TO TRUE
               MOVE WS-COL-START TO ABS-START-DATE
               MOVE WS-COL-END   TO ABS-END-DATE
               WRITE ABSENCE-RECORD
               ADD 1 TO WS-COL-GENERATED
               IF WS-EMP-BALANCE < WS-COL-DAYS
                   ADD 1 TO WS-COL-SHORT
                   MOVE "GERADO - SALDO INSUFICIENTE" TO WS-OBSERVACAO
               ELSE
                   MOVE "GERADO" TO WS-OBSERVACAO
               END-IF
           END-IF
           MOVE SPACES TO COLLECTIVE-LINE
           STRING MST-EMP-ID " " MST-EMP-NAME " " FORMATTED-BALANCE
                  "  " WS-OBSERVACAO
                  DELIMITED BY SIZE INTO COLLECTIVE-LINE
           WRITE COLLECTIVE-LINE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DOS PERIODOS AQUISITIVOS ==="
           DISPLAY "Periodos lidos: " WS-PERIODS-READ
           DISPLAY "A vencer na janela: " WS-EXPIRING
           DISPLAY "Ja vencidos com saldo: " WS-EXPIRED
           DISPLAY "Relacao: vacation_expiry.txt"
           IF MODO-COLETIVA
               DISPLAY "Coletiva - funcionarios: " WS-COL-EMPLOYEES
               DISPLAY "Coletiva - FER gerados: " WS-COL-GENERATED
               DISPLAY "Coletiva - saldo insuficiente: " WS-COL-SHORT
               DISPLAY "Coletiva - nao gerados: " WS-COL-CONFLICT
               DISPLAY "Relacao: collective_vacation.txt"
               IF WS-COL-GENERATED > 0
                   DISPLAY "Rode o ABSENCE-LOAD para atualizar os "
                           "saldos de ferias"
               END-IF
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "VACATION-PLANNER" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-PERIODS-READ TO JRL-RECORDS-PROCESSED
           COMPUTE JRL-RECORDS-REJECTED = WS-COL-CONFLICT
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
                   WS-PERIODS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-PERIODS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY DATEVAL-RTN.
       COPY MSTLOCK-RTN.
       COPY BUSDATE-RTN.
