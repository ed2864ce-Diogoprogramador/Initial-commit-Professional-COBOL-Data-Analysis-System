IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPLOYMENT-LETTER.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Emite as cartas de declaracao que o RH escrevia a mao toda
      *> semana: le os pedidos de ../data/letter_requests.dat
      *> (LETREQ.cpy - matricula, tipo de carta, destinatario e quem
      *> pediu) e monta cada carta num modelo fixo em
      *> employment_letters.txt:
      *>   VIN declaracao de vinculo - nome, CPF, cargo, departamento,
      *>       admissao e situacao (ativo, ou desligado e desde quando)
      *>   REN declaracao de renda - a de vinculo mais o salario base
      *>       atual e bruto/liquido das ultimas N competencias de
      *>       folha mensal do historico, com a media bruta
      *> Os dados vem do mestre (employee_master.dat, lido sob o
      *> enqueue compartilhado, como o EMPLOYEE-INQUIRY), do cadastro
      *> de cargos (position_master.dat), dos dados pessoais
      *> (personal_data.dat) e do historico de folha - o indexado
      *> payroll_history_ix.dat por matricula, ou o sequencial de
      *> sempre sem o indexado construido, como o YEAR-STATEMENT.
      *> Matricula que ja saiu do mestre e atendida pela imagem do
      *> ultimo desligamento em terminated_history.dat; imagem
      *> anonimizada pela LGPD (nome "ANON-") nao gera carta.
      *> Valores pela rotina compartilhada MONEYFMT-RTN, na moeda do
      *> funcionario. N vem de letter.parm (padrao 3, no maximo 12) e
      *> o pedido pode trocar por outro em LRQ-MONTHS.
      *> A carta de renda mostra salario: so sai para quem pediu com
      *> perfil de direito "C" em access_control.parm - o mesmo
      *> criterio que libera os valores salariais no EMPLOYEE-INQUIRY;
      *> sem access_control.parm, tudo liberado. Perfil em branco vale
      *> RH. Toda carta emitida vai para o log de leitura de dados
      *> sensiveis (access_log.dat, visao CARTA-VIN/CARTA-REN) em nome
      *> de quem pediu.
      *> Cada carta leva um numero de controle unico - data de
      *> emissao + sequencia do dia, continuando as cartas ja emitidas
      *> na data - guardado no registro de cartas
      *> ../data/letter_register.dat (LETREG.cpy) com o que foi
      *> declarado, para conferencia quando o destinatario ligar.
      *> Pedido recusado (tipo invalido, sem destinatario, matricula
      *> desconhecida, perfil sem acesso, sem folha no historico) sai
      *> no console com o motivo e termina com RC 4; os demais pedidos
      *> seguem normalmente. Programa sob demanda, fora da cadeia
      *> mensal.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LETTER-PARM-FILE ASSIGN TO "letter.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LETTER-REQUEST-FILE ASSIGN TO "../data/letter_requests.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REQUEST-FILE-STATUS.

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

           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-IX-FILE ASSIGN TO "../data/payroll_history_ix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT ACCESS-CONTROL-FILE ASSIGN TO "access_control.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.

           SELECT LETTER-FILE ASSIGN TO "employment_letters.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.

           SELECT LETTER-REGISTER-FILE ASSIGN TO "../data/letter_register.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LETTER-PARM-FILE.
       01 LETTER-PARM-RECORD.
           05 LTP-MONTHS          PIC 99.

       FD LETTER-REQUEST-FILE.
       COPY LETREQ.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING ==PAYROLL-DETAIL-RECORD==
                          BY ==PAYROLL-HISTORY-RECORD==.

       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD ACCESS-CONTROL-FILE.
       01 ACL-PARM-RECORD.
           05 ACL-ROLE            PIC X(4).
           05 FILLER              PIC X.
           05 ACL-ALLOWED-CODES   PIC X(3).

       FD LETTER-FILE.
       01 LETTER-LINE             PIC X(80).

       FD LETTER-REGISTER-FILE.
       COPY LETREG.

       COPY ACCLOG-FD.

       COPY BUSDATE-FD.

       COPY MSTLOCK-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY ACCLOG.
       COPY MSTLOCK.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS      PIC XX.
           05 WS-REQUEST-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS    PIC XX.
           05 WS-TERMHIST-FILE-STATUS  PIC XX.
           05 WS-POSITION-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-FILE-STATUS  PIC XX.
           05 WS-HISTORY-FILE-STATUS   PIC XX.
           05 WS-HISTIX-FILE-STATUS    PIC XX.
           05 WS-ACL-FILE-STATUS       PIC XX.
           05 WS-LETTER-FILE-STATUS    PIC XX.
           05 WS-REGISTER-FILE-STATUS  PIC XX.
           05 WS-EXCL-LOCK-STATUS      PIC XX.
           05 WS-SHARED-LOCK-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS    PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-HIST-EOF             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-SOURCE-FLAG          PIC X VALUE "I".
               88 FONTE-INDEXADO      VALUE "I".
               88 FONTE-SEQUENCIAL    VALUE "S".
               88 FONTE-AUSENTE       VALUE "N".
           05 WS-MASTER-OPEN          PIC X VALUE "N".
           05 WS-PERSONAL-OPEN        PIC X VALUE "N".
           05 WS-ACL-PRESENT          PIC X VALUE "N".
           05 WS-SALARY-ALLOWED       PIC X.
           05 WS-EMP-FOUND            PIC X.

       01 WS-DEFAULT-MONTHS           PIC 99 VALUE 3.
       01 WS-MONTHS                   PIC 99.
       01 WS-REQUESTER-ROLE           PIC X(4).
       01 WS-REJECT-REASON            PIC X(40).

      *> Perfis com direito "C" em access_control.parm - os que
      *> enxergam salario.
       01 WS-SALARY-ROLES.
           05 WS-SRL-QTDE         PIC 99 VALUE 0.
           05 WS-SRL-ROLE OCCURS 20 TIMES PIC X(4).
       01 WS-SRL-INDEX            PIC 99.

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-TITLE        PIC X(30).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POSITION-TITLE       PIC X(30).

      *> Funcionario da carta: imagem do mestre ou do ultimo
      *> desligamento no historico.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==LTV-RECORD==
                   LEADING ==MST== BY ==LTV==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==LTV-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==LTV-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==LTV-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==LTV-CURRENCY-IS-USD==.
       01 WS-EMP-SITUATION            PIC X.
           88 EMP-ATIVO               VALUE "A".
           88 EMP-DESLIGADO           VALUE "D".
       01 WS-TERM-DATE                PIC 9(8).

      *> Ultimas N competencias de folha mensal do funcionario (as N
      *> maiores achadas no historico), em ordem de competencia na
      *> carta.
       01 WS-RECENT-TABLE.
           05 WS-RCT-QTDE         PIC 99 VALUE 0.
           05 WS-RCT-ENTRADAS OCCURS 12 TIMES.
               10 WS-RCT-PERIOD       PIC 9(6).
               10 WS-RCT-GROSS        PIC 9(10)V99 USAGE COMP-3.
               10 WS-RCT-NET          PIC 9(10)V99 USAGE COMP-3.
       01 WS-RCT-SWAP.
           05 WS-SWP-PERIOD           PIC 9(6).
           05 WS-SWP-GROSS            PIC 9(10)V99 USAGE COMP-3.
           05 WS-SWP-NET              PIC 9(10)V99 USAGE COMP-3.
       01 WS-RCT-INDEX            PIC 99.
       01 WS-RCT-INDEX-2          PIC 99.
       01 WS-RCT-MATCH            PIC 99.
       01 WS-HIST-PERIOD          PIC 9(6).
       01 WS-TOTAL-GROSS          PIC 9(11)V99 USAGE COMP-3.
       01 WS-AVG-GROSS            PIC 9(10)V99.

       01 WS-CONTROL-NO.
           05 WS-CTL-DATE             PIC 9(8).
           05 WS-CTL-SEQ              PIC 9(4) VALUE 0.

       01 WS-DATE-WORK.
           05 WS-DTW-DATE             PIC 9(8).
           05 WS-DTW-DATE-R REDEFINES WS-DTW-DATE.
               10 WS-DTW-YEAR         PIC 9999.
               10 WS-DTW-MONTH        PIC 99.
               10 WS-DTW-DAY          PIC 99.
           05 WS-DTW-TEXT.
               10 WS-DTT-DAY          PIC 99.
               10 FILLER              PIC X VALUE "/".
               10 WS-DTT-MONTH        PIC 99.
               10 FILLER              PIC X VALUE "/".
               10 WS-DTT-YEAR         PIC 9999.
       01 WS-PERIOD-TEXT.
           05 WS-PRT-MONTH            PIC 99.
           05 FILLER                  PIC X VALUE "/".
           05 WS-PRT-YEAR             PIC 9999.
       01 WS-GROSS-TEXT               PIC X(24).

       01 WS-COUNTERS.
           05 WS-REQUESTS-READ    PIC 9(5) VALUE 0.
           05 WS-LETTERS-VIN      PIC 9(5) VALUE 0.
           05 WS-LETTERS-REN      PIC 9(5) VALUE 0.
           05 WS-REQUESTS-REFUSED PIC 9(5) VALUE 0.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(80) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(80) VALUE ALL "-".

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
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM PROCESS-REQUESTS
           END-IF
           PERFORM CLOSE-FILES
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== CARTAS DE DECLARACAO (VINCULO E RENDA) ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE "EMPLOYMENT-LETTER" TO AXL-REQ-PROGRAM

           OPEN INPUT LETTER-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ LETTER-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LTP-MONTHS NUMERIC AND LTP-MONTHS > 0
                           MOVE LTP-MONTHS TO WS-DEFAULT-MONTHS
                       END-IF
               END-READ
               CLOSE LETTER-PARM-FILE
           END-IF
           IF WS-DEFAULT-MONTHS > 12
               MOVE 12 TO WS-DEFAULT-MONTHS
           END-IF
           DISPLAY "Competencias na carta de renda (padrao): "
                   WS-DEFAULT-MONTHS

           OPEN INPUT LETTER-REQUEST-FILE
           IF WS-REQUEST-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: letter_requests.dat nao "
                       "encontrado (nenhum pedido de carta)"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "EMPLOYMENT-LETTER" TO MLK-REQUESTOR
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
           MOVE "S" TO WS-MASTER-OPEN

           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               MOVE "S" TO WS-PERSONAL-OPEN
           ELSE
               DISPLAY "Aviso: personal_data.dat nao encontrado - "
                       "cartas sem CPF"
           END-IF

           OPEN INPUT HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS = "00"
               SET FONTE-INDEXADO TO TRUE
           ELSE
               OPEN INPUT PAYROLL-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS = "00"
                   SET FONTE-SEQUENCIAL TO TRUE
                   CLOSE PAYROLL-HISTORY-FILE
                   DISPLAY "Aviso: indexado nao construido - "
                           "varrendo payroll_history.dat sequencial"
               ELSE
                   SET FONTE-AUSENTE TO TRUE
                   DISPLAY "Aviso: historico de folha nao encontrado "
                           "- cartas de renda serao recusadas"
               END-IF
           END-IF

           PERFORM LOAD-SALARY-ROLES
           PERFORM LOAD-POSITION-MASTER
           PERFORM ASSIGN-FIRST-CONTROL-NO

           OPEN OUTPUT LETTER-FILE
           IF WS-LETTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "employment_letters.txt"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND LETTER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LETTER-REGISTER-FILE
           END-IF
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel abrir "
                       "letter_register.dat - carta sem registro nao "
                       "sai"
               CLOSE LETTER-FILE
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Sem access_control.parm, tudo liberado - o criterio da
      *> manutencao e do EMPLOYEE-INQUIRY.
       LOAD-SALARY-ROLES.
           OPEN INPUT ACCESS-CONTROL-FILE
           IF WS-ACL-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-ACL-PRESENT
           PERFORM UNTIL WS-ACL-FILE-STATUS NOT = "00"
               READ ACCESS-CONTROL-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF (ACL-ALLOWED-CODES(1:1) = "C" OR
                           ACL-ALLOWED-CODES(2:1) = "C" OR
                           ACL-ALLOWED-CODES(3:1) = "C") AND
                          WS-SRL-QTDE < 20
                           ADD 1 TO WS-SRL-QTDE
                           MOVE ACL-ROLE TO WS-SRL-ROLE(WS-SRL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-CONTROL-FILE.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-POSITION-FILE-STATUS NOT = "00"
               READ POSITION-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-POS-QTDE < 50
                           ADD 1 TO WS-POS-QTDE
                           MOVE POS-CODE
                               TO WS-POS-CODE(WS-POS-QTDE)
                           MOVE POS-TITLE
                               TO WS-POS-TITLE(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.

      *> Numero de controle = data de emissao + sequencia do dia,
      *> continuando da maior sequencia ja registrada na data - o
      *> numero nunca se repete, mesmo com mais de uma execucao no dia.
       ASSIGN-FIRST-CONTROL-NO.
           MOVE BDT-DATE TO WS-CTL-DATE
           MOVE 0 TO WS-CTL-SEQ
           OPEN INPUT LETTER-REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-REGISTER-FILE-STATUS NOT = "00"
               READ LETTER-REGISTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF LRG-CTL-DATE = BDT-DATE AND
                          LRG-CTL-SEQ > WS-CTL-SEQ
                           MOVE LRG-CTL-SEQ TO WS-CTL-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LETTER-REGISTER-FILE.

       PROCESS-REQUESTS.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LETTER-REQUEST-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-REQUESTS-READ
                       PERFORM PROCESS-ONE-REQUEST
               END-READ
           END-PERFORM.

       PROCESS-ONE-REQUEST.
           IF NOT LRQ-VINCULO AND NOT LRQ-RENDA
               MOVE "tipo de carta invalido (VIN ou REN)"
                   TO WS-REJECT-REASON
               PERFORM REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF LRQ-ADDRESSEE = SPACES
               MOVE "destinatario nao informado" TO WS-REJECT-REASON
               PERFORM REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           MOVE LRQ-REQUESTER-ROLE TO WS-REQUESTER-ROLE
           IF WS-REQUESTER-ROLE = SPACES
               MOVE "RH" TO WS-REQUESTER-ROLE
           END-IF
           IF LRQ-RENDA
               PERFORM CHECK-SALARY-ACCESS
               IF WS-SALARY-ALLOWED NOT = "S"
                   MOVE SPACES TO WS-REJECT-REASON
                   STRING "perfil " WS-REQUESTER-ROLE
                          " sem acesso a valores salariais"
                          DELIMITED BY SIZE INTO WS-REJECT-REASON
                   PERFORM REFUSE-REQUEST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           PERFORM LOCATE-EMPLOYEE
           IF WS-EMP-FOUND NOT = "S"
               MOVE "matricula nao encontrada" TO WS-REJECT-REASON
               PERFORM REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF
           IF LTV-EMP-NAME(1:5) = "ANON-"
               MOVE "dados anonimizados (LGPD)" TO WS-REJECT-REASON
               PERFORM REFUSE-REQUEST
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RCT-QTDE
           MOVE 0 TO WS-AVG-GROSS
           IF LRQ-RENDA
               MOVE LRQ-MONTHS TO WS-MONTHS
               IF WS-MONTHS NOT NUMERIC OR WS-MONTHS = 0
                   MOVE WS-DEFAULT-MONTHS TO WS-MONTHS
               END-IF
               IF WS-MONTHS > 12
                   MOVE 12 TO WS-MONTHS
               END-IF
               PERFORM LOAD-RECENT-PAYROLL
               IF WS-RCT-QTDE = 0
                   MOVE "sem folha mensal no historico"
                       TO WS-REJECT-REASON
                   PERFORM REFUSE-REQUEST
                   EXIT PARAGRAPH
               END-IF
           END-IF

           ADD 1 TO WS-CTL-SEQ
           PERFORM FIND-POSITION-TITLE
           PERFORM WRITE-LETTER
           PERFORM WRITE-REGISTER-ENTRY

           MOVE LRQ-REQUESTER-ID  TO AXL-REQ-USER
           MOVE WS-REQUESTER-ROLE TO AXL-REQ-ROLE
           MOVE LRQ-EMP-ID        TO AXL-REQ-EMP-ID
           IF LRQ-RENDA
               MOVE "CARTA-REN" TO AXL-REQ-VIEW
               MOVE "S"         TO AXL-REQ-SENSITIVE
               ADD 1 TO WS-LETTERS-REN
           ELSE
               MOVE "CARTA-VIN" TO AXL-REQ-VIEW
               MOVE "N"         TO AXL-REQ-SENSITIVE
               ADD 1 TO WS-LETTERS-VIN
           END-IF
           PERFORM AXL-LOG-ACCESS
           DISPLAY "Carta " LRQ-LETTER-TYPE " " LRQ-EMP-ID
                   " emitida - controle " WS-CONTROL-NO.

       CHECK-SALARY-ACCESS.
           MOVE "S" TO WS-SALARY-ALLOWED
           IF WS-ACL-PRESENT NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SALARY-ALLOWED
           PERFORM VARYING WS-SRL-INDEX FROM 1 BY 1
                   UNTIL WS-SRL-INDEX > WS-SRL-QTDE
               IF WS-SRL-ROLE(WS-SRL-INDEX) = WS-REQUESTER-ROLE
                   MOVE "S" TO WS-SALARY-ALLOWED
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Mestre primeiro; fora dele, a imagem do ultimo desligamento
      *> da matricula em terminated_history.dat (o arquivo pode ter
      *> mais de um desligamento para quem foi readmitido).
       LOCATE-EMPLOYEE.
           MOVE "N" TO WS-EMP-FOUND
           MOVE 0 TO WS-TERM-DATE
           MOVE LRQ-EMP-ID TO MST-EMP-ID
           READ EMPLOYEE-MASTER-FILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO WS-EMP-FOUND
                   MOVE EMPLOYEE-MASTER-RECORD TO LTV-RECORD
           END-READ
           IF WS-EMP-FOUND = "S"
               IF LTV-INACTIVE-EMPLOYEE
                   SET EMP-DESLIGADO TO TRUE
                   IF LTV-TERM-DATE NUMERIC
                       MOVE LTV-TERM-DATE TO WS-TERM-DATE
                   END-IF
               ELSE
                   SET EMP-ATIVO TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TERM-HISTORY-FILE
           IF WS-TERMHIST-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-TERMHIST-FILE-STATUS NOT = "00"
               READ TERM-HISTORY-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF TH-EMP-ID = LRQ-EMP-ID AND
                          TH-TERMINATION-DATE >= WS-TERM-DATE
                           MOVE "S" TO WS-EMP-FOUND
                           MOVE TH-TERMINATION-DATE TO WS-TERM-DATE
                           MOVE TH-MASTER-IMAGE TO LTV-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TERM-HISTORY-FILE
           SET EMP-DESLIGADO TO TRUE.

       FIND-POSITION-TITLE.
           MOVE "(nao informado)" TO WS-POSITION-TITLE
           IF LTV-POSITION-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE LTV-POSITION-CODE TO WS-POSITION-TITLE
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = LTV-POSITION-CODE
                   MOVE WS-POS-TITLE(WS-POS-INDEX) TO WS-POSITION-TITLE
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Folha mensal (PD-TYPE-FOLHA) da matricula: pelo indexado,
      *> START na matricula e leitura ate mudar de matricula; sem ele,
      *> varredura do sequencial. Ficam as N maiores competencias.
       LOAD-RECENT-PAYROLL.
           IF FONTE-AUSENTE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-HIST-EOF
           IF FONTE-INDEXADO
               MOVE LRQ-EMP-ID TO PHX-EMP-ID
               MOVE 0 TO PHX-REF-PERIOD
               MOVE 0 TO PHX-SEQ
               START HISTORY-IX-FILE KEY IS NOT LESS THAN PHX-KEY
                   INVALID KEY MOVE "Y" TO WS-HIST-EOF
               END-START
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ HISTORY-IX-FILE NEXT RECORD
                       AT END MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF PHX-EMP-ID NOT = LRQ-EMP-ID
                               MOVE "Y" TO WS-HIST-EOF
                           ELSE
                               MOVE PHX-DETAIL
                                   TO PAYROLL-HISTORY-RECORD
                               PERFORM KEEP-RECENT-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               OPEN INPUT PAYROLL-HISTORY-FILE
               PERFORM UNTIL WS-HIST-EOF = "Y"
                   READ PAYROLL-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HIST-EOF
                       NOT AT END
                           IF PD-EMP-ID = LRQ-EMP-ID
                               PERFORM KEEP-RECENT-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYROLL-HISTORY-FILE
           END-IF
           IF WS-RCT-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM SORT-RECENT-PERIODS
           MOVE 0 TO WS-TOTAL-GROSS
           PERFORM VARYING WS-RCT-INDEX FROM 1 BY 1
                   UNTIL WS-RCT-INDEX > WS-RCT-QTDE
               ADD WS-RCT-GROSS(WS-RCT-INDEX) TO WS-TOTAL-GROSS
           END-PERFORM
           COMPUTE WS-AVG-GROSS ROUNDED =
               WS-TOTAL-GROSS / WS-RCT-QTDE.

      *> Mesma competencia soma (nao deveria haver duas folhas
      *> mensais, mas o valor declarado nao pode perder uma);
      *> competencia nova entra se ha vaga ou se e maior que a menor
      *> guardada, que sai.
       KEEP-RECENT-PERIOD.
           IF NOT PD-TYPE-FOLHA
               EXIT PARAGRAPH
           END-IF
           MOVE PD-REF-PERIOD TO WS-HIST-PERIOD
           MOVE 0 TO WS-RCT-MATCH
           PERFORM VARYING WS-RCT-INDEX FROM 1 BY 1
                   UNTIL WS-RCT-INDEX > WS-RCT-QTDE
               IF WS-RCT-PERIOD(WS-RCT-INDEX) = WS-HIST-PERIOD
                   MOVE WS-RCT-INDEX TO WS-RCT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RCT-MATCH = 0
               IF WS-RCT-QTDE < WS-MONTHS
                   ADD 1 TO WS-RCT-QTDE
                   MOVE WS-RCT-QTDE TO WS-RCT-MATCH
               ELSE
                   MOVE 1 TO WS-RCT-MATCH
                   PERFORM VARYING WS-RCT-INDEX FROM 2 BY 1
                           UNTIL WS-RCT-INDEX > WS-RCT-QTDE
                       IF WS-RCT-PERIOD(WS-RCT-INDEX) <
                          WS-RCT-PERIOD(WS-RCT-MATCH)
                           MOVE WS-RCT-INDEX TO WS-RCT-MATCH
                       END-IF
                   END-PERFORM
                   IF WS-HIST-PERIOD < WS-RCT-PERIOD(WS-RCT-MATCH)
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE WS-HIST-PERIOD TO WS-RCT-PERIOD(WS-RCT-MATCH)
               MOVE 0 TO WS-RCT-GROSS(WS-RCT-MATCH)
               MOVE 0 TO WS-RCT-NET(WS-RCT-MATCH)
           END-IF
           ADD PD-GROSS-PAY TO WS-RCT-GROSS(WS-RCT-MATCH)
           ADD PD-NET-PAY   TO WS-RCT-NET(WS-RCT-MATCH).

       SORT-RECENT-PERIODS.
           PERFORM VARYING WS-RCT-INDEX FROM 1 BY 1
                   UNTIL WS-RCT-INDEX >= WS-RCT-QTDE
               PERFORM VARYING WS-RCT-INDEX-2 FROM WS-RCT-INDEX BY 1
                       UNTIL WS-RCT-INDEX-2 > WS-RCT-QTDE
                   IF WS-RCT-PERIOD(WS-RCT-INDEX-2) <
                      WS-RCT-PERIOD(WS-RCT-INDEX)
                       MOVE WS-RCT-ENTRADAS(WS-RCT-INDEX)
                           TO WS-RCT-SWAP
                       MOVE WS-RCT-ENTRADAS(WS-RCT-INDEX-2)
                           TO WS-RCT-ENTRADAS(WS-RCT-INDEX)
                       MOVE WS-RCT-SWAP
                           TO WS-RCT-ENTRADAS(WS-RCT-INDEX-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       WRITE-LETTER.
           WRITE LETTER-LINE FROM SEPARATOR
           IF LRQ-RENDA
               MOVE "DECLARACAO DE RENDA" TO LETTER-LINE
           ELSE
               MOVE "DECLARACAO DE VINCULO EMPREGATICIO" TO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE BDT-DATE TO WS-DTW-DATE
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO LETTER-LINE
           STRING "CONTROLE No. " WS-CONTROL-NO
                  "          EMITIDA EM " WS-DTW-TEXT
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM SUB-SEPARATOR
           MOVE SPACES TO LETTER-LINE
           STRING "A: " LRQ-ADDRESSEE
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "Declaramos, para os devidos fins, que o(a) "
                  "funcionario(a) abaixo identificado(a)"
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF EMP-ATIVO
               MOVE SPACES TO LETTER-LINE
               STRING "mantem vinculo empregaticio com esta empresa "
                      "ate a presente data."
                      DELIMITED BY SIZE INTO LETTER-LINE
           ELSE
               MOVE SPACES TO LETTER-LINE
               STRING "manteve vinculo empregaticio com esta empresa "
                      "no periodo abaixo."
                      DELIMITED BY SIZE INTO LETTER-LINE
           END-IF
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE

           MOVE SPACES TO LETTER-LINE
           STRING "NOME........: " LTV-EMP-NAME
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM WRITE-CPF-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "MATRICULA...: " LTV-EMP-ID
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "CARGO.......: " WS-POSITION-TITLE
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "DEPARTAMENTO: " LTV-EMP-DEPARTMENT
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE LTV-EMP-HIRE-DATE TO WS-DTW-DATE
           PERFORM FORMAT-DATE-TEXT
           MOVE SPACES TO LETTER-LINE
           STRING "ADMISSAO....: " WS-DTW-TEXT
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           IF EMP-ATIVO
               MOVE "SITUACAO....: ATIVO" TO LETTER-LINE
               WRITE LETTER-LINE
           ELSE
               MOVE "SITUACAO....: DESLIGADO" TO LETTER-LINE
               WRITE LETTER-LINE
               IF WS-TERM-DATE > 0
                   MOVE WS-TERM-DATE TO WS-DTW-DATE
                   PERFORM FORMAT-DATE-TEXT
                   MOVE SPACES TO LETTER-LINE
                   STRING "DESLIGAMENTO: " WS-DTW-TEXT
                          DELIMITED BY SIZE INTO LETTER-LINE
                   WRITE LETTER-LINE
               END-IF
           END-IF
           IF LRQ-RENDA
               PERFORM WRITE-INCOME-LINES
           END-IF

           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO LETTER-LINE
           STRING "A autenticidade desta declaracao pode ser confirmada "
                  "junto ao RH pelo"
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "numero de controle acima." TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM SUB-SEPARATOR
           MOVE "DEPARTAMENTO DE RECURSOS HUMANOS" TO LETTER-LINE
           WRITE LETTER-LINE
           WRITE LETTER-LINE FROM SEPARATOR
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE.

       WRITE-CPF-LINE.
           IF WS-PERSONAL-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE LTV-EMP-ID TO PRS-EMP-ID
           READ PERSONAL-DATA-FILE
               INVALID KEY
                   MOVE "CPF.........: (nao cadastrado)" TO LETTER-LINE
               NOT INVALID KEY
                   MOVE SPACES TO LETTER-LINE
                   STRING "CPF.........: " PRS-CPF
                          DELIMITED BY SIZE INTO LETTER-LINE
           END-READ
           WRITE LETTER-LINE.

      *> Salario base atual so para quem ainda esta no quadro; as
      *> competencias valem para ativo e desligado.
       WRITE-INCOME-LINES.
           MOVE LTV-CURRENCY-CODE TO MONEY-FMT-CURRENCY
           MOVE SPACES TO LETTER-LINE
           WRITE LETTER-LINE
           IF EMP-ATIVO
               MOVE LTV-EMP-SALARY TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO LETTER-LINE
               STRING "SALARIO BASE ATUAL........: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-IF
           MOVE SPACES TO LETTER-LINE
           STRING "REMUNERACAO DAS ULTIMAS " WS-RCT-QTDE
                  " COMPETENCIAS DE FOLHA MENSAL:"
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE "  COMPETENCIA   BRUTO                     LIQUIDO"
               TO LETTER-LINE
           WRITE LETTER-LINE
           PERFORM VARYING WS-RCT-INDEX FROM 1 BY 1
                   UNTIL WS-RCT-INDEX > WS-RCT-QTDE
               MOVE WS-RCT-PERIOD(WS-RCT-INDEX) TO WS-HIST-PERIOD
               MOVE WS-HIST-PERIOD(1:4) TO WS-PRT-YEAR
               MOVE WS-HIST-PERIOD(5:2) TO WS-PRT-MONTH
               MOVE WS-RCT-GROSS(WS-RCT-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE MONEY-FMT-OUTPUT TO WS-GROSS-TEXT
               MOVE WS-RCT-NET(WS-RCT-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO LETTER-LINE
               STRING "  " WS-PERIOD-TEXT "       " WS-GROSS-TEXT
                      "  " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO LETTER-LINE
               WRITE LETTER-LINE
           END-PERFORM
           MOVE WS-AVG-GROSS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO LETTER-LINE
           STRING "MEDIA BRUTA MENSAL........: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO LETTER-LINE
           WRITE LETTER-LINE
           MOVE SPACES TO MONEY-FMT-CURRENCY.

       FORMAT-DATE-TEXT.
           MOVE WS-DTW-DAY   TO WS-DTT-DAY
           MOVE WS-DTW-MONTH TO WS-DTT-MONTH
           MOVE WS-DTW-YEAR  TO WS-DTT-YEAR.

       WRITE-REGISTER-ENTRY.
           MOVE SPACES TO LETTER-REGISTER-RECORD
           MOVE WS-CONTROL-NO     TO LRG-CONTROL-NO
           MOVE LRQ-EMP-ID        TO LRG-EMP-ID
           MOVE LRQ-LETTER-TYPE   TO LRG-LETTER-TYPE
           MOVE LRQ-ADDRESSEE     TO LRG-ADDRESSEE
           MOVE LRQ-REQUESTER-ID  TO LRG-REQUESTER-ID
           MOVE WS-EMP-SITUATION  TO LRG-EMP-SITUATION
           MOVE WS-RCT-QTDE       TO LRG-MONTHS
           MOVE WS-AVG-GROSS      TO LRG-AVG-GROSS
           MOVE LTV-CURRENCY-CODE TO LRG-CURRENCY
           WRITE LETTER-REGISTER-RECORD.

       REFUSE-REQUEST.
           ADD 1 TO WS-REQUESTS-REFUSED
           DISPLAY "Pedido recusado: " LRQ-EMP-ID " " LRQ-LETTER-TYPE
                   " - " WS-REJECT-REASON
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

       CLOSE-FILES.
           IF WS-REQUEST-FILE-STATUS = "00" OR "10"
               CLOSE LETTER-REQUEST-FILE
           END-IF
           IF WS-MASTER-OPEN = "S"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           IF WS-PERSONAL-OPEN = "S"
               CLOSE PERSONAL-DATA-FILE
           END-IF
           IF FONTE-INDEXADO
               CLOSE HISTORY-IX-FILE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               CLOSE LETTER-FILE
               CLOSE LETTER-REGISTER-FILE
               DISPLAY "Cartas gravadas em: employment_letters.txt"
           END-IF
           PERFORM AXL-CLOSE-LOG.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DAS CARTAS ==="
           DISPLAY "Pedidos lidos.............: " WS-REQUESTS-READ
           DISPLAY "Cartas de vinculo.........: " WS-LETTERS-VIN
           DISPLAY "Cartas de renda...........: " WS-LETTERS-REN
           DISPLAY "Pedidos recusados.........: " WS-REQUESTS-REFUSED.

       WRITE-JOB-LOG-ENTRY.
           MOVE "EMPLOYMENT-LETTER" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-REQUESTS-READ    TO JRL-RECORDS-PROCESSED
           MOVE WS-REQUESTS-REFUSED TO JRL-RECORDS-REJECTED
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
                   WS-REQUESTS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-REQUESTS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY MSTLOCK-RTN.
       COPY ACCLOG-RTN.
