      *> EMPLOYEE-ARCHIVE tira o funcionario do mestre ativo. Mesmo
      *> menu texto ACCEPT/DISPLAY do EMPLOYEE-INQUIRY; o historico e
      *> sequencial e pequeno, a busca e por varredura.
      *> Cada desligado exibido (com o ultimo salario) grava uma linha
      *> no log de leitura access_log.dat (ACCLOG-FD.cpy), com o
      *> perfil e a matricula do operador pedidos na abertura.
      *> O motivo do desligamento gravado no mestre (codigo e
      *> descricao da tabela de TERMRSN.cpy) aparece junto da data;
      *> desligado arquivado antes do motivo existir mostra "nao
      *> informado".

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           SELECT TERM-HISTORY-FILE ASSIGN TO "../data/terminated_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TERMHIST-FILE-STATUS.
           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TERM-HISTORY-FILE.
       COPY TERMHIST.

       COPY ACCLOG-FD.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-TERMHIST-FILE-STATUS PIC XX.

       01 WS-MENU-OPCAO               PIC X.
       01 WS-SEARCH-ID                PIC X(6).
       01 WS-OPERATOR-ROLE            PIC X(4).
       01 WS-OPERATOR-ID              PIC X(6).

       COPY ACCLOG.

       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==THV-RECORD==
                   LEADING ==MST== BY ==THV==.
           05 WS-CONSULTAS-ACHADAS    PIC 999 VALUE 0.

       COPY MONEYFMT.
       COPY TERMRSN.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "=== CONSULTA DE DESLIGADOS (HISTORICO) ==="
           PERFORM IDENTIFY-OPERATOR
           PERFORM UNTIL NOT CONTINUE-INQUIRY
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-OPTION
           PERFORM CLEANUP
           GOBACK.

       IDENTIFY-OPERATOR.
           DISPLAY "Perfil do operador (RH/GER/CONS): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ROLE
           ACCEPT WS-OPERATOR-ROLE
           IF WS-OPERATOR-ROLE = SPACES
               MOVE "RH" TO WS-OPERATOR-ROLE
           END-IF
           DISPLAY "Matricula do operador: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           MOVE WS-OPERATOR-ID       TO AXL-REQ-USER
           MOVE WS-OPERATOR-ROLE     TO AXL-REQ-ROLE
           MOVE "TERMINATED-INQUIRY" TO AXL-REQ-PROGRAM.

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "1 - Consultar desligado por matricula"
           DISPLAY "Data de admissao..: " THV-HIRE-YEAR "-"
                   THV-HIRE-MONTH "-" THV-HIRE-DAY
           DISPLAY "Data de desligamento: " TH-TERMINATION-DATE
           MOVE THV-TERM-REASON TO TRS-REQ-CODE
           PERFORM TRS-FIND-REASON
           IF TRS-REASON-VALID
               DISPLAY "Motivo............: " TRS-REQ-CODE " - "
                       TRS-RES-LABEL
           ELSE
               DISPLAY "Motivo............: nao informado"
           END-IF
           MOVE SPACES TO MONEY-FMT-CURRENCY
           MOVE "DESLIGADO"  TO AXL-REQ-VIEW
           MOVE TH-EMP-ID    TO AXL-REQ-EMP-ID
           MOVE "S"          TO AXL-REQ-SENSITIVE
           PERFORM AXL-LOG-ACCESS.

       CLEANUP.
           PERFORM AXL-CLOSE-LOG
           DISPLAY " "
           DISPLAY "Consultas realizadas: " WS-CONSULTAS-FEITAS
           DISPLAY "Consultas com resultado: " WS-CONSULTAS-ACHADAS
           DISPLAY "=== CONSULTA ENCERRADA ===".

       COPY MONEYFMT-RTN.
       COPY ACCLOG-RTN.
       COPY TERMRSN-RTN.
