      *> access_control.parm nao autoriza a alterar dados (o perfil e
      *> pedido na abertura; perfil de consulta ve tudo menos
      *> salario, progressao e pagamentos).
      *> Toda exibicao de um funcionario - a consulta por matricula
      *> (direta ou a partir da busca/navegacao), o retrato as-of e a
      *> visao 360 - grava uma linha em access_log.dat (ACCLOG-FD.cpy)
      *> com a matricula e o perfil do operador, pedidos na abertura,
      *> a matricula exibida, a visao e se havia salario na tela. As
      *> listas da busca e da navegacao so mostram nome, departamento
      *> e situacao e nao sao registradas.
      *> Na secao de pagamentos da visao 360 o operador pode pedir um
      *> ano: ano selado pelo YEAR-END-SEAL (payroll_seal.dat) sai do
      *> arquivo anual payroll_archive_<AAAA>.dat (PAYARCH.cpy), que
      *> guarda a mesma imagem PAYDTL do indexado; ano aberto filtra o
      *> historico indexado de sempre.
      *> A busca por nome e a navegacao por departamento usam as
      *> chaves alternadas do mestre (nome normalizado e
      *> departamento) em vez de varrer o arquivo inteiro; a busca
      *> por nome passa a achar pelo inicio do nome, e "*texto"
      *> mantem a busca antiga em qualquer posicao.
      *> A visao 360 mostra tambem a chave PIX e por onde o liquido
      *> sai (PIX para todos os pagamentos, so avulsos, ou conta).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN TO "../data/bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-MASTER-FILE.
       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

       COPY PAYSEAL-FD.

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

           05 ACL-ALLOWED-CODES   PIC X(3).

       COPY MSTLOCK-FD.
       COPY ACCLOG-FD.

       WORKING-STORAGE SECTION.
       01 WS-FLAGS.
           05 WS-ABSENCE-FILE-STATUS   PIC XX.
           05 WS-BALANCE-FILE-STATUS   PIC XX.
           05 WS-HISTIX-FILE-STATUS    PIC XX.
           05 WS-ARCHIVE-FILE-STATUS   PIC XX.
           05 WS-BANK-FILE-STATUS      PIC XX.
           05 WS-ACL-FILE-STATUS       PIC XX.
           05 WS-CONTINUA              PIC X VALUE "Y".
               88 CONTINUE-INQUIRY     VALUE "Y".

       COPY MSTLOCK.
       COPY ACCLOG.
       COPY PAYSEAL.

       01 WS-MENU-OPCAO               PIC X.
       01 WS-SEARCH-ID                PIC X(6).
      *> como na manutencao.
       01 WS-360-FIELDS.
           05 WS-OPERATOR-ROLE        PIC X(4).
           05 WS-OPERATOR-ID          PIC X(6).
           05 WS-SALARY-ALLOWED       PIC X VALUE "S".
           05 WS-360-EOF              PIC X.
           05 WS-360-LINES            PIC 999.
           05 WS-PAUSE                PIC X.
           05 WS-IX-OPEN              PIC X.
           05 WS-360-YEAR             PIC X(4).
           05 FORMATTED-OLD-SAL       PIC Z(7)9,99.
           05 FORMATTED-NEW-SAL       PIC Z(7)9,99.
           05 FORMATTED-SALDO         PIC ---9.
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==SNAPSHOT-CURRENCY-IS-USD==.

      *> Busca por nome parcial e navegacao por departamento: leem o
      *> mestre pelas chaves alternadas (START + READ NEXT so enquanto
      *> o nome comeca com o texto / o departamento e o pedido),
      *> paginando os resultados de 10 em 10; ao final, uma matricula
      *> listada pode ser detalhada na mesma tela de sempre. Texto
      *> iniciado por "*" procura em qualquer posicao do nome e ai,
      *> sem chave que ajude, varre o mestre inteiro.
       01 WS-SEARCH-FIELDS.
           05 WS-SEARCH-NAME          PIC X(30).
           05 WS-SEARCH-DEPT          PIC X(20).
               88 FIM-DA-VARREDURA    VALUE "Y".
           05 FORMATTED-SALARY        PIC Z(7)9,99.

       01 WS-ANY-POSITION             PIC X.

       01 WS-COUNTERS.
           05 WS-CONSULTAS-FEITAS     PIC 999 VALUE 0.
           05 WS-CONSULTAS-ACHADAS    PIC 999 VALUE 0.

       COPY MONEYFMT.
       COPY NAMEKEY.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ROLE
           ACCEPT WS-OPERATOR-ROLE
           DISPLAY "Matricula do operador: " WITH NO ADVANCING
           MOVE SPACES TO WS-OPERATOR-ID
           ACCEPT WS-OPERATOR-ID
           PERFORM CHECK-SALARY-ACCESS
           MOVE WS-OPERATOR-ID     TO AXL-REQ-USER
           MOVE WS-OPERATOR-ROLE   TO AXL-REQ-ROLE
           MOVE "EMPLOYEE-INQUIRY" TO AXL-REQ-PROGRAM
           MOVE "EMPLOYEE-INQUIRY" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "Gestor............: (sem gestor cadastrado)"
           ELSE
               DISPLAY "Gestor............: " MST-MANAGER-ID
           END-IF
           MOVE "CONSULTA"     TO AXL-REQ-VIEW
           MOVE MST-EMP-ID     TO AXL-REQ-EMP-ID
           MOVE "S"            TO AXL-REQ-SENSITIVE
           PERFORM AXL-LOG-ACCESS.

       SEARCH-BY-NAME.
           DISPLAY "Nome (ou parte do nome): " WITH NO ADVANCING
           MOVE SPACES TO WS-SEARCH-NAME
           ACCEPT WS-SEARCH-NAME
           MOVE "N" TO WS-ANY-POSITION
           IF WS-SEARCH-NAME(1:1) = "*"
               MOVE "S" TO WS-ANY-POSITION
               MOVE SPACE TO WS-SEARCH-NAME(1:1)
           END-IF
           MOVE WS-SEARCH-NAME TO NMK-NAME-IN
           PERFORM NMK-NORMALIZE
           MOVE NMK-NAME-OUT TO WS-SEARCH-NAME
           PERFORM CALC-SEARCH-NAME-LEN
           IF WS-SEARCH-LEN = 0
               DISPLAY "Informe ao menos uma letra"
           ADD 1 TO WS-CONSULTAS-FEITAS
           MOVE 0 TO WS-RESULTS-FOUND
           MOVE 0 TO WS-PAGE-LINES
           IF WS-ANY-POSITION = "S"
               PERFORM SCAN-ANY-POSITION
           ELSE
               PERFORM BROWSE-NAME-KEY
           END-IF
           PERFORM FINISH-BROWSE.

      *> Inicio do nome: posiciona na chave de nome normalizado e le
      *> so enquanto a chave comeca com o texto digitado.
       BROWSE-NAME-KEY.
           MOVE "N" TO WS-EOF-BROWSE
           MOVE WS-SEARCH-NAME TO MST-NAME-KEY
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-NAME-KEY
               INVALID KEY SET FIM-DA-VARREDURA TO TRUE
           END-START
           PERFORM UNTIL FIM-DA-VARREDURA
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET FIM-DA-VARREDURA TO TRUE
                   NOT AT END
                       IF MST-NAME-KEY(1:WS-SEARCH-LEN) NOT =
                          WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                           SET FIM-DA-VARREDURA TO TRUE
                       ELSE
                           PERFORM LIST-RESULT-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *> Qualquer posicao ("*SOUZA"): varredura completa pela chave
      *> primaria, como sempre foi.
       SCAN-ANY-POSITION.
           PERFORM BROWSE-SETUP
           PERFORM UNTIL FIM-DA-VARREDURA
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                           PERFORM LIST-RESULT-LINE
                       END-IF
               END-READ
           END-PERFORM.

      *> Comprimento util do texto digitado (ultima posicao nao
      *> branca), para a comparacao parcial nao arrastar os espacos a
           END-PERFORM.

      *> O texto procurado pode comecar em qualquer posicao do nome -
      *> "*SOUZA" acha "ANA SOUZA" - comparando janela a janela sobre
      *> o nome normalizado.
       MATCH-PARTIAL-NAME.
           MOVE "N" TO WS-MATCH-FLAG
           PERFORM VARYING WS-SEARCH-POS FROM 1 BY 1
                   UNTIL WS-SEARCH-POS > 31 - WS-SEARCH-LEN OR
                         WS-MATCH-FLAG = "S"
               IF MST-NAME-KEY(WS-SEARCH-POS:WS-SEARCH-LEN) =
                  WS-SEARCH-NAME(1:WS-SEARCH-LEN)
                   MOVE "S" TO WS-MATCH-FLAG
               END-IF
           ADD 1 TO WS-CONSULTAS-FEITAS
           MOVE 0 TO WS-RESULTS-FOUND
           MOVE 0 TO WS-PAGE-LINES
           MOVE "N" TO WS-EOF-BROWSE
           MOVE WS-SEARCH-DEPT TO MST-EMP-DEPARTMENT
           START EMPLOYEE-MASTER-FILE KEY IS = MST-EMP-DEPARTMENT
               INVALID KEY SET FIM-DA-VARREDURA TO TRUE
           END-START
           PERFORM UNTIL FIM-DA-VARREDURA
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET FIM-DA-VARREDURA TO TRUE
                   NOT AT END
                       IF MST-EMP-DEPARTMENT NOT = WS-SEARCH-DEPT
                           SET FIM-DA-VARREDURA TO TRUE
                       ELSE
                           PERFORM LIST-RESULT-LINE
                       END-IF
               END-READ
           ELSE
               DISPLAY "Situacao..........: INATIVO"
           END-IF
           MOVE SPACES TO MONEY-FMT-CURRENCY
           MOVE "RETRATO"      TO AXL-REQ-VIEW
           MOVE SNE-EMP-ID     TO AXL-REQ-EMP-ID
           MOVE "S"            TO AXL-REQ-SENSITIVE
           PERFORM AXL-LOG-ACCESS.

      *> Visao 360: uma matricula, todas as fontes - uma tela por
      *> secao, com pausa entre elas.
                   EXIT PARAGRAPH
           END-READ
           ADD 1 TO WS-CONSULTAS-ACHADAS
           MOVE "VISAO-360"       TO AXL-REQ-VIEW
           MOVE MST-EMP-ID        TO AXL-REQ-EMP-ID
           MOVE WS-SALARY-ALLOWED TO AXL-REQ-SENSITIVE
           PERFORM AXL-LOG-ACCESS

           DISPLAY " "
           DISPLAY "===== VISAO 360 - SECAO 1: CADASTRO ====="
      *> muda - e o ganho da conversao do historico.
       DISPLAY-360-PAYROLL.
           MOVE 0 TO WS-360-LINES
           DISPLAY "Ano (AAAA, ENTER = todo o historico vivo): "
                   WITH NO ADVANCING
           MOVE SPACES TO WS-360-YEAR
           ACCEPT WS-360-YEAR
           IF WS-360-YEAR NOT = SPACES
               IF WS-360-YEAR NOT NUMERIC
                   DISPLAY "(ano invalido: " WS-360-YEAR ")"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-360-YEAR TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM DISPLAY-360-ARCHIVED-PAYROLL
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE "N" TO WS-IX-OPEN
           OPEN INPUT HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
                           IF PHX-EMP-ID NOT = WS-SEARCH-ID
                               MOVE "S" TO WS-360-EOF
                           ELSE
                               MOVE PHX-DETAIL TO WS-PAY-IMAGE
                               IF WS-360-YEAR = SPACES OR
                                  WPI-REF-YEAR = PSL-REQ-YEAR
                                   ADD 1 TO WS-360-LINES
                                   PERFORM DISPLAY-360-PAY-LINE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               DISPLAY "(nenhuma competencia paga no historico)"
           END-IF.

      *> Ano selado: varre o arquivo anual atras dos registros de
      *> detalhe da matricula.
       DISPLAY-360-ARCHIVED-PAYROLL.
           OPEN INPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "(ano selado - arquivo anual nao encontrado: "
                       PSL-ARCHIVE-NAME ")"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "(ano selado - lido de " PSL-ARCHIVE-NAME ")"
           MOVE "N" TO WS-360-EOF
           PERFORM UNTIL WS-360-EOF = "S"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "S" TO WS-360-EOF
                   NOT AT END
                       IF PAR-DETAIL AND
                          PAR-DET-EMP-ID = WS-SEARCH-ID
                           MOVE PAR-DET-IMAGE TO WS-PAY-IMAGE
                           ADD 1 TO WS-360-LINES
                           PERFORM DISPLAY-360-PAY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE
           IF WS-360-LINES = 0
               DISPLAY "(nenhuma competencia paga no arquivo anual)"
           END-IF.

      *> Uma linha de pagamento da imagem ja carregada em WS-PAY-IMAGE.
       DISPLAY-360-PAY-LINE.
           MOVE WPI-GROSS-PAY TO MONEY-FMT-INPUT
           MOVE WPI-CURRENCY-CODE TO MONEY-FMT-CURRENCY
           PERFORM FORMAT-CURRENCY
           DISPLAY WPI-REF-YEAR WPI-REF-MONTH " " WPI-PAY-TYPE
                   " bruto " MONEY-FMT-OUTPUT
           MOVE SPACES TO MONEY-FMT-CURRENCY.

       DISPLAY-360-BANK.
                   DISPLAY "Banco " BNK-BANK-CODE " agencia "
                           BNK-BRANCH " conta " BNK-ACCOUNT "-"
                           BNK-ACCOUNT-DV
                   IF BNK-PIX-KEY NOT = SPACES
                       DISPLAY "Chave PIX (tipo " BNK-PIX-KEY-TYPE
                               "): " BNK-PIX-KEY
                       EVALUATE TRUE
                           WHEN BNK-PIX-TODOS
                               DISPLAY "Liquido via PIX: todos os "
                                       "pagamentos"
                           WHEN BNK-PIX-AVULSOS
                               DISPLAY "Liquido via PIX: so pagamentos "
                                       "fora do ciclo"
                           WHEN OTHER
                               DISPLAY "Liquido via conta (chave so "
                                       "cadastrada)"
                       END-EVALUATE
                   END-IF
                   EVALUATE TRUE
                       WHEN BNK-CREDIT-OK
                           DISPLAY "Ultimo retorno: credito confirmado"
               CLOSE EMPLOYEE-MASTER-FILE
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           PERFORM AXL-CLOSE-LOG
           DISPLAY " "
           DISPLAY "Consultas realizadas: " WS-CONSULTAS-FEITAS
           DISPLAY "Consultas com resultado: " WS-CONSULTAS-ACHADAS

       COPY MONEYFMT-RTN.
       COPY MSTLOCK-RTN.
       COPY PAYSEAL-RTN.
       COPY ACCLOG-RTN.
       COPY NAMEKEY-RTN.
