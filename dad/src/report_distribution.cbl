IDENTIFICATION DIVISION.
       PROGRAM-ID. REPORT-DISTRIBUTION.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Distribuicao dos relatorios por gestor: ate aqui o RH imprimia
      *> o relatorio da empresa inteira e recortava a mao o pedaco de
      *> cada gestor (ou mandava tudo para todos). Este programa le os
      *> relatorios ja gerados no ciclo - a listagem do
      *> REPORT-GENERATOR (report.txt), os alertas de RH
      *> (alerts_listing.txt), as certificacoes (cert_alerts.txt), o
      *> demonstrativo do banco de horas (time_bank_statement.txt), as
      *> extras sem aprovacao (overtime_pending.txt) e a variacao de
      *> orcamento (budget_variance_report.txt) - e monta para cada
      *> gestor um pacote datado so com as linhas do quadro dele: o
      *> quadro e toda a subarvore abaixo do gestor, subindo a cadeia
      *> de MST-MANAGER-ID a partir de cada funcionario do mestre
      *> (diretos e indiretos, e o proprio gestor). Linha por
      *> departamento vai para o gestor que tem alguem do quadro
      *> naquele departamento.
      *> Como cada relatorio e cortado vem de distribution_layout.parm,
      *> no criterio do mask_layout.parm: uma linha por regra
      *> "ARQUIVO TIPO PPP TTT MMM NNN" - nome do relatorio (40
      *> posicoes), chave MATR (matricula) ou DEPT (nome do
      *> departamento) na posicao PPP com TTT posicoes e, se a linha
      *> traz salario, a coluna MMM com NNN posicoes que e mascarada.
      *> Um relatorio pode ter varias regras (a matricula muda de
      *> coluna conforme a secao); vale a primeira que reconhece a
      *> linha. Matricula numerica que nao e do quadro - ou que nao
      *> esta no mestre - fica fora do pacote. As linhas antes da
      *> primeira linha de detalhe (cabecalho) vao inteiras; depois
      *> dela so vao separadores, titulos de secao e linhas em branco:
      *> totais da empresa inteira nao saem no pacote de um gestor.
      *> Variante mascarada: gestor cujo perfil em distribution.parm
      *> ("MATRIC PERF E-MAIL") nao tem direito de alteracao "C" em
      *> access_control.parm recebe a faixa salarial da grade
      *> (paygrade_master.dat) no lugar do salario de cada funcionario
      *> e asteriscos no lugar das massas por departamento - o mesmo
      *> criterio da consulta; sem access_control.parm, tudo liberado.
      *> Gestor fora de distribution.parm recebe a variante mascarada
      *> e o pacote sai sem destinatario (aviso, RETURN-CODE 4). Cada
      *> salario entregue aberto grava uma linha em access_log.dat
      *> (visao PACOTE) em nome do gestor, como a listagem COMPLETA.
      *> Saidas, no padrao do outbound_report do REPORT-GENERATOR:
      *> ../data/manager_pack_<MATRIC>_<AAAAMMDD>.txt com o pacote e
      *> .manifest com destinatario, variante e linhas por relatorio;
      *> e uma linha por gestor e relatorio em distribution_log.dat
      *> (EXTEND) - o registro de quem recebeu o que em cada ciclo.
      *> Relatorio que nao foi gerado no ciclo e pulado com aviso.
      *> Gestor inativo nao recebe pacote: o quadro dele ja esta no
      *> pacote do gestor acima.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT DIST-PARM-FILE ASSIGN TO "distribution.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-PARM-STATUS.

           SELECT LAYOUT-PARM-FILE ASSIGN TO "distribution_layout.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-PARM-STATUS.

           SELECT ACCESS-CONTROL-FILE ASSIGN TO "access_control.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACL-FILE-STATUS.

           SELECT PAYGRADE-MASTER-FILE ASSIGN TO "../data/paygrade_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAYGRADE-FILE-STATUS.

           SELECT SOURCE-REPORT-FILE ASSIGN DYNAMIC WS-SOURCE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOURCE-FILE-STATUS.

           SELECT PACKAGE-FILE ASSIGN DYNAMIC WS-PACKAGE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PACKAGE-FILE-STATUS.

           SELECT MANIFEST-FILE ASSIGN DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.

           SELECT DIST-LOG-FILE ASSIGN TO "../data/distribution_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIST-LOG-STATUS.

           SELECT ACCESS-LOG-FILE ASSIGN TO "../data/access_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AXL-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY ACCLOG-FD.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD DIST-PARM-FILE.
       01 DIST-PARM-RECORD.
           05 DPM-MANAGER-ID      PIC X(6).
           05 FILLER              PIC X.
           05 DPM-ROLE            PIC X(4).
           05 FILLER              PIC X.
           05 DPM-EMAIL           PIC X(50).

       FD LAYOUT-PARM-FILE.
       01 LAYOUT-PARM-RECORD.
           05 DLY-FILE            PIC X(40).
           05 FILLER              PIC X.
           05 DLY-KEY-TYPE        PIC X(4).
           05 FILLER              PIC X.
           05 DLY-KEY-POS         PIC 999.
           05 FILLER              PIC X.
           05 DLY-KEY-LEN         PIC 999.
           05 FILLER              PIC X.
           05 DLY-MASK-POS        PIC 999.
           05 FILLER              PIC X.
           05 DLY-MASK-LEN        PIC 999.

       FD ACCESS-CONTROL-FILE.
       01 ACL-PARM-RECORD.
           05 ACL-ROLE            PIC X(4).
           05 FILLER              PIC X.
           05 ACL-ALLOWED-CODES   PIC X(3).

       FD PAYGRADE-MASTER-FILE.
       COPY PAYGRD.

       FD SOURCE-REPORT-FILE.
       01 SOURCE-LINE             PIC X(200).

       FD PACKAGE-FILE.
       01 PACKAGE-LINE            PIC X(200).

       FD MANIFEST-FILE.
       01 MANIFEST-LINE           PIC X(100).

      *> Registro de distribuicao: uma linha por gestor e relatorio
      *> em cada ciclo - variante C (completa) ou M (mascarada) e
      *> linhas do quadro entregues.
       FD DIST-LOG-FILE.
       01 DIST-LOG-RECORD.
           05 DSL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X.
           05 DSL-MANAGER-ID      PIC X(6).
           05 FILLER              PIC X.
           05 DSL-REPORT          PIC X(30).
           05 FILLER              PIC X.
           05 DSL-VARIANT         PIC X.
           05 FILLER              PIC X.
           05 DSL-LINES           PIC 9(5).
           05 FILLER              PIC X.
           05 DSL-EMAIL           PIC X(50).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY ACCLOG.

       01 WS-FILE-STATUSES.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-DIST-PARM-STATUS     PIC XX.
           05 WS-LAYOUT-PARM-STATUS   PIC XX.
           05 WS-ACL-FILE-STATUS      PIC XX.
           05 WS-PAYGRADE-FILE-STATUS PIC XX.
           05 WS-SOURCE-FILE-STATUS   PIC XX.
           05 WS-PACKAGE-FILE-STATUS  PIC XX.
           05 WS-MANIFEST-FILE-STATUS PIC XX.
           05 WS-DIST-LOG-STATUS      PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
               88 END-OF-FILE         VALUE "Y".
               88 NOT-END-OF-FILE     VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-ACL-PRESENT          PIC X VALUE "N".
           05 WS-DIST-LOG-OPEN        PIC X VALUE "N".
           05 WS-DETAIL-SEEN          PIC X.
           05 WS-LINE-KIND            PIC X.
               88 LINHA-DO-QUADRO     VALUE "D".
               88 LINHA-FORA-QUADRO   VALUE "F".
               88 LINHA-CABECALHO     VALUE "H".

      *> Mestre em memoria: gestor de cada um (matricula e posicao na
      *> tabela, para subir a cadeia sem nova busca) e a marca de quem
      *> esta no quadro do gestor da vez.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-ID           PIC X(6).
               10 WS-EMP-NAME         PIC X(30).
               10 WS-EMP-DEPT         PIC X(20).
               10 WS-EMP-SALARY       PIC 9(8)V99.
               10 WS-EMP-STATUS       PIC X.
               10 WS-EMP-MGR-ID       PIC X(6).
               10 WS-EMP-PARENT       PIC 9(4).
               10 WS-EMP-IN-TEAM      PIC X.
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).
       01 WS-SEARCH-ID            PIC X(6).

      *> Gestores com pacote: todo ativo do mestre que aparece como
      *> MST-MANAGER-ID de alguem.
       01 WS-MGR-TABLE.
           05 WS-MGR-QTDE         PIC 999 VALUE 0.
           05 WS-MGR-ENTRADAS OCCURS 500 TIMES.
               10 WS-MGR-EMP          PIC 9(4).
               10 WS-MGR-ROLE         PIC X(4).
               10 WS-MGR-EMAIL        PIC X(50).
               10 WS-MGR-CLEARED      PIC X.
               10 WS-MGR-TEAM         PIC 9(4).
       01 WS-MGR-INDEX            PIC 999.
       01 WS-MGR-MATCH            PIC 999.
       01 WS-MGR-ATUAL            PIC 9(4).

      *> Regras de corte de distribution_layout.parm.
       01 WS-RULE-TABLE.
           05 WS-RULE-QTDE        PIC 99 VALUE 0.
           05 WS-RULE-ENTRADAS OCCURS 40 TIMES.
               10 WS-RULE-FILE        PIC X(40).
               10 WS-RULE-TYPE        PIC X(4).
               10 WS-RULE-KEY-POS     PIC 999.
               10 WS-RULE-KEY-LEN     PIC 999.
               10 WS-RULE-MASK-POS    PIC 999.
               10 WS-RULE-MASK-LEN    PIC 999.
       01 WS-RULE-INDEX           PIC 99.
       01 WS-RULE-MATCH           PIC 99.

      *> Relatorios distintos das regras, na ordem do parm, com as
      *> linhas entregues ao gestor da vez.
       01 WS-RPT-TABLE.
           05 WS-RPT-QTDE         PIC 99 VALUE 0.
           05 WS-RPT-ENTRADAS OCCURS 20 TIMES.
               10 WS-RPT-FILE         PIC X(40).
               10 WS-RPT-PRESENT      PIC X.
               10 WS-RPT-LINES        PIC 9(5).
       01 WS-RPT-INDEX            PIC 99.
       01 WS-RPT-MATCH            PIC 99.

      *> Perfis com direito "C" em access_control.parm.
       01 WS-CLEAR-TABLE.
           05 WS-CLEAR-QTDE       PIC 99 VALUE 0.
           05 WS-CLEAR-ROLE OCCURS 10 TIMES PIC X(4).
       01 WS-CLEAR-INDEX          PIC 99.

       01 WS-BAND-TABLE.
           05 WS-BAND-QTDE        PIC 99 VALUE 0.
           05 WS-BAND-ENTRADAS OCCURS 20 TIMES.
               10 WS-BAND-CODE    PIC X(3).
               10 WS-BAND-MIN     PIC 9(8)V99.
               10 WS-BAND-MAX     PIC 9(8)V99.
       01 WS-BAND-INDEX           PIC 99.
       01 WS-SALARY-BAND          PIC X(9).

       01 WS-WORK-FIELDS.
           05 WS-WALK             PIC 9(4).
           05 WS-WALK-STEPS       PIC 99.
           05 WS-KEY-POS          PIC 999.
           05 WS-KEY-LEN          PIC 999.
           05 WS-MASK-POS         PIC 999.
           05 WS-MASK-LEN         PIC 999.
           05 WS-LINE-EMP         PIC 9(4).
           05 WS-DEPT-KEY         PIC X(20).
           05 WS-DEPT-KNOWN       PIC X.
           05 WS-DEPT-IN-TEAM     PIC X.

       01 WS-OUTPUT-NAMES.
           05 WS-SOURCE-FILENAME  PIC X(40).
           05 WS-PACKAGE-FILENAME PIC X(60).
           05 WS-MANIFEST-FILENAME PIC X(60).

       01 WS-COUNTERS.
           05 WS-PACKAGES         PIC 9(4) VALUE 0.
           05 WS-MASKED-PACKAGES  PIC 9(4) VALUE 0.
           05 WS-NO-RECIPIENT     PIC 9(4) VALUE 0.
           05 WS-LINES-DELIVERED  PIC 9(7) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-COUNT     PIC ZZZZ9.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 TITLE-1        PIC X(132) VALUE
                   "PACOTE DE RELATORIOS DO GESTOR".

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
               PERFORM LOAD-EMPLOYEE-TABLE
               PERFORM LINK-REPORTING-CHAIN
               PERFORM LOAD-SALARY-CLEARANCE
               PERFORM LOAD-SALARY-BANDS
               PERFORM LOAD-DISTRIBUTION-LIST
               PERFORM VARYING WS-MGR-INDEX FROM 1 BY 1
                       UNTIL WS-MGR-INDEX > WS-MGR-QTDE
                   PERFORM BUILD-MANAGER-PACKAGE
               END-PERFORM
               IF WS-DIST-LOG-OPEN = "S"
                   CLOSE DIST-LOG-FILE
               END-IF
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM AXL-CLOSE-LOG
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== DISTRIBUICAO DE RELATORIOS POR GESTOR ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           MOVE "REPORT-DISTRIBUTION" TO AXL-REQ-PROGRAM
           MOVE "PACOTE"              TO AXL-REQ-VIEW
           MOVE "S"                   TO AXL-REQ-SENSITIVE
           PERFORM LOAD-LAYOUT-RULES
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Sem distribution_layout.parm nao ha como cortar relatorio
      *> nenhum. Cada relatorio das regras e aberto uma vez aqui: o
      *> que nao foi gerado no ciclo fica fora dos pacotes.
       LOAD-LAYOUT-RULES.
           OPEN INPUT LAYOUT-PARM-FILE
           IF WS-LAYOUT-PARM-STATUS NOT = "00"
               DISPLAY "ERRO: distribution_layout.parm nao encontrado - "
                       "nenhum relatorio distribuido"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-LAYOUT-PARM-STATUS NOT = "00"
               READ LAYOUT-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-LAYOUT-RULE
               END-READ
           END-PERFORM
           CLOSE LAYOUT-PARM-FILE
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-QTDE
               MOVE WS-RPT-FILE(WS-RPT-INDEX) TO WS-SOURCE-FILENAME
               OPEN INPUT SOURCE-REPORT-FILE
               IF WS-SOURCE-FILE-STATUS = "00"
                   MOVE "S" TO WS-RPT-PRESENT(WS-RPT-INDEX)
                   CLOSE SOURCE-REPORT-FILE
               ELSE
                   MOVE "N" TO WS-RPT-PRESENT(WS-RPT-INDEX)
                   DISPLAY "Aviso: " WS-SOURCE-FILENAME
                           " nao gerado neste ciclo - fora dos pacotes"
               END-IF
           END-PERFORM.

      *> Regra com tipo desconhecido ou posicoes fora da linha e
      *> ignorada com aviso.
       STORE-LAYOUT-RULE.
           IF DLY-FILE = SPACES
               EXIT PARAGRAPH
           END-IF
           IF (DLY-KEY-TYPE NOT = "MATR" AND DLY-KEY-TYPE NOT = "DEPT")
              OR DLY-KEY-POS NOT NUMERIC OR DLY-KEY-LEN NOT NUMERIC
              OR DLY-MASK-POS NOT NUMERIC OR DLY-MASK-LEN NOT NUMERIC
              OR DLY-KEY-POS = 0 OR DLY-KEY-LEN = 0
              OR DLY-KEY-POS + DLY-KEY-LEN > 201
              OR DLY-MASK-POS + DLY-MASK-LEN > 201
              OR (DLY-KEY-TYPE = "MATR" AND DLY-KEY-LEN NOT = 6)
              OR (DLY-KEY-TYPE = "DEPT" AND DLY-KEY-LEN > 20)
              OR WS-RULE-QTDE >= 40
               DISPLAY "Aviso: regra de distribution_layout.parm "
                       "ignorada: " DLY-FILE " " DLY-KEY-TYPE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RULE-QTDE
           MOVE DLY-FILE     TO WS-RULE-FILE(WS-RULE-QTDE)
           MOVE DLY-KEY-TYPE TO WS-RULE-TYPE(WS-RULE-QTDE)
           MOVE DLY-KEY-POS  TO WS-RULE-KEY-POS(WS-RULE-QTDE)
           MOVE DLY-KEY-LEN  TO WS-RULE-KEY-LEN(WS-RULE-QTDE)
           MOVE DLY-MASK-POS TO WS-RULE-MASK-POS(WS-RULE-QTDE)
           MOVE DLY-MASK-LEN TO WS-RULE-MASK-LEN(WS-RULE-QTDE)
           IF DLY-MASK-POS = 0
               MOVE 0 TO WS-RULE-MASK-LEN(WS-RULE-QTDE)
           END-IF
           MOVE 0 TO WS-RPT-MATCH
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-QTDE
               IF WS-RPT-FILE(WS-RPT-INDEX) = DLY-FILE
                   MOVE WS-RPT-INDEX TO WS-RPT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RPT-MATCH = 0 AND WS-RPT-QTDE < 20
               ADD 1 TO WS-RPT-QTDE
               MOVE DLY-FILE TO WS-RPT-FILE(WS-RPT-QTDE)
           END-IF.

       LOAD-EMPLOYEE-TABLE.
           SET NOT-END-OF-FILE TO TRUE
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY SET END-OF-FILE TO TRUE
           END-START
           PERFORM UNTIL END-OF-FILE
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       IF WS-EMP-QTDE < 2000
                           ADD 1 TO WS-EMP-QTDE
                           PERFORM STORE-EMPLOYEE
                       ELSE
                           DISPLAY "Aviso: mestre com mais de 2000 "
                                   "funcionarios - excedentes fora "
                                   "dos pacotes"
                           SET END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE.

       STORE-EMPLOYEE.
           MOVE MST-EMP-ID         TO WS-EMP-ID(WS-EMP-QTDE)
           MOVE MST-EMP-NAME       TO WS-EMP-NAME(WS-EMP-QTDE)
           MOVE MST-EMP-DEPARTMENT TO WS-EMP-DEPT(WS-EMP-QTDE)
           MOVE MST-EMP-SALARY     TO WS-EMP-SALARY(WS-EMP-QTDE)
           MOVE MST-EMP-STATUS     TO WS-EMP-STATUS(WS-EMP-QTDE)
           MOVE MST-MANAGER-ID     TO WS-EMP-MGR-ID(WS-EMP-QTDE)
           MOVE 0                  TO WS-EMP-PARENT(WS-EMP-QTDE)
           MOVE "N"                TO WS-EMP-IN-TEAM(WS-EMP-QTDE).

      *> Posicao do gestor de cada funcionario na tabela; o gestor
      *> ativo entra na lista de pacotes na primeira vez que aparece.
       LINK-REPORTING-CHAIN.
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-MGR-ID(WS-EMP-INDEX) NOT = SPACES AND
                  WS-EMP-MGR-ID(WS-EMP-INDEX) NOT =
                  WS-EMP-ID(WS-EMP-INDEX)
                   MOVE WS-EMP-MGR-ID(WS-EMP-INDEX) TO WS-SEARCH-ID
                   PERFORM FIND-EMPLOYEE
                   MOVE WS-EMP-MATCH TO WS-EMP-PARENT(WS-EMP-INDEX)
                   IF WS-EMP-MATCH > 0
                       PERFORM REGISTER-MANAGER
                   END-IF
               END-IF
           END-PERFORM.

       REGISTER-MANAGER.
           IF WS-EMP-STATUS(WS-EMP-MATCH) NOT = "A"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MGR-MATCH
           PERFORM VARYING WS-MGR-INDEX FROM 1 BY 1
                   UNTIL WS-MGR-INDEX > WS-MGR-QTDE
               IF WS-MGR-EMP(WS-MGR-INDEX) = WS-EMP-MATCH
                   MOVE WS-MGR-INDEX TO WS-MGR-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MGR-MATCH = 0 AND WS-MGR-QTDE < 500
               ADD 1 TO WS-MGR-QTDE
               MOVE WS-EMP-MATCH TO WS-MGR-EMP(WS-MGR-QTDE)
               MOVE SPACES       TO WS-MGR-ROLE(WS-MGR-QTDE)
               MOVE SPACES       TO WS-MGR-EMAIL(WS-MGR-QTDE)
               MOVE "N"          TO WS-MGR-CLEARED(WS-MGR-QTDE)
               MOVE 0            TO WS-MGR-TEAM(WS-MGR-QTDE)
           END-IF.

       FIND-EMPLOYEE.
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-WALK FROM 1 BY 1
                   UNTIL WS-WALK > WS-EMP-QTDE
               IF WS-EMP-ID(WS-WALK) = WS-SEARCH-ID
                   MOVE WS-WALK TO WS-EMP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Perfis que enxergam salario: direito de alteracao "C" na
      *> lista de acesso - o criterio da consulta e da manutencao.
       LOAD-SALARY-CLEARANCE.
           OPEN INPUT ACCESS-CONTROL-FILE
           IF WS-ACL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: access_control.parm nao encontrado, "
                       "pacotes sem mascara de salario"
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
                          WS-CLEAR-QTDE < 10
                           ADD 1 TO WS-CLEAR-QTDE
                           MOVE ACL-ROLE TO WS-CLEAR-ROLE(WS-CLEAR-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCESS-CONTROL-FILE.

      *> Faixas da grade para a variante mascarada, como no modo
      *> MASCARA do REPORT-GENERATOR.
       LOAD-SALARY-BANDS.
           OPEN INPUT PAYGRADE-MASTER-FILE
           IF WS-PAYGRADE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: paygrade_master.dat indisponivel - "
                       "salarios mascarados sairao como FAIXA ---"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PAYGRADE-FILE-STATUS NOT = "00"
               READ PAYGRADE-MASTER-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-BAND-QTDE < 20
                           ADD 1 TO WS-BAND-QTDE
                           MOVE GRD-CODE
                               TO WS-BAND-CODE(WS-BAND-QTDE)
                           MOVE GRD-SALARY-MIN
                               TO WS-BAND-MIN(WS-BAND-QTDE)
                           MOVE GRD-SALARY-MAX
                               TO WS-BAND-MAX(WS-BAND-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYGRADE-MASTER-FILE.

      *> Perfil e e-mail de cada gestor; linha de quem nao e gestor
      *> ativo no mestre e ignorada com aviso.
       LOAD-DISTRIBUTION-LIST.
           OPEN INPUT DIST-PARM-FILE
           IF WS-DIST-PARM-STATUS NOT = "00"
               DISPLAY "Aviso: distribution.parm nao encontrado - "
                       "pacotes sem destinatario"
           ELSE
               PERFORM UNTIL WS-DIST-PARM-STATUS NOT = "00"
                   READ DIST-PARM-FILE
                       AT END CONTINUE
                       NOT AT END
                           PERFORM STORE-RECIPIENT
                   END-READ
               END-PERFORM
               CLOSE DIST-PARM-FILE
           END-IF
           PERFORM VARYING WS-MGR-INDEX FROM 1 BY 1
                   UNTIL WS-MGR-INDEX > WS-MGR-QTDE
               PERFORM SET-MANAGER-CLEARANCE
           END-PERFORM.

       STORE-RECIPIENT.
           IF DPM-MANAGER-ID = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-MGR-MATCH
           PERFORM VARYING WS-MGR-INDEX FROM 1 BY 1
                   UNTIL WS-MGR-INDEX > WS-MGR-QTDE
               IF WS-EMP-ID(WS-MGR-EMP(WS-MGR-INDEX)) = DPM-MANAGER-ID
                   MOVE WS-MGR-INDEX TO WS-MGR-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MGR-MATCH = 0
               DISPLAY "Aviso: " DPM-MANAGER-ID " em distribution.parm "
                       "nao e gestor ativo no mestre - ignorado"
               EXIT PARAGRAPH
           END-IF
           MOVE DPM-ROLE  TO WS-MGR-ROLE(WS-MGR-MATCH)
           MOVE DPM-EMAIL TO WS-MGR-EMAIL(WS-MGR-MATCH).

       SET-MANAGER-CLEARANCE.
           IF WS-ACL-PRESENT = "N"
               MOVE "S" TO WS-MGR-CLEARED(WS-MGR-INDEX)
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-MGR-CLEARED(WS-MGR-INDEX)
           IF WS-MGR-ROLE(WS-MGR-INDEX) = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CLEAR-INDEX FROM 1 BY 1
                   UNTIL WS-CLEAR-INDEX > WS-CLEAR-QTDE
               IF WS-CLEAR-ROLE(WS-CLEAR-INDEX) =
                  WS-MGR-ROLE(WS-MGR-INDEX)
                   MOVE "S" TO WS-MGR-CLEARED(WS-MGR-INDEX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> ==============================================================
      *> Pacote de um gestor: marca o quadro, corta cada relatorio
      *> gerado no ciclo, grava o manifesto e o registro de
      *> distribuicao.
      *> ==============================================================
       BUILD-MANAGER-PACKAGE.
           MOVE WS-MGR-EMP(WS-MGR-INDEX) TO WS-MGR-ATUAL
           PERFORM MARK-MANAGER-TEAM
           MOVE SPACES TO WS-PACKAGE-FILENAME
           STRING "../data/manager_pack_" DELIMITED BY SIZE
                  WS-EMP-ID(WS-MGR-ATUAL) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  BDT-DATE DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-PACKAGE-FILENAME
           MOVE SPACES TO WS-MANIFEST-FILENAME
           STRING "../data/manager_pack_" DELIMITED BY SIZE
                  WS-EMP-ID(WS-MGR-ATUAL) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  BDT-DATE DELIMITED BY SIZE
                  ".manifest" DELIMITED BY SIZE
                  INTO WS-MANIFEST-FILENAME
           OPEN OUTPUT PACKAGE-FILE
           IF WS-PACKAGE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       WS-PACKAGE-FILENAME
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PACKAGES
           IF WS-MGR-CLEARED(WS-MGR-INDEX) = "N"
               ADD 1 TO WS-MASKED-PACKAGES
           END-IF
           MOVE WS-EMP-ID(WS-MGR-ATUAL)  TO AXL-REQ-USER
           MOVE WS-MGR-ROLE(WS-MGR-INDEX) TO AXL-REQ-ROLE
           PERFORM WRITE-PACKAGE-HEADER
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-QTDE
               MOVE 0 TO WS-RPT-LINES(WS-RPT-INDEX)
               IF WS-RPT-PRESENT(WS-RPT-INDEX) = "S"
                   PERFORM BURST-ONE-REPORT
               END-IF
           END-PERFORM
           CLOSE PACKAGE-FILE
           PERFORM WRITE-PACKAGE-MANIFEST
           PERFORM WRITE-DISTRIBUTION-LOG.

      *> Quadro = quem tem o gestor da vez em algum ponto da cadeia
      *> acima de si (ou e ele proprio). Mais de 50 niveis so pode
      *> ser laco de gestores: a subida para ali.
       MARK-MANAGER-TEAM.
           MOVE 0 TO WS-MGR-TEAM(WS-MGR-INDEX)
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               MOVE "N" TO WS-EMP-IN-TEAM(WS-EMP-INDEX)
               MOVE WS-EMP-INDEX TO WS-WALK
               MOVE 0 TO WS-WALK-STEPS
               PERFORM UNTIL WS-WALK = 0 OR WS-WALK-STEPS > 50
                   IF WS-WALK = WS-MGR-ATUAL
                       MOVE "S" TO WS-EMP-IN-TEAM(WS-EMP-INDEX)
                       ADD 1 TO WS-MGR-TEAM(WS-MGR-INDEX)
                       EXIT PERFORM
                   END-IF
                   MOVE WS-EMP-PARENT(WS-WALK) TO WS-WALK
                   ADD 1 TO WS-WALK-STEPS
               END-PERFORM
           END-PERFORM.

       WRITE-PACKAGE-HEADER.
           WRITE PACKAGE-LINE FROM SEPARATOR
           WRITE PACKAGE-LINE FROM TITLE-1
           MOVE SPACES TO PACKAGE-LINE
           STRING "GESTOR: " WS-EMP-ID(WS-MGR-ATUAL) " "
                  WS-EMP-NAME(WS-MGR-ATUAL)
                  DELIMITED BY SIZE INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE WS-MGR-TEAM(WS-MGR-INDEX) TO FORMATTED-COUNT
           MOVE SPACES TO PACKAGE-LINE
           STRING "GERADO EM: " WS-CURRENT-DAY "/" WS-CURRENT-MONTH
                  "/" WS-CURRENT-YEAR "   QUADRO: " FORMATTED-COUNT
                  " funcionario(s)"
                  DELIMITED BY SIZE INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           IF WS-MGR-CLEARED(WS-MGR-INDEX) = "N"
               MOVE "VARIANTE MASCARADA: salarios trocados pela faixa da grade"
                   TO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-IF
           WRITE PACKAGE-LINE FROM SEPARATOR.

      *> Um relatorio: secao propria no pacote, linha a linha pela
      *> classificacao das regras do relatorio.
       BURST-ONE-REPORT.
           MOVE WS-RPT-FILE(WS-RPT-INDEX) TO WS-SOURCE-FILENAME
           OPEN INPUT SOURCE-REPORT-FILE
           IF WS-SOURCE-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE SPACES TO PACKAGE-LINE
           STRING "RELATORIO: " WS-SOURCE-FILENAME
                  DELIMITED BY SIZE INTO PACKAGE-LINE
           WRITE PACKAGE-LINE
           MOVE "N" TO WS-DETAIL-SEEN
           SET NOT-END-OF-FILE TO TRUE
           PERFORM UNTIL END-OF-FILE
               READ SOURCE-REPORT-FILE
                   AT END SET END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM BURST-ONE-LINE
               END-READ
           END-PERFORM
           CLOSE SOURCE-REPORT-FILE
           IF WS-RPT-LINES(WS-RPT-INDEX) = 0
               MOVE "(nenhuma linha do seu quadro neste relatorio)"
                   TO PACKAGE-LINE
               WRITE PACKAGE-LINE
           END-IF.

       BURST-ONE-LINE.
           PERFORM CLASSIFY-LINE
           EVALUATE TRUE
               WHEN LINHA-DO-QUADRO
                   MOVE "S" TO WS-DETAIL-SEEN
                   IF WS-MASK-LEN > 0
                       PERFORM PROTECT-SALARY
                   END-IF
                   WRITE PACKAGE-LINE FROM SOURCE-LINE
                   ADD 1 TO WS-RPT-LINES(WS-RPT-INDEX)
                   ADD 1 TO WS-LINES-DELIVERED
               WHEN LINHA-FORA-QUADRO
                   MOVE "S" TO WS-DETAIL-SEEN
               WHEN OTHER
                   IF WS-DETAIL-SEEN = "N" OR SOURCE-LINE = SPACES OR
                      SOURCE-LINE(1:1) = "=" OR SOURCE-LINE(1:1) = "-"
                       WRITE PACKAGE-LINE FROM SOURCE-LINE
                   END-IF
           END-EVALUATE.

      *> A primeira regra do relatorio que reconhece a linha decide:
      *> matricula numerica (do quadro ou nao) ou nome de departamento
      *> existente no mestre. Fora isso, cabecalho/estrutura.
       CLASSIFY-LINE.
           SET LINHA-CABECALHO TO TRUE
           MOVE 0 TO WS-LINE-EMP
           MOVE 0 TO WS-MASK-LEN
           PERFORM VARYING WS-RULE-INDEX FROM 1 BY 1
                   UNTIL WS-RULE-INDEX > WS-RULE-QTDE
               IF WS-RULE-FILE(WS-RULE-INDEX) = WS-SOURCE-FILENAME
                   MOVE WS-RULE-KEY-POS(WS-RULE-INDEX) TO WS-KEY-POS
                   MOVE WS-RULE-KEY-LEN(WS-RULE-INDEX) TO WS-KEY-LEN
                   IF WS-RULE-TYPE(WS-RULE-INDEX) = "MATR"
                       PERFORM CLASSIFY-BY-EMPLOYEE
                   ELSE
                       PERFORM CLASSIFY-BY-DEPARTMENT
                   END-IF
                   IF NOT LINHA-CABECALHO
                       MOVE WS-RULE-MASK-POS(WS-RULE-INDEX)
                           TO WS-MASK-POS
                       MOVE WS-RULE-MASK-LEN(WS-RULE-INDEX)
                           TO WS-MASK-LEN
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM.

       CLASSIFY-BY-EMPLOYEE.
           IF SOURCE-LINE(WS-KEY-POS:6) NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE SOURCE-LINE(WS-KEY-POS:6) TO WS-SEARCH-ID
           PERFORM FIND-EMPLOYEE
           IF WS-EMP-MATCH > 0
               IF WS-EMP-IN-TEAM(WS-EMP-MATCH) = "S"
                   MOVE WS-EMP-MATCH TO WS-LINE-EMP
                   SET LINHA-DO-QUADRO TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           SET LINHA-FORA-QUADRO TO TRUE.

       CLASSIFY-BY-DEPARTMENT.
           MOVE SPACES TO WS-DEPT-KEY
           MOVE SOURCE-LINE(WS-KEY-POS:WS-KEY-LEN)
               TO WS-DEPT-KEY(1:WS-KEY-LEN)
           IF WS-DEPT-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-DEPT-KNOWN
           MOVE "N" TO WS-DEPT-IN-TEAM
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-DEPT(WS-EMP-INDEX)(1:WS-KEY-LEN) =
                  WS-DEPT-KEY(1:WS-KEY-LEN)
                   MOVE "S" TO WS-DEPT-KNOWN
                   IF WS-EMP-IN-TEAM(WS-EMP-INDEX) = "S"
                       MOVE "S" TO WS-DEPT-IN-TEAM
                       EXIT PERFORM
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DEPT-IN-TEAM = "S"
               SET LINHA-DO-QUADRO TO TRUE
           ELSE
               IF WS-DEPT-KNOWN = "S"
                   SET LINHA-FORA-QUADRO TO TRUE
               END-IF
           END-IF.

      *> Gestor sem acesso a salario: faixa da grade no lugar do
      *> salario do funcionario, asteriscos no lugar da massa do
      *> departamento. Com acesso, o salario aberto vai para o log de
      *> leitura em nome do gestor.
       PROTECT-SALARY.
           IF WS-MGR-CLEARED(WS-MGR-INDEX) = "S"
               IF WS-LINE-EMP > 0
                   MOVE WS-EMP-ID(WS-LINE-EMP) TO AXL-REQ-EMP-ID
                   PERFORM AXL-LOG-ACCESS
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-LINE-EMP > 0
               PERFORM DERIVE-SALARY-BAND
               MOVE SPACES TO SOURCE-LINE(WS-MASK-POS:WS-MASK-LEN)
               MOVE WS-SALARY-BAND
                   TO SOURCE-LINE(WS-MASK-POS:WS-MASK-LEN)
           ELSE
               MOVE ALL "*" TO SOURCE-LINE(WS-MASK-POS:WS-MASK-LEN)
           END-IF.

       DERIVE-SALARY-BAND.
           MOVE "FAIXA ---" TO WS-SALARY-BAND
           PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
                   UNTIL WS-BAND-INDEX > WS-BAND-QTDE
               IF WS-EMP-SALARY(WS-LINE-EMP) >=
                  WS-BAND-MIN(WS-BAND-INDEX) AND
                  WS-EMP-SALARY(WS-LINE-EMP) <=
                  WS-BAND-MAX(WS-BAND-INDEX)
                   MOVE SPACES TO WS-SALARY-BAND
                   STRING "FAIXA " WS-BAND-CODE(WS-BAND-INDEX)
                          DELIMITED BY SIZE INTO WS-SALARY-BAND
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Manifesto no padrao do outbound_report: o pacote, o
      *> destinatario, a variante e as linhas de cada relatorio.
       WRITE-PACKAGE-MANIFEST.
           OPEN OUTPUT MANIFEST-FILE
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: nao foi possivel criar "
                       WS-MANIFEST-FILENAME
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MANIFEST-LINE
           STRING "RELATORIO: " DELIMITED BY SIZE
                  WS-PACKAGE-FILENAME DELIMITED BY SIZE
                  INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           STRING "GESTOR: " WS-EMP-ID(WS-MGR-ATUAL) " "
                  WS-EMP-NAME(WS-MGR-ATUAL)
                  DELIMITED BY SIZE INTO MANIFEST-LINE
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           IF WS-MGR-EMAIL(WS-MGR-INDEX) = SPACES
               STRING "PARA: (gestor fora de distribution.parm - "
                      "sem destinatario configurado)"
                      DELIMITED BY SIZE INTO MANIFEST-LINE
               ADD 1 TO WS-NO-RECIPIENT
               DISPLAY "Aviso: gestor " WS-EMP-ID(WS-MGR-ATUAL)
                       " sem e-mail em distribution.parm - pacote "
                       "nao enderecado"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               STRING "PARA: " WS-MGR-EMAIL(WS-MGR-INDEX)
                      DELIMITED BY SIZE INTO MANIFEST-LINE
           END-IF
           WRITE MANIFEST-LINE
           MOVE SPACES TO MANIFEST-LINE
           IF WS-MGR-CLEARED(WS-MGR-INDEX) = "S"
               MOVE "VARIANTE: COMPLETA" TO MANIFEST-LINE
           ELSE
               IF WS-MGR-ROLE(WS-MGR-INDEX) = SPACES
                   MOVE "VARIANTE: MASCARADA (gestor sem perfil em distribution.parm)"
                       TO MANIFEST-LINE
               ELSE
                   STRING "VARIANTE: MASCARADA (perfil "
                          WS-MGR-ROLE(WS-MGR-INDEX)
                          " sem acesso a valores salariais)"
                          DELIMITED BY SIZE INTO MANIFEST-LINE
               END-IF
           END-IF
           WRITE MANIFEST-LINE
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-QTDE
               IF WS-RPT-PRESENT(WS-RPT-INDEX) = "S"
                   MOVE WS-RPT-LINES(WS-RPT-INDEX) TO FORMATTED-COUNT
                   MOVE SPACES TO MANIFEST-LINE
                   STRING "CONTEUDO: " WS-RPT-FILE(WS-RPT-INDEX)
                          " " FORMATTED-COUNT " linha(s)"
                          DELIMITED BY SIZE INTO MANIFEST-LINE
                   WRITE MANIFEST-LINE
               END-IF
           END-PERFORM
           CLOSE MANIFEST-FILE.

       WRITE-DISTRIBUTION-LOG.
           IF WS-DIST-LOG-OPEN = "N"
               OPEN EXTEND DIST-LOG-FILE
               IF WS-DIST-LOG-STATUS NOT = "00"
                   OPEN OUTPUT DIST-LOG-FILE
               END-IF
               IF WS-DIST-LOG-STATUS NOT = "00"
                   DISPLAY "Aviso: distribution_log.dat indisponivel - "
                           "distribuicao nao registrada"
                   MOVE "X" TO WS-DIST-LOG-OPEN
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               ELSE
                   MOVE "S" TO WS-DIST-LOG-OPEN
               END-IF
           END-IF
           IF WS-DIST-LOG-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RPT-INDEX FROM 1 BY 1
                   UNTIL WS-RPT-INDEX > WS-RPT-QTDE
               IF WS-RPT-PRESENT(WS-RPT-INDEX) = "S"
                   MOVE SPACES TO DIST-LOG-RECORD
                   MOVE BDT-DATE TO DSL-RUN-DATE
                   MOVE WS-EMP-ID(WS-MGR-ATUAL) TO DSL-MANAGER-ID
                   MOVE WS-RPT-FILE(WS-RPT-INDEX) TO DSL-REPORT
                   IF WS-MGR-CLEARED(WS-MGR-INDEX) = "S"
                       MOVE "C" TO DSL-VARIANT
                   ELSE
                       MOVE "M" TO DSL-VARIANT
                   END-IF
                   MOVE WS-RPT-LINES(WS-RPT-INDEX) TO DSL-LINES
                   MOVE WS-MGR-EMAIL(WS-MGR-INDEX) TO DSL-EMAIL
                   WRITE DIST-LOG-RECORD
               END-IF
           END-PERFORM.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "Funcionarios no mestre: " WS-EMP-QTDE
           DISPLAY "Gestores com pacote: " WS-PACKAGES
                   "  Mascarados: " WS-MASKED-PACKAGES
           DISPLAY "Pacotes sem destinatario: " WS-NO-RECIPIENT
           DISPLAY "Linhas distribuidas: " WS-LINES-DELIVERED
           DISPLAY "Registro: distribution_log.dat".

       WRITE-JOB-LOG-ENTRY.
           MOVE "REPORT-DISTRIBUTION" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-LINES-DELIVERED TO JRL-RECORDS-PROCESSED
           MOVE WS-NO-RECIPIENT    TO JRL-RECORDS-REJECTED
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
                   WS-LINES-DELIVERED / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-LINES-DELIVERED TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY ACCLOG-RTN.
