IDENTIFICATION DIVISION.
       PROGRAM-ID. ESOCIAL-EVENTS.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Gera o arquivo de eventos do eSocial (esocial_events.dat) a
      *> partir do que o sistema ja registra, em vez da redigitacao no
      *> portal:
      *>   S-2200 admissao, S-2206 alteracao contratual e S-2299
      *>   desligamento - linhas INCLUIDO/ALTERADO/DESLIGADO do log de
      *>   auditoria da manutencao (employee_maintenance_log.dat, a
      *>   data do fato) casadas com o diario de imagens-antes
      *>   (maint_before_images.dat, BEFOREIMG.cpy) para os dados do
      *>   registro - na alteracao, a imagem e o estado anterior e o
      *>   estado novo vem da imagem seguinte da mesma matricula ou,
      *>   se nao houver, do extrato enterprise.dat (mesmo criterio do
      *>   CHANGE-EXTRACT);
      *>   S-1200 remuneracao e S-1210 pagamento - payroll_detail.dat,
      *>   com as rubricas da folha mensal (payroll_elements.dat,
      *>   PAYELEMD.cpy) em linhas "R" logo abaixo do S-1200; o
      *>   adiantamento quinzenal nao e remuneracao nova e so entra no
      *>   S-1210;
      *>   S-2230 afastamento - absence_transactions.dat (a folga
      *>   compensatoria do banco de horas nao e afastamento).
      *> Cada evento recebe um ID unico e uma linha ENV no controle de
      *> eventos (esocial_event_control.dat, ESOCEVT.cpy), onde o
      *> ESOCIAL-RECEIPT registra o recibo ou a rejeicao do governo -
      *> o mesmo laco do GL-EXPORT com o GL-ACK-PROCESS. A chave de
      *> referencia do controle impede reenviar o que ja foi enviado
      *> ou aceito; evento REJ cuja origem foi corrigida e regerado
      *> com ID novo e o antigo vira SUB. Linha de auditoria sem
      *> imagem-antes correspondente ainda gera o evento com os dados
      *> do extrato, com aviso e RETURN-CODE 4.
      *> O reembolso de despesas (PD-PAY-TYPE "REE") e verba
      *> indenizatoria paga fora da folha e nao gera S-1200 nem
      *> S-1210.
      *> Falta nao justificada (FNJ) e perda de DSR nao sao
      *> afastamento temporario do S-2230 - so descontam na folha.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../data/employee_maintenance_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT BEFORE-IMAGE-FILE ASSIGN TO "../data/maint_before_images.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BEFORE-FILE-STATUS.

           SELECT EMPLOYEE-FILE ASSIGN TO "../data/enterprise.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT ELEMENTS-FILE ASSIGN TO "../data/payroll_elements.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ELEMENTS-FILE-STATUS.

           SELECT ABSENCE-FILE ASSIGN TO "../data/absence_transactions.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ABSENCE-FILE-STATUS.

           SELECT POSITION-MASTER-FILE ASSIGN TO "../data/position_master.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSITION-FILE-STATUS.

           SELECT EVENT-CONTROL-FILE ASSIGN TO "../data/esocial_event_control.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT EVENT-FILE ASSIGN TO "../data/esocial_events.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EVENT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

      *> Linha do log de auditoria da manutencao, como gravada por
      *> WRITE-AUDIT-LINE: data AAAA-MM-DD, codigo da transacao,
      *> matricula e resultado.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-LINE.
           05 AUD-DATE.
               10 AUD-YEAR        PIC X(4).
               10 FILLER          PIC X.
               10 AUD-MONTH       PIC X(2).
               10 FILLER          PIC X.
               10 AUD-DAY         PIC X(2).
           05 FILLER              PIC X.
           05 AUD-TRANS-CODE      PIC X.
           05 FILLER              PIC X.
           05 AUD-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 AUD-RESULT          PIC X(10).
           05 FILLER              PIC X(50).

       FD BEFORE-IMAGE-FILE.
       COPY BEFOREIMG.

       FD EMPLOYEE-FILE.
       COPY EMPLOYEE.

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD ELEMENTS-FILE.
       COPY PAYELEMD.

       FD ABSENCE-FILE.
       COPY ABSENCE.

       FD POSITION-MASTER-FILE.
       COPY POSMST.

       FD EVENT-CONTROL-FILE.
       COPY ESOCEVT.

      *> Arquivo de eventos: header "0" com o carimbo da rodada,
      *> evento "E" (ID, tipo, matricula, chave de referencia e os
      *> dados do tipo, nas visoes abaixo), rubrica "R" do S-1200
      *> logo abaixo do evento, com o mesmo ID, e trailer "9" com as
      *> contagens.
       FD EVENT-FILE.
       01 ESOCIAL-EVENT-RECORD.
           05 ESO-RECORD-TYPE     PIC X.
           05 ESO-EVENT-ID        PIC X(24).
           05 ESO-EVENT-TYPE      PIC X(6).
           05 ESO-EMP-ID          PIC X(6).
           05 ESO-REF-KEY         PIC X(11).
           05 ESO-EVENT-DATA      PIC X(120).
           05 ESO-ADMISSION-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-ADM-NAME        PIC X(30).
               10 ESO-ADM-BIRTH-DATE  PIC 9(8).
               10 ESO-ADM-HIRE-DATE   PIC 9(8).
               10 ESO-ADM-SALARY      PIC 9(8)V99.
               10 ESO-ADM-CURRENCY    PIC X(3).
               10 ESO-ADM-DEPARTMENT  PIC X(20).
               10 ESO-ADM-POSITION    PIC X(5).
               10 ESO-ADM-CBO         PIC X(6).
               10 ESO-ADM-GRADE       PIC X(3).
               10 ESO-ADM-COMPANY     PIC X(2).
               10 FILLER              PIC X(25).
           05 ESO-CHANGE-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-ALT-DATE        PIC 9(8).
               10 ESO-ALT-SALARY      PIC 9(8)V99.
               10 ESO-ALT-DEPARTMENT  PIC X(20).
               10 ESO-ALT-POSITION    PIC X(5).
               10 ESO-ALT-CBO         PIC X(6).
               10 ESO-ALT-GRADE       PIC X(3).
               10 ESO-ALT-OLD-SALARY  PIC 9(8)V99.
               10 ESO-ALT-OLD-DEPARTMENT PIC X(20).
               10 ESO-ALT-OLD-POSITION PIC X(5).
               10 ESO-ALT-OLD-GRADE   PIC X(3).
               10 FILLER              PIC X(30).
           05 ESO-TERMINATION-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-DES-DATE        PIC 9(8).
               10 ESO-DES-NAME        PIC X(30).
               10 ESO-DES-SALARY      PIC 9(8)V99.
               10 ESO-DES-DEPARTMENT  PIC X(20).
               10 ESO-DES-POSITION    PIC X(5).
               10 FILLER              PIC X(47).
           05 ESO-REMUNERATION-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-REM-PERIOD      PIC 9(6).
               10 ESO-REM-PAY-TYPE    PIC X(3).
               10 ESO-REM-GROSS       PIC 9(8)V99.
               10 ESO-REM-INSS        PIC 9(8)V99.
               10 ESO-REM-IRRF        PIC 9(8)V99.
               10 ESO-REM-EMPLOYER-INSS PIC 9(8)V99.
               10 ESO-REM-FGTS        PIC 9(8)V99.
               10 ESO-REM-POSITION    PIC X(5).
               10 ESO-REM-CBO         PIC X(6).
               10 ESO-REM-CURRENCY    PIC X(3).
               10 FILLER              PIC X(47).
           05 ESO-PAYMENT-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-PAG-PERIOD      PIC 9(6).
               10 ESO-PAG-PAY-TYPE    PIC X(3).
               10 ESO-PAG-NET         PIC 9(8)V99.
               10 ESO-PAG-GARNISH     PIC 9(8)V99.
               10 ESO-PAG-ADVANCE     PIC 9(8)V99.
               10 ESO-PAG-CURRENCY    PIC X(3).
               10 FILLER              PIC X(78).
           05 ESO-ABSENCE-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-AFA-TYPE        PIC X(3).
               10 ESO-AFA-START-DATE  PIC 9(8).
               10 ESO-AFA-END-DATE    PIC 9(8).
               10 FILLER              PIC X(101).
           05 ESO-ELEMENT-DATA REDEFINES ESO-EVENT-DATA.
               10 ESO-RUB-CODE        PIC X(4).
               10 ESO-RUB-DESCRIPTION PIC X(20).
               10 ESO-RUB-NATURE      PIC X.
               10 ESO-RUB-AMOUNT      PIC 9(8)V99.
               10 FILLER              PIC X(85).
       01 ESOCIAL-EVENT-HEADER REDEFINES ESOCIAL-EVENT-RECORD.
           05 ESH-RECORD-TYPE     PIC X.
           05 ESH-RUN-STAMP       PIC X(14).
           05 ESH-DESCRIPTION     PIC X(30).
           05 FILLER              PIC X(123).
       01 ESOCIAL-EVENT-TRAILER REDEFINES ESOCIAL-EVENT-RECORD.
           05 EST-RECORD-TYPE     PIC X.
           05 EST-EVENTS          PIC 9(6).
           05 EST-ELEMENTS        PIC 9(6).
           05 FILLER              PIC X(155).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUSES.
           05 WS-AUDIT-FILE-STATUS    PIC XX.
           05 WS-BEFORE-FILE-STATUS   PIC XX.
           05 WS-EMPLOYEE-FILE-STATUS PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-ELEMENTS-FILE-STATUS PIC XX.
           05 WS-ABSENCE-FILE-STATUS  PIC XX.
           05 WS-POSITION-FILE-STATUS PIC XX.
           05 WS-CONTROL-FILE-STATUS  PIC XX.
           05 WS-EVENT-FILE-STATUS    PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-TABLE-FULL-FLAG      PIC X VALUE "N".
           05 WS-REGISTER-FLAG        PIC X.
               88 EVENT-REGISTERED    VALUE "S".
               88 EVENT-ALREADY-SENT  VALUE "N".

      *> Controle de eventos inteiro em tabela: consultado para nao
      *> reenviar o mesmo fato, acrescido dos eventos desta rodada e
      *> regravado no final (as rejeicoes regeradas viram SUB).
       01 WS-CONTROL-TABLE.
           05 WS-CT-QTDE          PIC 9(4) VALUE 0.
           05 WS-CT-ENTRADAS OCCURS 3000 TIMES.
               10 WS-CT-RECORD        PIC X(118).
       01 WS-CT-INDEX             PIC 9(4).
       01 WS-CT-MATCH             PIC 9(4).

      *> Diario de imagens-antes em tabela, na ordem de gravacao; cada
      *> imagem casa com uma unica linha do log (WS-BI-USED).
       01 WS-BEFORE-TABLE.
           05 WS-BI-QTDE          PIC 9(4) VALUE 0.
           05 WS-BI-ENTRADAS OCCURS 2000 TIMES.
               10 WS-BI-RUN-DATE      PIC X(8).
               10 WS-BI-ACTION        PIC X.
               10 WS-BI-EMP-ID        PIC X(6).
               10 WS-BI-IMAGE         PIC X(121).
               10 WS-BI-USED          PIC X.
       01 WS-BI-INDEX             PIC 9(4).
       01 WS-BI-MATCH             PIC 9(4).
       01 WS-BI-NEXT              PIC 9(4).

      *> Ocorrencias no dia por codigo + matricula: a segunda
      *> alteracao do mesmo funcionario no mesmo dia e outro fato,
      *> com outra chave de referencia.
       01 WS-OCC-TABLE.
           05 WS-OCC-QTDE         PIC 9(4) VALUE 0.
           05 WS-OCC-ENTRADAS OCCURS 2000 TIMES.
               10 WS-OCC-KEY          PIC X(15).
               10 WS-OCC-COUNT        PIC 999.
       01 WS-OCC-INDEX            PIC 9(4).
       01 WS-OCC-MATCH            PIC 9(4).
       01 WS-OCC-SEARCH-KEY       PIC X(15).
       01 WS-OCC-NUMBER           PIC 999.

      *> Extrato corrente: estado novo da alteracao sem imagem
      *> seguinte, empresa do funcionario para o ID dos eventos da
      *> folha e dos afastamentos, e dados de quem ficou sem imagem.
       01 WS-EMP-TABLE.
           05 WS-EMP-QTDE         PIC 9(4) VALUE 0.
           05 WS-EMP-ENTRADAS OCCURS 2000 TIMES.
               10 WS-EMP-TAB-RECORD   PIC X(121).
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

      *> Rubricas da folha mensal, para as linhas "R" do S-1200.
       01 WS-ELEMENT-TABLE.
           05 WS-EL-QTDE          PIC 9(4) VALUE 0.
           05 WS-EL-ENTRADAS OCCURS 3000 TIMES.
               10 WS-EL-PERIOD        PIC 9(6).
               10 WS-EL-EMP-ID        PIC X(6).
               10 WS-EL-CODE          PIC X(4).
               10 WS-EL-DESCRIPTION   PIC X(20).
               10 WS-EL-NATURE        PIC X.
               10 WS-EL-AMOUNT        PIC 9(8)V99.
       01 WS-EL-INDEX             PIC 9(4).

       01 WS-POSITION-TABLE.
           05 WS-POS-QTDE         PIC 99 VALUE 0.
           05 WS-POS-ENTRADAS OCCURS 50 TIMES.
               10 WS-POS-CODE         PIC X(5).
               10 WS-POS-CBO          PIC X(6).
       01 WS-POS-INDEX            PIC 99.
       01 WS-POS-LOOKUP-CODE      PIC X(5).
       01 WS-POS-LOOKUP-CBO       PIC X(6).

      *> Visoes do registro do mestre: BFV = imagem-antes (ou
      *> registro do extrato convertido), NEW = estado novo da
      *> alteracao.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==BFV-RECORD==
                   LEADING ==MST== BY ==BFV==.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==NEW-RECORD==
                   LEADING ==MST== BY ==NEW==.

      *> Evento em montagem: tipo, matricula, chave de referencia e
      *> empresa (para o ID) - preenchidos antes de REGISTER-EVENT.
       01 WS-NEW-EVENT.
           05 WS-NEW-TYPE         PIC X(6).
           05 WS-NEW-EMP-ID       PIC X(6).
           05 WS-NEW-REF-KEY      PIC X(11).
           05 WS-NEW-COMPANY      PIC X(2).
       01 WS-EVENT-ID.
           05 WS-ID-PREFIX        PIC XX VALUE "ID".
           05 WS-ID-COMPANY       PIC X(2).
           05 WS-ID-RUN-STAMP     PIC X(14).
           05 WS-ID-SEQUENCE      PIC 9(6).
       01 WS-EVENT-SEQUENCE       PIC 9(6) VALUE 0.

       01 WS-AUDIT-EVENT-DATE     PIC X(8).
       01 WS-AUDIT-EVENT-DATE-N REDEFINES WS-AUDIT-EVENT-DATE
                                  PIC 9(8).
       01 WS-PAY-TYPE             PIC X(3).

       01 WS-COUNTERS.
           05 WS-AUDIT-READ       PIC 9(5) VALUE 0.
           05 WS-DETAILS-READ     PIC 9(5) VALUE 0.
           05 WS-ABSENCES-READ    PIC 9(5) VALUE 0.
           05 WS-EVENTS-WRITTEN   PIC 9(6) VALUE 0.
           05 WS-ELEMENTS-WRITTEN PIC 9(6) VALUE 0.
           05 WS-EVENTS-SKIPPED   PIC 9(5) VALUE 0.
           05 WS-EVENTS-REDONE    PIC 9(5) VALUE 0.
           05 WS-NO-IMAGE         PIC 9(5) VALUE 0.
           05 WS-CNT-2200         PIC 9(5) VALUE 0.
           05 WS-CNT-2206         PIC 9(5) VALUE 0.
           05 WS-CNT-2299         PIC 9(5) VALUE 0.
           05 WS-CNT-1200         PIC 9(5) VALUE 0.
           05 WS-CNT-1210         PIC 9(5) VALUE 0.
           05 WS-CNT-2230         PIC 9(5) VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-DATE-N REDEFINES WS-CURRENT-DATE PIC 9(8).

       01 WS-RUN-TIME.
           05 WS-RUN-HHMMSS       PIC X(6).
           05 FILLER              PIC XX.

       COPY BUSDATE.

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
               PERFORM GENERATE-MAINTENANCE-EVENTS
               PERFORM GENERATE-PAYROLL-EVENTS
               PERFORM GENERATE-ABSENCE-EVENTS
               PERFORM WRITE-EVENT-TRAILER
               PERFORM REWRITE-EVENT-CONTROL
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== GERACAO DE EVENTOS DO ESOCIAL ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-ID-RUN-STAMP
           STRING WS-CURRENT-DATE WS-RUN-HHMMSS
                  DELIMITED BY SIZE INTO WS-ID-RUN-STAMP
           INITIALIZE WS-CONTROL-TABLE WS-BEFORE-TABLE WS-OCC-TABLE
                      WS-EMP-TABLE WS-ELEMENT-TABLE

           PERFORM LOAD-POSITION-MASTER
           PERFORM LOAD-EMPLOYEE-EXTRACT
           PERFORM LOAD-EVENT-CONTROL

           OPEN OUTPUT EVENT-FILE
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: nao foi possivel criar "
                       "esocial_events.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO ESOCIAL-EVENT-RECORD
           MOVE "0" TO ESH-RECORD-TYPE
           MOVE WS-ID-RUN-STAMP TO ESH-RUN-STAMP
           MOVE "EVENTOS ESOCIAL" TO ESH-DESCRIPTION
           WRITE ESOCIAL-EVENT-RECORD
           DISPLAY "Rodada de eventos: " WS-ID-RUN-STAMP.

       LOAD-POSITION-MASTER.
           OPEN INPUT POSITION-MASTER-FILE
           IF WS-POSITION-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: position_master.dat nao encontrado - "
                       "eventos sem CBO"
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
                           MOVE POS-CBO-CODE
                               TO WS-POS-CBO(WS-POS-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE POSITION-MASTER-FILE.

      *> O extrato tem o mesmo layout do mestre (EMPLOYEE.cpy x
      *> EMPMST.cpy), por isso a tabela guarda o registro inteiro e a
      *> consulta o devolve pela visao BFV/NEW.
       LOAD-EMPLOYEE-EXTRACT.
           OPEN INPUT EMPLOYEE-FILE
           IF WS-EMPLOYEE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: enterprise.dat nao encontrado - "
                       "eventos sem empresa no ID"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EMPLOYEE-FILE-STATUS NOT = "00"
               READ EMPLOYEE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF EMP-ID(1:3) NOT = "HDR" AND
                          EMP-ID(1:3) NOT = "TRL" AND
                          WS-EMP-QTDE < 2000
                           ADD 1 TO WS-EMP-QTDE
                           MOVE EMPLOYEE-RECORD
                               TO WS-EMP-TAB-RECORD(WS-EMP-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-FILE.

       LOAD-EVENT-CONTROL.
           OPEN INPUT EVENT-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: esocial_event_control.dat nao "
                       "encontrado - primeira geracao de eventos"
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

      *> Eventos de cadastro: o log diz o que foi efetivado e quando;
      *> o diario de imagens da os dados do registro.
       GENERATE-MAINTENANCE-EVENTS.
           PERFORM LOAD-BEFORE-IMAGES
           OPEN INPUT AUDIT-LOG-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: employee_maintenance_log.dat nao "
                       "encontrado - sem eventos de cadastro"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AUDIT-LOG-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-AUDIT-READ
                       PERFORM PROCESS-ONE-AUDIT-LINE
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE.

       LOAD-BEFORE-IMAGES.
           OPEN INPUT BEFORE-IMAGE-FILE
           IF WS-BEFORE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: maint_before_images.dat nao "
                       "encontrado - eventos de cadastro com os "
                       "dados do extrato"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-BEFORE-FILE-STATUS NOT = "00"
               READ BEFORE-IMAGE-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-BI-QTDE < 2000
                           ADD 1 TO WS-BI-QTDE
                           MOVE BFI-RUN-ID(1:8)
                               TO WS-BI-RUN-DATE(WS-BI-QTDE)
                           MOVE BFI-ACTION
                               TO WS-BI-ACTION(WS-BI-QTDE)
                           MOVE BFI-EMP-ID
                               TO WS-BI-EMP-ID(WS-BI-QTDE)
                           MOVE BFI-MASTER-IMAGE
                               TO WS-BI-IMAGE(WS-BI-QTDE)
                           MOVE "N" TO WS-BI-USED(WS-BI-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BEFORE-IMAGE-FILE.

       PROCESS-ONE-AUDIT-LINE.
           EVALUATE TRUE
               WHEN AUD-TRANS-CODE = "A" AND AUD-RESULT = "INCLUIDO"
                   MOVE "S-2200" TO WS-NEW-TYPE
               WHEN AUD-TRANS-CODE = "C" AND AUD-RESULT = "ALTERADO"
                   MOVE "S-2206" TO WS-NEW-TYPE
               WHEN AUD-TRANS-CODE = "T" AND AUD-RESULT = "DESLIGADO"
                   MOVE "S-2299" TO WS-NEW-TYPE
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           MOVE SPACES TO WS-AUDIT-EVENT-DATE
           STRING AUD-YEAR AUD-MONTH AUD-DAY
                  DELIMITED BY SIZE INTO WS-AUDIT-EVENT-DATE
           MOVE AUD-EMP-ID TO WS-NEW-EMP-ID
           PERFORM COUNT-DAY-OCCURRENCE
           PERFORM MATCH-BEFORE-IMAGE

           MOVE SPACES TO WS-NEW-REF-KEY
           STRING WS-AUDIT-EVENT-DATE WS-OCC-NUMBER
                  DELIMITED BY SIZE INTO WS-NEW-REF-KEY
           MOVE BFV-COMPANY-CODE TO WS-NEW-COMPANY
           PERFORM REGISTER-EVENT
           IF NOT EVENT-REGISTERED
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-NEW-TYPE
               WHEN "S-2200"
                   PERFORM FILL-ADMISSION-EVENT
                   ADD 1 TO WS-CNT-2200
               WHEN "S-2206"
                   PERFORM FILL-CHANGE-EVENT
                   ADD 1 TO WS-CNT-2206
               WHEN "S-2299"
                   PERFORM FILL-TERMINATION-EVENT
                   ADD 1 TO WS-CNT-2299
           END-EVALUATE
           WRITE ESOCIAL-EVENT-RECORD
           ADD 1 TO WS-EVENTS-WRITTEN.

       COUNT-DAY-OCCURRENCE.
           MOVE SPACES TO WS-OCC-SEARCH-KEY
           STRING AUD-TRANS-CODE AUD-EMP-ID WS-AUDIT-EVENT-DATE
                  DELIMITED BY SIZE INTO WS-OCC-SEARCH-KEY
           MOVE 0 TO WS-OCC-MATCH
           PERFORM VARYING WS-OCC-INDEX FROM 1 BY 1
                   UNTIL WS-OCC-INDEX > WS-OCC-QTDE
               IF WS-OCC-KEY(WS-OCC-INDEX) = WS-OCC-SEARCH-KEY
                   MOVE WS-OCC-INDEX TO WS-OCC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-OCC-MATCH = 0
               IF WS-OCC-QTDE < 2000
                   ADD 1 TO WS-OCC-QTDE
                   MOVE WS-OCC-QTDE TO WS-OCC-MATCH
                   MOVE WS-OCC-SEARCH-KEY TO WS-OCC-KEY(WS-OCC-MATCH)
                   MOVE 0 TO WS-OCC-COUNT(WS-OCC-MATCH)
               ELSE
                   MOVE 1 TO WS-OCC-NUMBER
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-OCC-COUNT(WS-OCC-MATCH)
           MOVE WS-OCC-COUNT(WS-OCC-MATCH) TO WS-OCC-NUMBER.

      *> Primeira imagem ainda livre da mesma matricula, acao e data
      *> da rodada. Sem imagem, o registro vem do extrato (so o que
      *> ele tem de hoje - a alteracao fica sem os valores antigos).
       MATCH-BEFORE-IMAGE.
           MOVE 0 TO WS-BI-MATCH
           PERFORM VARYING WS-BI-INDEX FROM 1 BY 1
                   UNTIL WS-BI-INDEX > WS-BI-QTDE
               IF WS-BI-USED(WS-BI-INDEX) = "N" AND
                  WS-BI-EMP-ID(WS-BI-INDEX) = AUD-EMP-ID AND
                  WS-BI-ACTION(WS-BI-INDEX) = AUD-TRANS-CODE AND
                  WS-BI-RUN-DATE(WS-BI-INDEX) = WS-AUDIT-EVENT-DATE
                   MOVE WS-BI-INDEX TO WS-BI-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-BI-MATCH > 0
               MOVE "S" TO WS-BI-USED(WS-BI-MATCH)
               MOVE WS-BI-IMAGE(WS-BI-MATCH) TO BFV-RECORD
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-NO-IMAGE
           DISPLAY "AVISO: " AUD-TRANS-CODE " " AUD-EMP-ID " de "
                   WS-AUDIT-EVENT-DATE " sem imagem-antes - dados "
                   "do extrato"
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM LOOKUP-EMPLOYEE-EXTRACT
           IF WS-EMP-MATCH > 0
               MOVE WS-EMP-TAB-RECORD(WS-EMP-MATCH) TO BFV-RECORD
           ELSE
               INITIALIZE BFV-RECORD
               MOVE AUD-EMP-ID TO BFV-EMP-ID
           END-IF.

       LOOKUP-EMPLOYEE-EXTRACT.
           MOVE 0 TO WS-EMP-MATCH
           PERFORM VARYING WS-EMP-INDEX FROM 1 BY 1
                   UNTIL WS-EMP-INDEX > WS-EMP-QTDE
               IF WS-EMP-TAB-RECORD(WS-EMP-INDEX)(1:6) = WS-NEW-EMP-ID
                   MOVE WS-EMP-INDEX TO WS-EMP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Na inclusao a imagem e o registro recem-gravado.
       FILL-ADMISSION-EVENT.
           MOVE BFV-EMP-NAME       TO ESO-ADM-NAME
           MOVE BFV-BIRTH-DATE     TO ESO-ADM-BIRTH-DATE
           MOVE BFV-EMP-HIRE-DATE  TO ESO-ADM-HIRE-DATE
           MOVE BFV-EMP-SALARY     TO ESO-ADM-SALARY
           MOVE BFV-CURRENCY-CODE  TO ESO-ADM-CURRENCY
           MOVE BFV-EMP-DEPARTMENT TO ESO-ADM-DEPARTMENT
           MOVE BFV-POSITION-CODE  TO ESO-ADM-POSITION
           MOVE BFV-POSITION-CODE  TO WS-POS-LOOKUP-CODE
           PERFORM LOOKUP-POSITION-CBO
           MOVE WS-POS-LOOKUP-CBO  TO ESO-ADM-CBO
           MOVE BFV-GRADE-CODE     TO ESO-ADM-GRADE
           MOVE BFV-COMPANY-CODE   TO ESO-ADM-COMPANY.

      *> Estado novo: a proxima imagem da mesma matricula (qualquer
      *> acao) guarda o registro como ficou depois desta alteracao; se
      *> nao houver, vale o extrato corrente.
       FILL-CHANGE-EVENT.
           MOVE BFV-RECORD TO NEW-RECORD
           MOVE 0 TO WS-BI-NEXT
           IF WS-BI-MATCH > 0
               COMPUTE WS-BI-INDEX = WS-BI-MATCH + 1
               PERFORM UNTIL WS-BI-INDEX > WS-BI-QTDE
                   IF WS-BI-EMP-ID(WS-BI-INDEX) = AUD-EMP-ID
                       MOVE WS-BI-INDEX TO WS-BI-NEXT
                       EXIT PERFORM
                   END-IF
                   ADD 1 TO WS-BI-INDEX
               END-PERFORM
           END-IF
           IF WS-BI-NEXT > 0
               MOVE WS-BI-IMAGE(WS-BI-NEXT) TO NEW-RECORD
           ELSE
               PERFORM LOOKUP-EMPLOYEE-EXTRACT
               IF WS-EMP-MATCH > 0
                   MOVE WS-EMP-TAB-RECORD(WS-EMP-MATCH) TO NEW-RECORD
               END-IF
           END-IF
           MOVE WS-AUDIT-EVENT-DATE-N TO ESO-ALT-DATE
           MOVE NEW-EMP-SALARY     TO ESO-ALT-SALARY
           MOVE NEW-EMP-DEPARTMENT TO ESO-ALT-DEPARTMENT
           MOVE NEW-POSITION-CODE  TO ESO-ALT-POSITION
           MOVE NEW-POSITION-CODE  TO WS-POS-LOOKUP-CODE
           PERFORM LOOKUP-POSITION-CBO
           MOVE WS-POS-LOOKUP-CBO  TO ESO-ALT-CBO
           MOVE NEW-GRADE-CODE     TO ESO-ALT-GRADE
           IF WS-BI-MATCH > 0
               MOVE BFV-EMP-SALARY     TO ESO-ALT-OLD-SALARY
               MOVE BFV-EMP-DEPARTMENT TO ESO-ALT-OLD-DEPARTMENT
               MOVE BFV-POSITION-CODE  TO ESO-ALT-OLD-POSITION
               MOVE BFV-GRADE-CODE     TO ESO-ALT-OLD-GRADE
           ELSE
               MOVE 0 TO ESO-ALT-OLD-SALARY
           END-IF.

      *> A imagem do desligamento e o registro ainda ativo: nome,
      *> ultimo salario, departamento e cargo do contrato encerrado.
       FILL-TERMINATION-EVENT.
           MOVE WS-AUDIT-EVENT-DATE-N TO ESO-DES-DATE
           MOVE BFV-EMP-NAME       TO ESO-DES-NAME
           MOVE BFV-EMP-SALARY     TO ESO-DES-SALARY
           MOVE BFV-EMP-DEPARTMENT TO ESO-DES-DEPARTMENT
           MOVE BFV-POSITION-CODE  TO ESO-DES-POSITION.

       LOOKUP-POSITION-CBO.
           MOVE SPACES TO WS-POS-LOOKUP-CBO
           IF WS-POS-LOOKUP-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
                   UNTIL WS-POS-INDEX > WS-POS-QTDE
               IF WS-POS-CODE(WS-POS-INDEX) = WS-POS-LOOKUP-CODE
                   MOVE WS-POS-CBO(WS-POS-INDEX) TO WS-POS-LOOKUP-CBO
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Eventos periodicos: um S-1200 (remuneracao) e um S-1210
      *> (pagamento) por registro do detalhe da folha, com a
      *> competencia + tipo de pagamento na chave de referencia.
       GENERATE-PAYROLL-EVENTS.
           PERFORM LOAD-PAYROLL-ELEMENTS
           OPEN INPUT PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_detail.dat nao encontrado - "
                       "sem eventos de remuneracao e pagamento"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-DETAIL-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-DETAILS-READ
                       PERFORM PROCESS-ONE-DETAIL
               END-READ
           END-PERFORM
           CLOSE PAYROLL-DETAIL-FILE.

       LOAD-PAYROLL-ELEMENTS.
           OPEN INPUT ELEMENTS-FILE
           IF WS-ELEMENTS-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_elements.dat nao encontrado - "
                       "S-1200 sem rubricas configuraveis"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-ELEMENTS-FILE-STATUS NOT = "00"
               READ ELEMENTS-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF WS-EL-QTDE < 3000
                           ADD 1 TO WS-EL-QTDE
                           MOVE PED-REF-PERIOD
                               TO WS-EL-PERIOD(WS-EL-QTDE)
                           MOVE PED-EMP-ID
                               TO WS-EL-EMP-ID(WS-EL-QTDE)
                           MOVE PED-CODE
                               TO WS-EL-CODE(WS-EL-QTDE)
                           MOVE PED-DESCRIPTION
                               TO WS-EL-DESCRIPTION(WS-EL-QTDE)
                           MOVE PED-NATURE
                               TO WS-EL-NATURE(WS-EL-QTDE)
                           MOVE PED-AMOUNT
                               TO WS-EL-AMOUNT(WS-EL-QTDE)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ELEMENTS-FILE.

       PROCESS-ONE-DETAIL.
           IF PD-TYPE-REEMBOLSO
               EXIT PARAGRAPH
           END-IF
           MOVE PD-PAY-TYPE TO WS-PAY-TYPE
           IF WS-PAY-TYPE = SPACES
               MOVE "FOL" TO WS-PAY-TYPE
           END-IF
           MOVE PD-EMP-ID TO WS-NEW-EMP-ID
           MOVE SPACES TO WS-NEW-REF-KEY
           STRING PD-REF-PERIOD WS-PAY-TYPE
                  DELIMITED BY SIZE INTO WS-NEW-REF-KEY
           PERFORM LOOKUP-EMPLOYEE-EXTRACT
           MOVE SPACES TO WS-NEW-COMPANY
           IF WS-EMP-MATCH > 0
               MOVE WS-EMP-TAB-RECORD(WS-EMP-MATCH) TO NEW-RECORD
               MOVE NEW-COMPANY-CODE TO WS-NEW-COMPANY
           END-IF

           IF NOT PD-TYPE-ADIANTAMENTO
               MOVE "S-1200" TO WS-NEW-TYPE
               PERFORM REGISTER-EVENT
               IF EVENT-REGISTERED
                   PERFORM WRITE-REMUNERATION-EVENT
               END-IF
           END-IF

           MOVE "S-1210" TO WS-NEW-TYPE
           PERFORM REGISTER-EVENT
           IF EVENT-REGISTERED
               MOVE PD-REF-PERIOD     TO ESO-PAG-PERIOD
               MOVE WS-PAY-TYPE       TO ESO-PAG-PAY-TYPE
               MOVE PD-NET-PAY        TO ESO-PAG-NET
               MOVE PD-GARNISH-AMOUNT TO ESO-PAG-GARNISH
               MOVE PD-ADVANCE-AMOUNT TO ESO-PAG-ADVANCE
               MOVE PD-CURRENCY-CODE  TO ESO-PAG-CURRENCY
               WRITE ESOCIAL-EVENT-RECORD
               ADD 1 TO WS-EVENTS-WRITTEN
               ADD 1 TO WS-CNT-1210
           END-IF.

      *> As rubricas configuraveis sao aplicadas so na folha mensal;
      *> os demais pagamentos saem so com os totais.
       WRITE-REMUNERATION-EVENT.
           MOVE PD-REF-PERIOD     TO ESO-REM-PERIOD
           MOVE WS-PAY-TYPE       TO ESO-REM-PAY-TYPE
           MOVE PD-GROSS-PAY      TO ESO-REM-GROSS
           MOVE PD-INSS-AMOUNT    TO ESO-REM-INSS
           MOVE PD-IRRF-AMOUNT    TO ESO-REM-IRRF
           MOVE PD-EMPLOYER-INSS  TO ESO-REM-EMPLOYER-INSS
           MOVE PD-FGTS-AMOUNT    TO ESO-REM-FGTS
           MOVE PD-POSITION-CODE  TO ESO-REM-POSITION
           MOVE PD-POSITION-CODE  TO WS-POS-LOOKUP-CODE
           PERFORM LOOKUP-POSITION-CBO
           MOVE WS-POS-LOOKUP-CBO TO ESO-REM-CBO
           MOVE PD-CURRENCY-CODE  TO ESO-REM-CURRENCY
           WRITE ESOCIAL-EVENT-RECORD
           ADD 1 TO WS-EVENTS-WRITTEN
           ADD 1 TO WS-CNT-1200
           IF NOT PD-TYPE-FOLHA
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO ESO-RECORD-TYPE
           PERFORM VARYING WS-EL-INDEX FROM 1 BY 1
                   UNTIL WS-EL-INDEX > WS-EL-QTDE
               IF WS-EL-EMP-ID(WS-EL-INDEX) = PD-EMP-ID AND
                  WS-EL-PERIOD(WS-EL-INDEX) = PD-REF-PERIOD
                   MOVE SPACES TO ESO-EVENT-DATA
                   MOVE WS-EL-CODE(WS-EL-INDEX) TO ESO-RUB-CODE
                   MOVE WS-EL-DESCRIPTION(WS-EL-INDEX)
                       TO ESO-RUB-DESCRIPTION
                   MOVE WS-EL-NATURE(WS-EL-INDEX) TO ESO-RUB-NATURE
                   MOVE WS-EL-AMOUNT(WS-EL-INDEX) TO ESO-RUB-AMOUNT
                   WRITE ESOCIAL-EVENT-RECORD
                   ADD 1 TO WS-ELEMENTS-WRITTEN
               END-IF
           END-PERFORM.

      *> Afastamentos: inicio + tipo identificam o fato.
       GENERATE-ABSENCE-EVENTS.
           OPEN INPUT ABSENCE-FILE
           IF WS-ABSENCE-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: absence_transactions.dat nao "
                       "encontrado - sem eventos de afastamento"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ABSENCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-ABSENCES-READ
                       PERFORM PROCESS-ONE-ABSENCE
               END-READ
           END-PERFORM
           CLOSE ABSENCE-FILE.

       PROCESS-ONE-ABSENCE.
           IF ABS-COMPENSACAO OR ABS-FALTA OR ABS-PERDA-DSR
               EXIT PARAGRAPH
           END-IF
           MOVE "S-2230" TO WS-NEW-TYPE
           MOVE ABS-EMP-ID TO WS-NEW-EMP-ID
           MOVE SPACES TO WS-NEW-REF-KEY
           STRING ABS-START-DATE ABS-TYPE
                  DELIMITED BY SIZE INTO WS-NEW-REF-KEY
           PERFORM LOOKUP-EMPLOYEE-EXTRACT
           MOVE SPACES TO WS-NEW-COMPANY
           IF WS-EMP-MATCH > 0
               MOVE WS-EMP-TAB-RECORD(WS-EMP-MATCH) TO NEW-RECORD
               MOVE NEW-COMPANY-CODE TO WS-NEW-COMPANY
           END-IF
           PERFORM REGISTER-EVENT
           IF NOT EVENT-REGISTERED
               EXIT PARAGRAPH
           END-IF
           MOVE ABS-TYPE       TO ESO-AFA-TYPE
           MOVE ABS-START-DATE TO ESO-AFA-START-DATE
           MOVE ABS-END-DATE   TO ESO-AFA-END-DATE
           WRITE ESOCIAL-EVENT-RECORD
           ADD 1 TO WS-EVENTS-WRITTEN
           ADD 1 TO WS-CNT-2230.

      *> A sequencia do ID e a posicao do evento no controle, que so
      *> cresce - duas rodadas no mesmo segundo nao repetem ID.
      *> Confere o fato (tipo + matricula + chave de referencia) no
      *> controle: ENV/ACE ja enviado - nao gera de novo; REJ vira SUB
      *> e o fato e regerado com ID novo. Evento novo ganha linha ENV
      *> no controle e o registro "E" ja identificado, pronto para o
      *> chamador preencher os dados do tipo.
       REGISTER-EVENT.
           SET EVENT-ALREADY-SENT TO TRUE
           MOVE 0 TO WS-CT-MATCH
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-QTDE
               MOVE WS-CT-RECORD(WS-CT-INDEX)
                   TO ESOCIAL-EVENT-CONTROL-RECORD
               IF ESE-EVENT-TYPE = WS-NEW-TYPE AND
                  ESE-EMP-ID = WS-NEW-EMP-ID AND
                  ESE-REF-KEY = WS-NEW-REF-KEY AND
                  NOT ESE-SUBSTITUIDO
                   MOVE WS-CT-INDEX TO WS-CT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CT-MATCH > 0 AND NOT ESE-REJEITADO
               ADD 1 TO WS-EVENTS-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-QTDE NOT < 3000
               IF WS-TABLE-FULL-FLAG = "N"
                   DISPLAY "ERRO: controle de eventos cheio (3000) - "
                           "eventos restantes ficam para a proxima "
                           "rodada"
                   MOVE "Y" TO WS-TABLE-FULL-FLAG
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF WS-CT-MATCH > 0
               MOVE "SUB" TO ESE-STATUS
               MOVE ESOCIAL-EVENT-CONTROL-RECORD
                   TO WS-CT-RECORD(WS-CT-MATCH)
               ADD 1 TO WS-EVENTS-REDONE
               DISPLAY "Evento rejeitado regerado: " ESE-EVENT-ID
           END-IF

           COMPUTE WS-EVENT-SEQUENCE = WS-CT-QTDE + 1
           MOVE WS-NEW-COMPANY TO WS-ID-COMPANY
           IF WS-ID-COMPANY = SPACES
               MOVE "00" TO WS-ID-COMPANY
           END-IF
           MOVE WS-EVENT-SEQUENCE TO WS-ID-SEQUENCE

           MOVE SPACES TO ESOCIAL-EVENT-CONTROL-RECORD
           MOVE WS-EVENT-ID       TO ESE-EVENT-ID
           MOVE WS-NEW-TYPE       TO ESE-EVENT-TYPE
           MOVE WS-NEW-EMP-ID     TO ESE-EMP-ID
           MOVE WS-NEW-REF-KEY    TO ESE-REF-KEY
           MOVE WS-CURRENT-DATE-N TO ESE-GEN-DATE
           MOVE "ENV"             TO ESE-STATUS
           ADD 1 TO WS-CT-QTDE
           MOVE ESOCIAL-EVENT-CONTROL-RECORD TO WS-CT-RECORD(WS-CT-QTDE)

           MOVE SPACES TO ESOCIAL-EVENT-RECORD
           MOVE "E"            TO ESO-RECORD-TYPE
           MOVE WS-EVENT-ID    TO ESO-EVENT-ID
           MOVE WS-NEW-TYPE    TO ESO-EVENT-TYPE
           MOVE WS-NEW-EMP-ID  TO ESO-EMP-ID
           MOVE WS-NEW-REF-KEY TO ESO-REF-KEY
           SET EVENT-REGISTERED TO TRUE.

       WRITE-EVENT-TRAILER.
           MOVE SPACES TO ESOCIAL-EVENT-RECORD
           MOVE "9" TO EST-RECORD-TYPE
           MOVE WS-EVENTS-WRITTEN   TO EST-EVENTS
           MOVE WS-ELEMENTS-WRITTEN TO EST-ELEMENTS
           WRITE ESOCIAL-EVENT-RECORD
           CLOSE EVENT-FILE
           DISPLAY "Arquivo gerado: esocial_events.dat".

       REWRITE-EVENT-CONTROL.
           OPEN OUTPUT EVENT-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
                       "esocial_event_control.dat"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CT-INDEX FROM 1 BY 1
                   UNTIL WS-CT-INDEX > WS-CT-QTDE
               MOVE WS-CT-RECORD(WS-CT-INDEX)
                   TO ESOCIAL-EVENT-CONTROL-RECORD
               WRITE ESOCIAL-EVENT-CONTROL-RECORD
           END-PERFORM
           CLOSE EVENT-CONTROL-FILE.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DOS EVENTOS DO ESOCIAL ==="
           DISPLAY "Linhas de auditoria examinadas: " WS-AUDIT-READ
           DISPLAY "Registros de folha examinados: " WS-DETAILS-READ
           DISPLAY "Afastamentos examinados: " WS-ABSENCES-READ
           DISPLAY "S-2200 admissao: " WS-CNT-2200
           DISPLAY "S-2206 alteracao contratual: " WS-CNT-2206
           DISPLAY "S-2299 desligamento: " WS-CNT-2299
           DISPLAY "S-1200 remuneracao: " WS-CNT-1200
           DISPLAY "S-1210 pagamento: " WS-CNT-1210
           DISPLAY "S-2230 afastamento: " WS-CNT-2230
           DISPLAY "Eventos gerados: " WS-EVENTS-WRITTEN
           DISPLAY "Rubricas (linhas R): " WS-ELEMENTS-WRITTEN
           DISPLAY "Ja enviados (nao regerados): " WS-EVENTS-SKIPPED
           DISPLAY "Rejeitados regerados: " WS-EVENTS-REDONE
           DISPLAY "Movimentos sem imagem-antes: " WS-NO-IMAGE.

       WRITE-JOB-LOG-ENTRY.
           MOVE "ESOCIAL-EVENTS" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-EVENTS-WRITTEN TO JRL-RECORDS-PROCESSED
           MOVE WS-NO-IMAGE       TO JRL-RECORDS-REJECTED
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
                   WS-EVENTS-WRITTEN / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-EVENTS-WRITTEN TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
