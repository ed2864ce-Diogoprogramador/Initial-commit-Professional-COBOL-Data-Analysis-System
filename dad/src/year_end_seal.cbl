IDENTIFICATION DIVISION.
       PROGRAM-ID. YEAR-END-SEAL.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Fechamento anual do historico de folha: a lei manda guardar
      *> folha e FGTS por decadas, mas no historico vivo
      *> (payroll_history.dat e o indexado payroll_history_ix.dat) um
      *> rerun ou um estorno mal feito ainda alcancava os anos
      *> encerrados. Depois de a declaracao anual (STATUTORY-EXPORT)
      *> do ano-base ter sido gerada e conferida, este programa:
      *>   1. copia o ano do historico INDEXADO para o arquivo anual
      *>      payroll_archive_<AAAA>.dat (PAYARCH.cpy), com trailer de
      *>      quantidade e hash de bruto e liquido por PD-PAY-TYPE e
      *>      do ano inteiro;
      *>   2. rele o arquivo anual e confere os totais contra o
      *>      trailer, contra o que foi gravado e contra uma
      *>      totalizacao independente do historico sequencial (se o
      *>      indexado estiver atrasado em relacao ao sequencial, o
      *>      PAYROLL-HISTORY-BUILD precisa rodar antes);
      *>   3. grava o selo em payroll_seal.dat (PAYSEAL-FD.cpy);
      *>   4. so entao tira o ano do indexado (DELETE) e do sequencial
      *>      (regravacao pelo payroll_history.tmp, como o descarte de
      *>      rodada parcial do PAYROLL-RUN).
      *> Parametro opcional: o ano-base (AAAA); sem ele vale o ano de
      *> statement.parm, o mesmo da declaracao. So ano anterior ao da
      *> data de negocio pode ser selado, e nunca com uma rodada de
      *> folha interrompida pendente (payroll.ckpt), cujo descarte
      *> conta registros do sequencial.
      *> A declaracao conta como entregue quando dirf_annual.dat e do
      *> ano pedido, fecha com o trailer "TRL" e a ultima execucao do
      *> STATUTORY-EXPORT terminou OK - no job_run_log.dat ou, se a
      *> janela de retencao ja a tirou de la, no historico do log
      *> (job_run_log_archive.dat, do ARCHIVE-MAINTENANCE).
      *> Ano ja selado: o programa so completa a remocao do historico
      *> vivo (caso a rodada anterior tenha caido depois do selo) e
      *> termina com aviso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATEMENT-PARM-FILE ASSIGN TO "statement.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT HISTORY-TEMP-FILE ASSIGN TO "../data/payroll_history.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTTMP-FILE-STATUS.

           SELECT HISTORY-IX-FILE ASSIGN TO "../data/payroll_history_ix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT PAYROLL-ARCHIVE-FILE ASSIGN DYNAMIC PSL-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT DIRF-FILE ASSIGN TO "../data/dirf_annual.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DIRF-FILE-STATUS.

           SELECT CKPT-FILE ASSIGN TO "../data/payroll.ckpt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CKPT-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT JOB-LOG-ARCHIVE-FILE ASSIGN TO "../data/job_run_log_archive.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JLARCH-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD STATEMENT-PARM-FILE.
       01 STATEMENT-PARM-RECORD.
           05 STP-REF-YEAR        PIC 9999.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING ==PAYROLL-DETAIL-RECORD==
                          BY ==PAYROLL-HISTORY-RECORD==.

       FD HISTORY-TEMP-FILE.
       01 HISTORY-TEMP-RECORD     PIC X(400).

       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD PAYROLL-ARCHIVE-FILE.
       COPY PAYARCH.

      *> So o tipo de registro e o ano do cabecalho da declaracao
      *> anual interessam aqui (layout completo no STATUTORY-EXPORT).
       FD DIRF-FILE.
       01 DIRF-RECORD.
           05 DRF-RECORD-TYPE     PIC X(3).
           05 DRF-REF-YEAR        PIC 9999.
           05 FILLER              PIC X(157).

       FD CKPT-FILE.
       01 PAYROLL-CKPT-RECORD     PIC X(40).

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       FD JOB-LOG-ARCHIVE-FILE.
       01 JOB-LOG-ARCHIVE-RECORD  PIC X(57).

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.
       COPY MONEYFMT.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-HISTTMP-FILE-STATUS  PIC XX.
           05 WS-HISTIX-FILE-STATUS   PIC XX.
           05 WS-ARCHIVE-FILE-STATUS  PIC XX.
           05 WS-DIRF-FILE-STATUS     PIC XX.
           05 WS-CKPT-FILE-STATUS     PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-JLARCH-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-ALREADY-SEALED       PIC X VALUE "N".
           05 WS-DIRF-HDR-OK          PIC X VALUE "N".
           05 WS-DIRF-TRL-OK          PIC X VALUE "N".
           05 WS-STX-STATUS           PIC X(4) VALUE SPACES.

      *> Entrada do log de execucao (JOBLOG.cpy) lida de qualquer dos
      *> dois arquivos - so o programa e a situacao interessam.
       01 WS-JOBLOG-IMAGE.
           05 WS-JLI-PROGRAM          PIC X(20).
           05 FILLER                  PIC X(28).
           05 WS-JLI-STATUS           PIC X(4).
           05 FILLER                  PIC X(5).

       01 WS-COMMAND-LINE             PIC X(80).
       01 WS-CMD-YEAR                 PIC X(8).
       01 WS-SEAL-YEAR                PIC 9999 VALUE 0.
       01 WS-REC-YEAR                 PIC 9999.

      *> Totais por natureza de pagamento, de tres fontes: o
      *> sequencial (H), o que foi copiado do indexado para o arquivo
      *> anual (X) e a releitura do arquivo anual (R). O selo so sai
      *> com as tres iguais e com os trailers batendo.
       01 WS-TYPE-TABLE.
           05 WS-TYP-QTDE         PIC 99 VALUE 0.
           05 WS-TYP-ENTRADAS OCCURS 20 TIMES.
               10 WS-TYP-CODE         PIC X(3).
               10 WS-TYP-H-COUNT      PIC 9(7).
               10 WS-TYP-H-GROSS      PIC 9(13)V99.
               10 WS-TYP-H-NET        PIC 9(13)V99.
               10 WS-TYP-X-COUNT      PIC 9(7).
               10 WS-TYP-X-GROSS      PIC 9(13)V99.
               10 WS-TYP-X-NET        PIC 9(13)V99.
               10 WS-TYP-R-COUNT      PIC 9(7).
               10 WS-TYP-R-GROSS      PIC 9(13)V99.
               10 WS-TYP-R-NET        PIC 9(13)V99.
       01 WS-TYP-INDEX                PIC 99.
       01 WS-TYP-MATCH                PIC 99.
       01 WS-ACC-SOURCE               PIC X.
       01 WS-ACC-TYPE                 PIC X(3).

       01 WS-YEAR-TOTALS.
           05 WS-X-COUNT          PIC 9(7) VALUE 0.
           05 WS-X-GROSS          PIC 9(13)V99 VALUE 0.
           05 WS-X-NET            PIC 9(13)V99 VALUE 0.
           05 WS-R-COUNT          PIC 9(7) VALUE 0.
           05 WS-R-TRAILERS       PIC 99 VALUE 0.
           05 WS-R-TOT-FOUND      PIC X VALUE "N".
           05 WS-R-MISMATCHES     PIC 9(3) VALUE 0.

       01 WS-COUNTERS.
           05 WS-HISTORY-READ     PIC 9(7) VALUE 0.
           05 WS-HISTORY-IN-YEAR  PIC 9(7) VALUE 0.
           05 WS-IX-READ          PIC 9(7) VALUE 0.
           05 WS-IX-DELETED       PIC 9(7) VALUE 0.
           05 WS-SEQ-REMOVED      PIC 9(7) VALUE 0.
           05 WS-SEQ-KEPT         PIC 9(7) VALUE 0.

       01 WS-FORMATS.
           05 FORMATTED-COUNT     PIC Z(6)9.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
           05 WS-INICIO-MINUTO    PIC 99.
           05 WS-INICIO-SEGUNDO   PIC 99.

       01 WS-ELAPSED-SECONDS      PIC S9(5).
       01 WS-THROUGHPUT           PIC 9(5)V99.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM INITIALIZATION
           IF WS-ERROR-FLAG NOT = "Y" AND WS-ALREADY-SEALED = "N"
               PERFORM CHECK-STATUTORY-DELIVERED
               IF WS-ERROR-FLAG NOT = "Y"
                   PERFORM CHECK-PAYROLL-CHECKPOINT
               END-IF
               IF WS-ERROR-FLAG NOT = "Y"
                   PERFORM TOTAL-SEQUENTIAL-HISTORY
               END-IF
               IF WS-ERROR-FLAG NOT = "Y"
                   PERFORM WRITE-ANNUAL-ARCHIVE
               END-IF
               IF WS-ERROR-FLAG NOT = "Y"
                   PERFORM VERIFY-ARCHIVE-READBACK
               END-IF
               IF WS-ERROR-FLAG NOT = "Y"
                   PERFORM REGISTER-SEAL
               END-IF
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM PURGE-INDEXED-HISTORY
               PERFORM PURGE-SEQUENTIAL-HISTORY
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== SELAGEM ANUAL DO HISTORICO DE FOLHA ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           INITIALIZE WS-TYPE-TABLE

           MOVE SPACES TO WS-COMMAND-LINE
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-CMD-YEAR
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-YEAR
           END-UNSTRING
           IF WS-CMD-YEAR = SPACES
               PERFORM READ-STATEMENT-YEAR
           ELSE
               IF WS-CMD-YEAR(1:4) NOT NUMERIC OR
                  WS-CMD-YEAR(5:4) NOT = SPACES
                   DISPLAY "ERRO: parametro invalido: " WS-CMD-YEAR
                   DISPLAY "Uso: year_end_seal [AAAA]"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-CMD-YEAR(1:4) TO WS-SEAL-YEAR
           END-IF
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ano-base a selar: " WS-SEAL-YEAR

           IF WS-SEAL-YEAR = 0 OR WS-SEAL-YEAR >= BDT-YEAR
               DISPLAY "ERRO: so um ano ja encerrado pode ser selado "
                       "(data de negocio " BDT-DATE ")"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-SEAL-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           DISPLAY "Arquivo anual: " PSL-ARCHIVE-NAME
           IF PSL-YEAR-SEALED
               MOVE "S" TO WS-ALREADY-SEALED
               DISPLAY "Aviso: o ano " WS-SEAL-YEAR " ja esta selado - "
                       "so a remocao do historico vivo sera conferida"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-STATEMENT-YEAR.
           OPEN INPUT STATEMENT-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: statement.parm nao encontrado "
                       "(informe o ano-base)"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           READ STATEMENT-PARM-FILE
               AT END CONTINUE
               NOT AT END MOVE STP-REF-YEAR TO WS-SEAL-YEAR
           END-READ
           CLOSE STATEMENT-PARM-FILE.

      *> Declaracao anual entregue: dirf_annual.dat do ano pedido,
      *> completo ate o trailer, e a ultima execucao do
      *> STATUTORY-EXPORT sem erro (divergencia com o informe anual
      *> termina em ERRO e o arquivo nao deve ser entregue).
       CHECK-STATUTORY-DELIVERED.
           OPEN INPUT DIRF-FILE
           IF WS-DIRF-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: dirf_annual.dat nao encontrado - a "
                       "declaracao anual do ano precisa ser gerada e "
                       "entregue antes da selagem"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DIRF-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF DRF-RECORD-TYPE = "HDR" AND
                          DRF-REF-YEAR = WS-SEAL-YEAR
                           MOVE "S" TO WS-DIRF-HDR-OK
                       END-IF
                       IF DRF-RECORD-TYPE = "TRL"
                           MOVE "S" TO WS-DIRF-TRL-OK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIRF-FILE

      *> O historico do log e mais antigo que o log corrente: lido
      *> primeiro, a ultima execucao encontrada vale.
           OPEN INPUT JOB-LOG-ARCHIVE-FILE
           IF WS-JLARCH-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOB-LOG-ARCHIVE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE JOB-LOG-ARCHIVE-RECORD
                               TO WS-JOBLOG-IMAGE
                           PERFORM NOTE-STATUTORY-RUN
                   END-READ
               END-PERFORM
               CLOSE JOB-LOG-ARCHIVE-FILE
           END-IF
           OPEN INPUT JOB-RUN-LOG-FILE
           IF WS-JOBLOG-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ JOB-RUN-LOG-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE JOB-RUN-LOG-RECORD TO WS-JOBLOG-IMAGE
                           PERFORM NOTE-STATUTORY-RUN
                   END-READ
               END-PERFORM
               CLOSE JOB-RUN-LOG-FILE
           END-IF

           IF WS-DIRF-HDR-OK NOT = "S" OR WS-DIRF-TRL-OK NOT = "S"
               DISPLAY "ERRO: dirf_annual.dat nao e a declaracao "
                       "completa do ano " WS-SEAL-YEAR " - gere e "
                       "entregue a declaracao antes da selagem"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-STX-STATUS NOT = "OK  "
               DISPLAY "ERRO: a ultima execucao do STATUTORY-EXPORT "
                       "nao terminou OK (situacao '" WS-STX-STATUS
                       "') - declaracao nao entregue"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Declaracao anual do ano conferida: "
                   "dirf_annual.dat".

       NOTE-STATUTORY-RUN.
           IF WS-JLI-PROGRAM = "STATUTORY-EXPORT"
               MOVE WS-JLI-STATUS TO WS-STX-STATUS
           END-IF.

      *> Rodada de folha interrompida: o reinicio descarta o que
      *> passou da QUANTIDADE de registros anotada no checkpoint -
      *> tirar registros do sequencial agora deslocaria essa conta.
       CHECK-PAYROLL-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ CKPT-FILE
               AT END CONTINUE
               NOT AT END
                   IF PAYROLL-CKPT-RECORD NOT = SPACES
                       DISPLAY "ERRO: ha uma rodada de folha "
                               "interrompida pendente (payroll.ckpt) "
                               "- conclua o reinicio antes da selagem"
                       MOVE "Y" TO WS-ERROR-FLAG
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-READ
           CLOSE CKPT-FILE.

      *> Totalizacao independente do ano pelo sequencial - a fonte que
      *> as rodadas gravam.
       TOTAL-SEQUENTIAL-HISTORY.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll_history.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "H" TO WS-ACC-SOURCE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF PD-REF-YEAR = WS-SEAL-YEAR
                           ADD 1 TO WS-HISTORY-IN-YEAR
                           PERFORM ACCUMULATE-PAY-TYPE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           IF WS-TYP-QTDE > 20
               DISPLAY "ERRO: mais de 20 naturezas de pagamento no ano "
                       "- selagem cancelada"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Registros do ano no sequencial: "
                   WS-HISTORY-IN-YEAR
           IF WS-HISTORY-IN-YEAR = 0
               DISPLAY "ERRO: nenhum registro do ano " WS-SEAL-YEAR
                       " no historico - nada a selar"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
           END-IF.

      *> Copia do ano, em sequencia de chave do indexado, para o
      *> arquivo anual: cabecalho, um DET por registro, um TRL por
      *> natureza de pagamento e o TOT do ano.
       WRITE-ANNUAL-ARCHIVE.
           OPEN INPUT HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll_history_ix.dat nao "
                       "encontrado - rode o PAYROLL-HISTORY-BUILD"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar " PSL-ARCHIVE-NAME
               DISPLAY "FILE STATUS: " WS-ARCHIVE-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               CLOSE HISTORY-IX-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO PAYROLL-ARCHIVE-RECORD
           MOVE "HDR" TO PAR-RECORD-TYPE
           MOVE WS-SEAL-YEAR TO PAR-HDR-YEAR
           MOVE BDT-DATE TO PAR-HDR-SEAL-DATE
           WRITE PAYROLL-ARCHIVE-RECORD

           MOVE "X" TO WS-ACC-SOURCE
           MOVE LOW-VALUES TO PHX-KEY
           MOVE "N" TO WS-EOF-FLAG
           START HISTORY-IX-FILE KEY IS NOT LESS THAN PHX-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-IX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-IX-READ
                       DIVIDE PHX-REF-PERIOD BY 100
                           GIVING WS-REC-YEAR
                       IF WS-REC-YEAR = WS-SEAL-YEAR
                           PERFORM WRITE-ARCHIVE-DETAIL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-IX-FILE
           IF WS-TYP-QTDE > 20
               DISPLAY "ERRO: mais de 20 naturezas de pagamento no ano "
                       "- selagem cancelada"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               CLOSE PAYROLL-ARCHIVE-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-TYP-INDEX FROM 1 BY 1
                   UNTIL WS-TYP-INDEX > WS-TYP-QTDE
               MOVE SPACES TO PAYROLL-ARCHIVE-RECORD
               MOVE "TRL" TO PAR-RECORD-TYPE
               MOVE WS-TYP-CODE(WS-TYP-INDEX)    TO PAR-TRL-PAY-TYPE
               MOVE WS-TYP-X-COUNT(WS-TYP-INDEX) TO PAR-TRL-COUNT
               MOVE WS-TYP-X-GROSS(WS-TYP-INDEX) TO PAR-TRL-GROSS-HASH
               MOVE WS-TYP-X-NET(WS-TYP-INDEX)   TO PAR-TRL-NET-HASH
               WRITE PAYROLL-ARCHIVE-RECORD
           END-PERFORM
           MOVE SPACES TO PAYROLL-ARCHIVE-RECORD
           MOVE "TOT" TO PAR-RECORD-TYPE
           MOVE WS-X-COUNT TO PAR-TRL-COUNT
           MOVE WS-X-GROSS TO PAR-TRL-GROSS-HASH
           MOVE WS-X-NET   TO PAR-TRL-NET-HASH
           WRITE PAYROLL-ARCHIVE-RECORD
           CLOSE PAYROLL-ARCHIVE-FILE
           DISPLAY "Registros copiados para o arquivo anual: "
                   WS-X-COUNT.

       WRITE-ARCHIVE-DETAIL.
           MOVE PHX-DETAIL TO PAYROLL-HISTORY-RECORD
           MOVE SPACES TO PAYROLL-ARCHIVE-RECORD
           MOVE "DET" TO PAR-RECORD-TYPE
           MOVE PHX-KEY TO PAR-DET-KEY
           MOVE PHX-DETAIL TO PAR-DET-IMAGE
           WRITE PAYROLL-ARCHIVE-RECORD
           ADD 1 TO WS-X-COUNT
           ADD PD-GROSS-PAY TO WS-X-GROSS
           ADD PD-NET-PAY   TO WS-X-NET
           PERFORM ACCUMULATE-PAY-TYPE.

      *> Soma o registro corrente (PAYROLL-HISTORY-RECORD) na natureza
      *> de pagamento, na fonte indicada por WS-ACC-SOURCE. Natureza
      *> nova alem da 20a so e contada para derrubar a selagem.
       ACCUMULATE-PAY-TYPE.
           MOVE PD-PAY-TYPE TO WS-ACC-TYPE
           PERFORM FIND-PAY-TYPE
           IF WS-TYP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-ACC-SOURCE
               WHEN "H"
                   ADD 1 TO WS-TYP-H-COUNT(WS-TYP-MATCH)
                   ADD PD-GROSS-PAY TO WS-TYP-H-GROSS(WS-TYP-MATCH)
                   ADD PD-NET-PAY   TO WS-TYP-H-NET(WS-TYP-MATCH)
               WHEN "X"
                   ADD 1 TO WS-TYP-X-COUNT(WS-TYP-MATCH)
                   ADD PD-GROSS-PAY TO WS-TYP-X-GROSS(WS-TYP-MATCH)
                   ADD PD-NET-PAY   TO WS-TYP-X-NET(WS-TYP-MATCH)
               WHEN OTHER
                   ADD 1 TO WS-TYP-R-COUNT(WS-TYP-MATCH)
                   ADD PD-GROSS-PAY TO WS-TYP-R-GROSS(WS-TYP-MATCH)
                   ADD PD-NET-PAY   TO WS-TYP-R-NET(WS-TYP-MATCH)
           END-EVALUATE.

       FIND-PAY-TYPE.
           MOVE 0 TO WS-TYP-MATCH
           PERFORM VARYING WS-TYP-INDEX FROM 1 BY 1
                   UNTIL WS-TYP-INDEX > WS-TYP-QTDE
                      OR WS-TYP-INDEX > 20
               IF WS-TYP-CODE(WS-TYP-INDEX) = WS-ACC-TYPE
                   MOVE WS-TYP-INDEX TO WS-TYP-MATCH
               END-IF
           END-PERFORM
           IF WS-TYP-MATCH = 0
               IF WS-TYP-QTDE < 20
                   ADD 1 TO WS-TYP-QTDE
                   MOVE WS-ACC-TYPE TO WS-TYP-CODE(WS-TYP-QTDE)
                   MOVE WS-TYP-QTDE TO WS-TYP-MATCH
               ELSE
                   MOVE 21 TO WS-TYP-QTDE
               END-IF
           END-IF.

      *> Releitura do arquivo anual recem-gravado: os DET sao somados
      *> de novo e cada TRL/TOT precisa bater com essa soma; a soma
      *> precisa bater com o que foi copiado e com o sequencial.
       VERIFY-ARCHIVE-READBACK.
           OPEN INPUT PAYROLL-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel reler " PSL-ARCHIVE-NAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-ACC-SOURCE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-ARCHIVE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM VERIFY-ONE-ARCHIVE-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-ARCHIVE-FILE

           IF WS-R-COUNT NOT = WS-X-COUNT OR
              WS-R-TRAILERS NOT = WS-TYP-QTDE OR
              WS-R-TOT-FOUND NOT = "S"
               ADD 1 TO WS-R-MISMATCHES
           END-IF
           PERFORM VARYING WS-TYP-INDEX FROM 1 BY 1
                   UNTIL WS-TYP-INDEX > WS-TYP-QTDE
               IF WS-TYP-R-COUNT(WS-TYP-INDEX) NOT =
                      WS-TYP-X-COUNT(WS-TYP-INDEX) OR
                  WS-TYP-R-GROSS(WS-TYP-INDEX) NOT =
                      WS-TYP-X-GROSS(WS-TYP-INDEX) OR
                  WS-TYP-R-NET(WS-TYP-INDEX) NOT =
                      WS-TYP-X-NET(WS-TYP-INDEX)
                   DISPLAY "ERRO: releitura difere da copia - "
                           "natureza '" WS-TYP-CODE(WS-TYP-INDEX) "'"
                   ADD 1 TO WS-R-MISMATCHES
               END-IF
               IF WS-TYP-H-COUNT(WS-TYP-INDEX) NOT =
                      WS-TYP-X-COUNT(WS-TYP-INDEX) OR
                  WS-TYP-H-GROSS(WS-TYP-INDEX) NOT =
                      WS-TYP-X-GROSS(WS-TYP-INDEX) OR
                  WS-TYP-H-NET(WS-TYP-INDEX) NOT =
                      WS-TYP-X-NET(WS-TYP-INDEX)
                   MOVE WS-TYP-H-COUNT(WS-TYP-INDEX) TO FORMATTED-COUNT
                   DISPLAY "ERRO: indexado difere do sequencial - "
                           "natureza '" WS-TYP-CODE(WS-TYP-INDEX)
                           "' sequencial " FORMATTED-COUNT
                           " registro(s)"
                   ADD 1 TO WS-R-MISMATCHES
               END-IF
           END-PERFORM
           IF WS-R-MISMATCHES > 0
               DISPLAY "ERRO: arquivo anual nao confere - ano NAO "
                       "selado e historico vivo intacto (se o "
                       "indexado estiver atrasado, rode o "
                       "PAYROLL-HISTORY-BUILD antes)"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Arquivo anual relido e conferido: " WS-R-COUNT
                   " registro(s), " WS-R-TRAILERS " natureza(s)".

       VERIFY-ONE-ARCHIVE-RECORD.
           EVALUATE TRUE
               WHEN PAR-HEADER
                   IF PAR-HDR-YEAR NOT = WS-SEAL-YEAR
                       DISPLAY "ERRO: cabecalho do arquivo anual com "
                               "ano " PAR-HDR-YEAR
                       ADD 1 TO WS-R-MISMATCHES
                   END-IF
               WHEN PAR-DETAIL
                   MOVE PAR-DET-IMAGE TO PAYROLL-HISTORY-RECORD
                   ADD 1 TO WS-R-COUNT
                   PERFORM ACCUMULATE-PAY-TYPE
               WHEN PAR-TRAILER
                   ADD 1 TO WS-R-TRAILERS
                   MOVE PAR-TRL-PAY-TYPE TO WS-ACC-TYPE
                   PERFORM FIND-PAY-TYPE
                   IF WS-TYP-MATCH = 0
                       ADD 1 TO WS-R-MISMATCHES
                   ELSE
                       IF PAR-TRL-COUNT NOT =
                              WS-TYP-R-COUNT(WS-TYP-MATCH) OR
                          PAR-TRL-GROSS-HASH NOT =
                              WS-TYP-R-GROSS(WS-TYP-MATCH) OR
                          PAR-TRL-NET-HASH NOT =
                              WS-TYP-R-NET(WS-TYP-MATCH)
                           DISPLAY "ERRO: trailer da natureza '"
                                   PAR-TRL-PAY-TYPE "' nao confere "
                                   "com os detalhes relidos"
                           ADD 1 TO WS-R-MISMATCHES
                       END-IF
                   END-IF
               WHEN PAR-TOTAL
                   MOVE "S" TO WS-R-TOT-FOUND
                   IF PAR-TRL-COUNT NOT = WS-R-COUNT OR
                      PAR-TRL-GROSS-HASH NOT = WS-X-GROSS OR
                      PAR-TRL-NET-HASH NOT = WS-X-NET
                       DISPLAY "ERRO: total do arquivo anual nao "
                               "confere com os detalhes relidos"
                       ADD 1 TO WS-R-MISMATCHES
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-R-MISMATCHES
           END-EVALUATE.

       REGISTER-SEAL.
           OPEN EXTEND PAYROLL-SEAL-FILE
           IF PSL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-SEAL-FILE
           END-IF
           IF PSL-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel gravar payroll_seal.dat "
                       "- ano NAO selado e historico vivo intacto"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAYROLL-SEAL-RECORD
           MOVE WS-SEAL-YEAR     TO PSL-YEAR
           MOVE BDT-DATE         TO PSL-SEAL-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE JRL-RUN-TIME     TO PSL-SEAL-TIME
           MOVE WS-X-COUNT       TO PSL-RECORDS
           MOVE WS-X-GROSS       TO PSL-GROSS-HASH
           MOVE WS-X-NET         TO PSL-NET-HASH
           MOVE PSL-ARCHIVE-NAME TO PSL-ARCHIVE
           WRITE PAYROLL-SEAL-RECORD
           CLOSE PAYROLL-SEAL-FILE
           DISPLAY "Ano " WS-SEAL-YEAR " SELADO em payroll_seal.dat".

      *> Com o selo gravado, o ano sai do indexado - DELETE do
      *> registro lido na varredura em sequencia de chave.
       PURGE-INDEXED-HISTORY.
           OPEN I-O HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: payroll_history_ix.dat indisponivel - "
                       "o proximo PAYROLL-HISTORY-BUILD o reconstroi "
                       "sem o ano selado"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE LOW-VALUES TO PHX-KEY
           MOVE "N" TO WS-EOF-FLAG
           START HISTORY-IX-FILE KEY IS NOT LESS THAN PHX-KEY
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-IX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       DIVIDE PHX-REF-PERIOD BY 100
                           GIVING WS-REC-YEAR
                       IF WS-REC-YEAR = WS-SEAL-YEAR
                           DELETE HISTORY-IX-FILE RECORD
                               INVALID KEY
                                   DISPLAY "ERRO ao remover " PHX-KEY
                                           " - FILE STATUS: "
                                           WS-HISTIX-FILE-STATUS
                                   MOVE 8 TO RETURN-CODE
                               NOT INVALID KEY
                                   ADD 1 TO WS-IX-DELETED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HISTORY-IX-FILE
           DISPLAY "Registros do ano removidos do indexado: "
                   WS-IX-DELETED.

      *> E do sequencial, pelo temporario: so passam os registros de
      *> outros anos. Sem isso o proximo PAYROLL-HISTORY-BUILD traria
      *> o ano de volta ao indexado.
       PURGE-SEQUENTIAL-HISTORY.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT HISTORY-TEMP-FILE
           IF WS-HISTTMP-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar "
                       "payroll_history.tmp - ano selado, mas ainda "
                       "presente no sequencial (rode de novo)"
               MOVE 8 TO RETURN-CODE
               CLOSE PAYROLL-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PD-REF-YEAR = WS-SEAL-YEAR
                           ADD 1 TO WS-SEQ-REMOVED
                       ELSE
                           ADD 1 TO WS-SEQ-KEPT
                           MOVE PAYROLL-HISTORY-RECORD
                               TO HISTORY-TEMP-RECORD
                           WRITE HISTORY-TEMP-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           CLOSE HISTORY-TEMP-FILE
           IF WS-SEQ-REMOVED = 0
               DISPLAY "Nenhum registro do ano restante no sequencial"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT HISTORY-TEMP-FILE
           OPEN OUTPUT PAYROLL-HISTORY-FILE
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-TEMP-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE HISTORY-TEMP-RECORD
                           TO PAYROLL-HISTORY-RECORD
                       WRITE PAYROLL-HISTORY-RECORD
               END-READ
           END-PERFORM
           CLOSE HISTORY-TEMP-FILE
           CLOSE PAYROLL-HISTORY-FILE
           DISPLAY "Registros do ano removidos do sequencial: "
                   WS-SEQ-REMOVED " (mantidos " WS-SEQ-KEPT ")".

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA SELAGEM ANUAL ==="
           DISPLAY "Ano-base: " WS-SEAL-YEAR
           DISPLAY "Registros arquivados: " WS-X-COUNT
           MOVE WS-X-GROSS TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           DISPLAY "Hash do bruto: " MONEY-FMT-OUTPUT
           MOVE WS-X-NET TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           DISPLAY "Hash do liquido: " MONEY-FMT-OUTPUT
           DISPLAY "Removidos do indexado: " WS-IX-DELETED
           DISPLAY "Removidos do sequencial: " WS-SEQ-REMOVED.

       WRITE-JOB-LOG-ENTRY.
           MOVE "YEAR-END-SEAL" TO JRL-PROGRAM-NAME
           ACCEPT JRL-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-X-COUNT     TO JRL-RECORDS-PROCESSED
           MOVE WS-R-MISMATCHES TO JRL-RECORDS-REJECTED
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
                   WS-X-COUNT / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-X-COUNT TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
       COPY MONEYFMT-RTN.
