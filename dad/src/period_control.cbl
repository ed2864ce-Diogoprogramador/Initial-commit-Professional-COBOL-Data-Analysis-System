      *> ou reabre) e a operacao e registrada na trilha de auditoria
      *> da manutencao (employee_maintenance_log.dat) com quem fez e
      *> quando - reabertura de competencia nao e acao anonima.
      *> Com a folha particionada, cada comando aceita a empresa no
      *> fim (FECHAR/REABRIR <AAAAMM> <perfil> <empresa>, CONSULTAR
      *> <AAAAMM> <empresa>) e atua so na linha da empresa. Sem a
      *> empresa, vale a competencia inteira: fechar ou reabrir a
      *> competencia leva junto as linhas de empresa dela, e reabrir
      *> uma empresa reabre tambem a competencia inteira - ela deixa
      *> de estar toda calculada ate a particao ser refeita.
      *> Competencia de ano selado pelo YEAR-END-SEAL
      *> (payroll_seal.dat) nao e reaberta: o historico do ano ja
      *> saiu para o arquivo anual e nao volta a ser recalculado.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

       FD PERIOD-FILE.
       COPY PERCTL.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYSEAL.

       01 WS-FILE-STATUSES.
           05 WS-PERIOD-FILE-STATUS PIC XX.
       01 WS-CMD-MODE             PIC X(10).
       01 WS-CMD-PERIOD           PIC X(6).
       01 WS-CMD-ROLE             PIC X(4).
       01 WS-CMD-COMPANY          PIC X(2).
       01 WS-PER-COMPANY          PIC X(2).

       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.

       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE SPACES TO WS-CMD-MODE WS-CMD-PERIOD WS-CMD-ROLE
                          WS-CMD-COMPANY
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-MODE WS-CMD-PERIOD WS-CMD-ROLE
                    WS-CMD-COMPANY
           END-UNSTRING
           IF WS-CMD-MODE = "CONSULTAR"
               MOVE WS-CMD-ROLE TO WS-CMD-COMPANY
               MOVE SPACES TO WS-CMD-ROLE
           END-IF
           PERFORM LOAD-PERIOD-TABLE
           EVALUATE WS-CMD-MODE
               WHEN "FECHAR"
                   PERFORM QUERY-PERIOD
               WHEN OTHER
                   DISPLAY "PERIOD-CONTROL: comando invalido (use "
                           "FECHAR/REABRIR <AAAAMM> <perfil> [empresa]"
                           " ou CONSULTAR <AAAAMM> [empresa])"
                   MOVE 16 TO RETURN-CODE
           END-EVALUATE
           GOBACK.
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-CMD-PERIOD AND
                  PCT-COMPANY = WS-PER-COMPANY
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           IF WS-CMD-MODE = "REABRIR"
               MOVE WS-CMD-PERIOD(1:4) TO PSL-REQ-YEAR
               PERFORM PSL-CHECK-YEAR
               IF PSL-YEAR-SEALED
                   PERFORM PSL-DISPLAY-REFUSAL
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-CMD-COMPANY TO WS-PER-COMPANY
           PERFORM SET-PERIOD-LINE
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-CMD-COMPANY = SPACES
               PERFORM SET-COMPANY-LINES
           ELSE
               IF WS-CMD-MODE = "REABRIR"
                   MOVE SPACES TO WS-PER-COMPANY
                   PERFORM FIND-PERIOD
                   IF WS-PER-MATCH > 0
                       PERFORM SET-PERIOD-LINE
                   END-IF
               END-IF
           END-IF
           PERFORM REWRITE-PERIOD-FILE
           PERFORM WRITE-AUDIT-TRAIL
           IF WS-CMD-COMPANY = SPACES
               DISPLAY "Competencia " WS-CMD-PERIOD " agora "
                       PCT-STATE " (perfil " WS-CMD-ROLE ")"
           ELSE
               DISPLAY "Competencia " WS-CMD-PERIOD " empresa "
                       WS-CMD-COMPANY " agora " PCT-STATE
                       " (perfil " WS-CMD-ROLE ")"
           END-IF.

      *> Grava o novo estado na linha de WS-PER-COMPANY (em branco =
      *> competencia inteira), criando a linha se ela nao existir.
       SET-PERIOD-LINE.
           PERFORM FIND-PERIOD
           IF WS-PER-MATCH = 0
               IF WS-PER-QTDE < 60
                   MOVE WS-PER-QTDE TO WS-PER-MATCH
                   MOVE SPACES TO PERIOD-CONTROL-RECORD
                   MOVE WS-CMD-PERIOD TO PCT-PERIOD
                   MOVE WS-PER-COMPANY TO PCT-COMPANY
               ELSE
                   DISPLAY "PERIOD-CONTROL: tabela de competencias "
                           "cheia"
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM STAMP-PERIOD-LINE.

       STAMP-PERIOD-LINE.
           IF WS-CMD-MODE = "FECHAR"
               MOVE "FECH" TO PCT-STATE
           ELSE
           END-IF
           MOVE WS-CMD-ROLE TO PCT-USER
           MOVE BDT-DATE TO PCT-UPDATE-DATE
           MOVE PERIOD-CONTROL-RECORD TO WS-PER-REG(WS-PER-MATCH).

      *> A competencia inteira leva junto as linhas de empresa dela.
       SET-COMPANY-LINES.
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-CMD-PERIOD AND
                  PCT-COMPANY NOT = SPACES
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   PERFORM STAMP-PERIOD-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PER-COMPANY
           PERFORM FIND-PERIOD.

       REWRITE-PERIOD-FILE.
           OPEN OUTPUT PERIOD-FILE
           MOVE SPACES TO AUDIT-LOG-LINE
           STRING BDT-DATE " PERIOD-CONTROL " WS-CMD-MODE
                  " COMPETENCIA " WS-CMD-PERIOD " PERFIL "
                  WS-CMD-ROLE " EMPRESA " WS-CMD-COMPANY
                  DELIMITED BY SIZE INTO AUDIT-LOG-LINE
           WRITE AUDIT-LOG-LINE
           CLOSE AUDIT-LOG-FILE.

       QUERY-PERIOD.
           MOVE WS-CMD-COMPANY TO WS-PER-COMPANY
           PERFORM FIND-PERIOD
           IF WS-PER-MATCH = 0
               DISPLAY "Competencia " WS-CMD-PERIOD " " WS-CMD-COMPANY
                       " sem registro (vale como aberta)"
               MOVE 4 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Competencia " PCT-PERIOD " " PCT-COMPANY ": "
                   PCT-STATE
                   " (ultima alteracao " PCT-UPDATE-DATE
                   " por " PCT-USER ")"
           EVALUATE TRUE
           END-EVALUATE.

       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
