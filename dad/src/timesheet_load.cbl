      *> pagamento em overtime_hours.dat). O debito vem das folgas
      *> CMP via ABSENCE-LOAD e o vencimento de 6 meses e aplicado
      *> pelo TIME-BANK-MAINT.
      *> O apontamento passou a trazer as horas noturnas do dia
      *> (TS-NIGHT-HOURS, 22:00 as 05:00): validadas contra o total
      *> de horas da linha e somadas por funcionario e competencia em
      *> OTH-NIGHT-HOURS, base do adicional noturno do PAYROLL-RUN.
      *> Quem trabalhou a noite sem fazer extra tambem ganha registro
      *> (OTH-HOURS zero). No modo BANCO a extra continua indo para o
      *> banco, mas o adicional noturno nao e bancavel: o registro
      *> sai para overtime_hours.dat so com as horas noturnas.
      *> Com os contratos de tempo parcial e os horistas, o custo
      *> estimado da extra usa o divisor de horas do proprio
      *> funcionario (jornada semanal x 5, WORKHRS-RTN) em vez do mes
      *> fixo de 220 horas. Do horista, que recebe so as horas
      *> trabalhadas, as horas normais da competencia tambem vao para
      *> overtime_hours.dat (OTH-REGULAR-HOURS), com a mesma aprovacao
      *> do gestor, e o PAYROLL-RUN monta o bruto com elas - mesmo no
      *> modo BANCO, porque hora normal nao e bancavel.
      *> O apontamento passou a respeitar o corte de ponto do
      *> calendario de fechamento da folha (payroll_calendar.dat,
      *> PAYCAL-FD.cpy): entregue depois do corte da competencia, o
      *> registro que ja estava no arquivo para ela fica congelado e
      *> so o que a entrega nova traz a mais vai para a competencia
      *> seguinte, num registro separado marcado como atrasado
      *> (OTH-LATE-FLAG), registrado em late_entries.dat para o
      *> LATE-ENTRY-REPORT. Os creditos do banco de horas continuam
      *> na competencia trabalhada - o corte e da folha, nao do banco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
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

           SELECT REJECTS-FILE ASSIGN TO "timesheet_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TBCREDIT-FILE-STATUS.

           SELECT PAYROLL-CALENDAR-FILE ASSIGN TO "../data/payroll_calendar.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-FILE-STATUS.

           SELECT LATE-ENTRY-FILE ASSIGN TO "../data/late_entries.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PCL-LTE-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYCAL-FD.
       COPY LATEENT-FD.

       FD TIMESHEET-FILE.
       COPY TIMESHEET.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY PAYCAL.

       01 WS-FILE-STATUSES.
           05 WS-TIMESHEET-STATUS    PIC XX.
               10 WS-EMP-TAB-SALARY   PIC 9(8)V99.
               10 WS-EMP-TAB-REGULAR  PIC 9(4)V9.
               10 WS-EMP-TAB-OVERTIME PIC 9(4)V9.
               10 WS-EMP-TAB-DIVISOR  PIC 9(3).
       01 WS-EMP-INDEX            PIC 9(4).
       01 WS-EMP-MATCH            PIC 9(4).

               10 WS-OT-TAB-ID        PIC X(6).
               10 WS-OT-TAB-PERIOD    PIC 9(6).
               10 WS-OT-TAB-HOURS     PIC 9(4)V9.
               10 WS-OT-TAB-NIGHT     PIC 9(4)V9.
               10 WS-OT-TAB-REGULAR   PIC 9(4)V9.
               10 WS-OT-TAB-LATE      PIC X.
               10 WS-OT-TAB-DROP      PIC X.
       01 WS-OT-INDEX             PIC 9(4).
       01 WS-OT-MATCH             PIC 9(4).
       01 WS-OT-PERIOD            PIC 9(6).
       01 WS-OT-WRITTEN           PIC 9(4) VALUE 0.

      *> O que a entrega atrasada traz a mais do que o registro
      *> congelado da competencia (pode dar negativo - reducao).
       01 WS-LATE-FIELDS.
           05 WS-LATE-HOURS       PIC S9(4)V9.
           05 WS-LATE-NIGHT       PIC S9(4)V9.
           05 WS-LATE-REGULAR     PIC S9(4)V9.
           05 WS-LATE-KNOWN       PIC X.
           05 WS-OT-LATE          PIC 9(4) VALUE 0.
           05 WS-OT-FROZEN        PIC 9(4) VALUE 0.

      *> Horas noturnas da linha (em branco = zero) e o total do dia,
      *> para a validacao.
       01 WS-NIGHT-DAY            PIC 99V9 VALUE 0.
       01 WS-DAY-TOTAL-HOURS      PIC 999V9 VALUE 0.

      *> Consumo herdado do credito ativo substituido na recarga do
      *> banco (um por entrada da tabela de extras).
       01 WS-TBC-REPLACED         PIC 9(4) VALUE 0.

      *> Registros ja existentes em overtime_hours.dat, para a mescla
      *> (KEEP "N" = apontamento substituido pela entrega nova).
       01 WS-OTE-TABLE.
           05 WS-OTE-QTDE         PIC 9(4) VALUE 0.
           05 WS-OTE-ENTRADAS OCCURS 1000 TIMES.
               10 WS-OTE-REG      PIC X(39).
               10 WS-OTE-KEEP     PIC X.
       01 WS-OTE-INDEX            PIC 9(4).
       01 WS-OTE-REPLACED         PIC 9(4) VALUE 0.

       COPY MONEYFMT.
       COPY DATEVAL.
       COPY WORKHRS.

       01 WS-HORA-INICIO.
           05 WS-INICIO-HORA      PIC 99.
                       MOVE "Horas acima de 24 no dia" TO WS-MOTIVO
                   END-IF
               END-IF
           END-IF

      *> Horas noturnas em branco (apontamento antigo) valem zero;
      *> informadas, nao podem passar do total trabalhado no dia.
           MOVE 0 TO WS-NIGHT-DAY
           IF WS-VALID-FLAG = "Y" AND TS-NIGHT-HOURS NOT = SPACES
               IF TS-NIGHT-HOURS NOT NUMERIC
                   MOVE "N" TO WS-VALID-FLAG
                   MOVE "Horas noturnas nao numericas" TO WS-MOTIVO
               ELSE
                   COMPUTE WS-DAY-TOTAL-HOURS =
                       TS-REGULAR-HOURS + TS-OVERTIME-HOURS
                   IF TS-NIGHT-HOURS > WS-DAY-TOTAL-HOURS
                       MOVE "N" TO WS-VALID-FLAG
                       MOVE "Horas noturnas acima do total do dia"
                           TO WS-MOTIVO
                   ELSE
                       MOVE TS-NIGHT-HOURS TO WS-NIGHT-DAY
                   END-IF
               END-IF
           END-IF.

       ACCUMULATE-HOURS.
               MOVE MST-EMP-NAME       TO WS-EMP-TAB-NAME(WS-EMP-MATCH)
               MOVE MST-EMP-DEPARTMENT TO WS-EMP-TAB-DEPT(WS-EMP-MATCH)
               MOVE MST-EMP-SALARY     TO WS-EMP-TAB-SALARY(WS-EMP-MATCH)
               MOVE MST-WEEKLY-HOURS   TO WKH-WEEKLY-HOURS
               MOVE MST-PAY-BASIS      TO WKH-PAY-BASIS
               MOVE MST-EMP-SALARY     TO WKH-SALARY
               PERFORM WKH-DERIVE
               MOVE WKH-DIVISOR        TO WS-EMP-TAB-DIVISOR(WS-EMP-MATCH)
           END-IF
           ADD TS-REGULAR-HOURS  TO WS-EMP-TAB-REGULAR(WS-EMP-MATCH)
           ADD TS-OVERTIME-HOURS TO WS-EMP-TAB-OVERTIME(WS-EMP-MATCH)
           IF TS-OVERTIME-HOURS > 0 OR WS-NIGHT-DAY > 0 OR
              MST-PAY-HOURLY
               PERFORM ACCUMULATE-OVERTIME-PERIOD
           END-IF.

               MOVE WS-OT-QTDE TO WS-OT-MATCH
               MOVE TS-EMP-ID    TO WS-OT-TAB-ID(WS-OT-MATCH)
               MOVE WS-OT-PERIOD TO WS-OT-TAB-PERIOD(WS-OT-MATCH)
               MOVE 0 TO WS-OT-TAB-HOURS(WS-OT-MATCH)
               MOVE 0 TO WS-OT-TAB-NIGHT(WS-OT-MATCH)
               MOVE 0 TO WS-OT-TAB-REGULAR(WS-OT-MATCH)
               MOVE SPACE TO WS-OT-TAB-LATE(WS-OT-MATCH)
               MOVE "N" TO WS-OT-TAB-DROP(WS-OT-MATCH)
           END-IF
           ADD TS-OVERTIME-HOURS TO WS-OT-TAB-HOURS(WS-OT-MATCH)
           ADD WS-NIGHT-DAY      TO WS-OT-TAB-NIGHT(WS-OT-MATCH)
           IF MST-PAY-HOURLY
               ADD TS-REGULAR-HOURS TO WS-OT-TAB-REGULAR(WS-OT-MATCH)
           END-IF.

      *> Custo estimado da hora extra: hora normal = salario mensal /
      *> divisor do funcionario (220 no regime integral), extra com
      *> adicional de 50% - e uma estimativa gerencial
      *> para o relatorio, nao o calculo legal de folha.
       WRITE-HOURS-REPORT.
           OPEN OUTPUT REPORT-FILE

       WRITE-EMPLOYEE-HOURS-LINE.
           COMPUTE WS-HOURLY-RATE ROUNDED =
               WS-EMP-TAB-SALARY(WS-EMP-INDEX) /
               WS-EMP-TAB-DIVISOR(WS-EMP-INDEX)
           COMPUTE WS-OT-COST ROUNDED =
               WS-EMP-TAB-OVERTIME(WS-EMP-INDEX) * WS-HOURLY-RATE * 1,5
           MOVE WS-EMP-TAB-REGULAR(WS-EMP-INDEX)  TO FORMATTED-REGULAR
       ACCUMULATE-DEPT-HOURS.
           COMPUTE WS-OT-COST ROUNDED =
               WS-EMP-TAB-OVERTIME(WS-EMP-INDEX) *
               (WS-EMP-TAB-SALARY(WS-EMP-INDEX) /
                WS-EMP-TAB-DIVISOR(WS-EMP-INDEX)) * 1,5
           PERFORM VARYING WS-DEPT-INDEX FROM 1 BY 1
                   UNTIL WS-DEPT-INDEX > 20
               IF WS-DEPT-TAB-NOME(WS-DEPT-INDEX) =
      *> os apontamentos de outros pares funcionario/competencia; so
      *> os apontamentos reapurados NESTA carga sao substituidos -
      *> mesmo criterio da recarga do banco de horas logo abaixo.
      *> No modo BANCO o arquivo de pagamento so recebe as horas
      *> noturnas (OTH-HOURS zero) - o adicional noturno e pago em
      *> dinheiro mesmo quando a extra vai para o banco; sem horas
      *> noturnas na carga o arquivo continua intocado. As horas
      *> normais do horista seguem a mesma regra das noturnas: sao
      *> pagas nos dois modos.
       WRITE-OVERTIME-FILE.
           IF NOT MODO-PAGAR
               PERFORM WRITE-TIMEBANK-CREDITS
               PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                       UNTIL WS-OT-INDEX > WS-OT-QTDE
                   IF WS-OT-TAB-NIGHT(WS-OT-INDEX) > 0 OR
                      WS-OT-TAB-REGULAR(WS-OT-INDEX) > 0
                       ADD 1 TO WS-OT-WRITTEN
                   END-IF
               END-PERFORM
               IF WS-OT-WRITTEN = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-OT-WRITTEN
           END-IF
           PERFORM LOAD-EXISTING-OVERTIME
           PERFORM APPLY-PAYROLL-CUTOFF
           PERFORM VARYING WS-OTE-INDEX FROM 1 BY 1
                   UNTIL WS-OTE-INDEX > WS-OTE-QTDE
               PERFORM JUDGE-EXISTING-OVERTIME
           END-PERFORM
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF (MODO-PAGAR OR WS-OT-TAB-NIGHT(WS-OT-INDEX) > 0 OR
                   WS-OT-TAB-REGULAR(WS-OT-INDEX) > 0) AND
                  WS-OT-TAB-DROP(WS-OT-INDEX) NOT = "S"
                   MOVE SPACES TO OVERTIME-HOURS-RECORD
                   MOVE WS-OT-TAB-ID(WS-OT-INDEX)     TO OTH-EMP-ID
                   MOVE WS-OT-TAB-PERIOD(WS-OT-INDEX) TO OTH-REF-PERIOD
                   IF MODO-PAGAR
                       MOVE WS-OT-TAB-HOURS(WS-OT-INDEX) TO OTH-HOURS
                   ELSE
                       MOVE 0 TO OTH-HOURS
                   END-IF
                   MOVE WS-OT-TAB-NIGHT(WS-OT-INDEX)
                       TO OTH-NIGHT-HOURS
                   MOVE WS-OT-TAB-REGULAR(WS-OT-INDEX)
                       TO OTH-REGULAR-HOURS
                   MOVE "P"   TO OTH-APPROVAL-STATUS
                   MOVE "APT" TO OTH-SOURCE
                   MOVE WS-OT-TAB-LATE(WS-OT-INDEX) TO OTH-LATE-FLAG
                   WRITE OVERTIME-HOURS-RECORD
                   ADD 1 TO WS-OT-WRITTEN
               END-IF
           END-PERFORM
           CLOSE OVERTIME-FILE
           DISPLAY "Extras por competencia gravadas: "
                   "overtime_hours.dat (" WS-OT-WRITTEN
                   " registro(s), " WS-OTE-REPLACED
                   " substituido(s))"
           IF WS-OT-LATE > 0 OR WS-OT-FROZEN > 0
               DISPLAY "Apontamentos apos o corte de ponto: " WS-OT-LATE
                       " empurrado(s) para a competencia seguinte, "
                       WS-OT-FROZEN " competencia(s) congelada(s)"
           END-IF.

      *> Corte de ponto (payroll_calendar.dat): o apontamento de uma
      *> competencia cujo corte ja passou na data de negocio nao
      *> entra mais nela. O registro no prazo que ja estava no arquivo
      *> fica congelado como esta; so o que a entrega nova traz A MAIS
      *> do que ele (extras, noturnas e normais de horista) vai para a
      *> competencia do roteamento, num registro separado marcado "L"
      *> e lancado em late_entries.dat. Reducao depois do corte nao e
      *> automatica - sai como aviso para o RH acertar na mao.
      *> A recarga da mesma entrega nao lanca de novo no registro de
      *> atrasados: o registro "L" identico ja existente prova que ela
      *> ja foi contada.
       APPLY-PAYROLL-CUTOFF.
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF MODO-PAGAR OR WS-OT-TAB-NIGHT(WS-OT-INDEX) > 0 OR
                  WS-OT-TAB-REGULAR(WS-OT-INDEX) > 0
                   PERFORM ROUTE-ONE-OVERTIME-ENTRY
               END-IF
           END-PERFORM.

       ROUTE-ONE-OVERTIME-ENTRY.
           MOVE "PON" TO PCL-REQ-TYPE
           MOVE WS-OT-TAB-PERIOD(WS-OT-INDEX) TO PCL-REQ-PERIOD
           MOVE BDT-DATE TO PCL-REQ-RECEIVED
           PERFORM PCL-ROUTE-ENTRY
           IF NOT PCL-ENTRY-LATE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-LATE-HOURS
           IF MODO-PAGAR
               MOVE WS-OT-TAB-HOURS(WS-OT-INDEX) TO WS-LATE-HOURS
           END-IF
           MOVE WS-OT-TAB-NIGHT(WS-OT-INDEX)   TO WS-LATE-NIGHT
           MOVE WS-OT-TAB-REGULAR(WS-OT-INDEX) TO WS-LATE-REGULAR
           PERFORM VARYING WS-OTE-INDEX FROM 1 BY 1
                   UNTIL WS-OTE-INDEX > WS-OTE-QTDE
               MOVE WS-OTE-REG(WS-OTE-INDEX) TO OVERTIME-HOURS-RECORD
               IF OTH-EMP-ID = WS-OT-TAB-ID(WS-OT-INDEX) AND
                  OTH-REF-PERIOD = WS-OT-TAB-PERIOD(WS-OT-INDEX) AND
                  OTH-DE-APONTAMENTO AND NOT OTH-ATRASADO
                   PERFORM DEDUCT-FROZEN-OVERTIME
               END-IF
           END-PERFORM
           IF WS-LATE-HOURS < 0 OR WS-LATE-NIGHT < 0 OR
              WS-LATE-REGULAR < 0
               DISPLAY "Aviso: apontamento de "
                       WS-OT-TAB-ID(WS-OT-INDEX) " na competencia "
                       WS-OT-TAB-PERIOD(WS-OT-INDEX) " reduzido "
                       "depois do corte - acerto manual"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-LATE-HOURS < 0
               MOVE 0 TO WS-LATE-HOURS
           END-IF
           IF WS-LATE-NIGHT < 0
               MOVE 0 TO WS-LATE-NIGHT
           END-IF
           IF WS-LATE-REGULAR < 0
               MOVE 0 TO WS-LATE-REGULAR
           END-IF
           IF WS-LATE-HOURS = 0 AND WS-LATE-NIGHT = 0 AND
              WS-LATE-REGULAR = 0
               MOVE "S" TO WS-OT-TAB-DROP(WS-OT-INDEX)
               ADD 1 TO WS-OT-FROZEN
               EXIT PARAGRAPH
           END-IF
           IF MODO-PAGAR
               MOVE WS-LATE-HOURS TO WS-OT-TAB-HOURS(WS-OT-INDEX)
           END-IF
           MOVE WS-LATE-NIGHT   TO WS-OT-TAB-NIGHT(WS-OT-INDEX)
           MOVE WS-LATE-REGULAR TO WS-OT-TAB-REGULAR(WS-OT-INDEX)
           MOVE PCL-ROUTED-PERIOD TO WS-OT-TAB-PERIOD(WS-OT-INDEX)
           MOVE "L" TO WS-OT-TAB-LATE(WS-OT-INDEX)
           ADD 1 TO WS-OT-LATE
           MOVE "N" TO WS-LATE-KNOWN
           PERFORM VARYING WS-OTE-INDEX FROM 1 BY 1
                   UNTIL WS-OTE-INDEX > WS-OTE-QTDE
               MOVE WS-OTE-REG(WS-OTE-INDEX) TO OVERTIME-HOURS-RECORD
               IF OTH-EMP-ID = WS-OT-TAB-ID(WS-OT-INDEX) AND
                  OTH-REF-PERIOD = PCL-ROUTED-PERIOD AND
                  OTH-ATRASADO AND OTH-DE-APONTAMENTO AND
                  OTH-HOURS = WS-LATE-HOURS AND
                  OTH-NIGHT-HOURS = WS-LATE-NIGHT AND
                  OTH-REGULAR-HOURS = WS-LATE-REGULAR
                   MOVE "S" TO WS-LATE-KNOWN
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-LATE-KNOWN = "N"
               MOVE "TIMESHEET-LOAD" TO PCL-LOG-SOURCE
               MOVE WS-OT-TAB-ID(WS-OT-INDEX) TO PCL-LOG-EMP-ID
               MOVE "Horas apontadas apos o corte" TO PCL-LOG-DETAIL
               PERFORM PCL-LOG-LATE-ENTRY
           END-IF.

       DEDUCT-FROZEN-OVERTIME.
           IF OTH-HOURS NUMERIC
               SUBTRACT OTH-HOURS FROM WS-LATE-HOURS
           END-IF
           IF OTH-NIGHT-HOURS NUMERIC
               SUBTRACT OTH-NIGHT-HOURS FROM WS-LATE-NIGHT
           END-IF
           IF OTH-REGULAR-HOURS NUMERIC
               SUBTRACT OTH-REGULAR-HOURS FROM WS-LATE-REGULAR
           END-IF.

       LOAD-EXISTING-OVERTIME.
           OPEN INPUT OVERTIME-FILE

      *> Registro existente cai fora so quando e apontamento (origem
      *> APT ou em branco) do MESMO par funcionario/competencia
      *> reapurado nesta carga - a entrega nova substitui a velha
      *> (no modo BANCO, so os pares que trazem horas noturnas ou
      *> horas normais de horista). O registro atrasado ("L") so e
      *> substituido por outro atrasado, e o no prazo por outro no
      *> prazo; competencia congelada pelo corte nao substitui nada.
       JUDGE-EXISTING-OVERTIME.
           MOVE WS-OTE-REG(WS-OTE-INDEX) TO OVERTIME-HOURS-RECORD
           IF OTH-DO-BANCO
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF WS-OT-TAB-ID(WS-OT-INDEX) = OTH-EMP-ID AND
                  WS-OT-TAB-PERIOD(WS-OT-INDEX) = OTH-REF-PERIOD AND
                  WS-OT-TAB-LATE(WS-OT-INDEX) = OTH-LATE-FLAG AND
                  WS-OT-TAB-DROP(WS-OT-INDEX) NOT = "S" AND
                  (MODO-PAGAR OR WS-OT-TAB-NIGHT(WS-OT-INDEX) > 0 OR
                   WS-OT-TAB-REGULAR(WS-OT-INDEX) > 0)
                   MOVE "N" TO WS-OTE-KEEP(WS-OTE-INDEX)
                   ADD 1 TO WS-OTE-REPLACED
                   EXIT PERFORM
      *> ja consumidas por folga (limitadas ao novo total), para a
      *> alocacao de debitos do TIME-BANK-MAINT nao se perder.
      *> Creditos pagos (P) e de outras competencias ficam como
      *> estao. Entrada so de horas noturnas (sem extra) nao gera
      *> credito.
       WRITE-TIMEBANK-CREDITS.
           PERFORM LOAD-EXISTING-CREDITS
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF WS-OT-TAB-HOURS(WS-OT-INDEX) > 0
                   PERFORM REPLACE-ONE-CREDIT
               END-IF
           END-PERFORM

           OPEN OUTPUT TIMEBANK-CREDIT-FILE
           END-PERFORM
           PERFORM VARYING WS-OT-INDEX FROM 1 BY 1
                   UNTIL WS-OT-INDEX > WS-OT-QTDE
               IF WS-OT-TAB-HOURS(WS-OT-INDEX) > 0
                   PERFORM WRITE-ONE-CREDIT
               END-IF
           END-PERFORM
           CLOSE TIMEBANK-CREDIT-FILE
           DISPLAY "Creditos do banco de horas gravados: "
                   WS-OT-QTDE " (substituidos: " WS-TBC-REPLACED
                   ") - time_bank_credits.dat".

       WRITE-ONE-CREDIT.
           COMPUTE WS-BANKED-HOURS ROUNDED =
               WS-OT-TAB-HOURS(WS-OT-INDEX) *
               WS-TIMEBANK-MULT / 100
           MOVE SPACES TO TIME-BANK-CREDIT-RECORD
           MOVE WS-OT-TAB-ID(WS-OT-INDEX)     TO TBC-EMP-ID
           MOVE WS-OT-TAB-PERIOD(WS-OT-INDEX) TO TBC-PERIOD
           MOVE WS-BANKED-HOURS               TO TBC-HOURS
           MOVE "A"                           TO TBC-STATUS
           IF WS-OT-TAB-CARRIED(WS-OT-INDEX) > WS-BANKED-HOURS
               MOVE WS-BANKED-HOURS TO TBC-CONSUMED
           ELSE
               MOVE WS-OT-TAB-CARRIED(WS-OT-INDEX)
                   TO TBC-CONSUMED
           END-IF
           WRITE TIME-BANK-CREDIT-RECORD.

       LOAD-EXISTING-CREDITS.
           OPEN INPUT TIMEBANK-CREDIT-FILE
           IF WS-TBCREDIT-FILE-STATUS NOT = "00"

       COPY MONEYFMT-RTN.
       COPY DATEVAL-RTN.
       COPY WORKHRS-RTN.
       COPY BUSDATE-RTN.
       COPY PAYCAL-RTN.
