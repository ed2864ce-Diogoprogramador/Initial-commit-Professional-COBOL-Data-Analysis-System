IDENTIFICATION DIVISION.
       PROGRAM-ID. PLR-RUN.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Rodada de participacao nos lucros e resultados (PLR), paga
      *> fora do ciclo mensal, normalmente duas vezes por ano. O
      *> fundo de cada empresa e a regra de distribuicao vem de
      *> plr.parm: "H" ano-base e parcela, "P" empresa (MST-COMPANY-
      *> CODE), valor do fundo e regra - F cota igual, S proporcional
      *> ao salario, R ponderada pela ultima avaliacao de desempenho
      *> do funcionario (ratings_history.dat, RATING.cpy) com os
      *> pesos das linhas "W" por codigo da escala. Todas as regras
      *> sao proporcionalizadas pelos meses trabalhados no ano-base a
      *> partir da admissao (MST-EMP-HIRE-DATE; mes com 15 dias ou
      *> mais conta inteiro): cada funcionario ativo soma pontos
      *> (base da regra x meses) e recebe a fracao do fundo da sua
      *> empresa que esses pontos representam.
      *> A PLR nao entra no rendimento do mes nem tem INSS: o IRRF e
      *> retido pela tabela exclusiva da PLR (linhas "PLRT" de
      *> payroll.parm, com vigencia), aplicada sobre o acumulado de
      *> PLR do ano-calendario do pagamento - a segunda parcela
      *> desconta o imposto ja retido na primeira (historico).
      *> O credito sai como PD-PAY-TYPE "PLR" no detalhe e no
      *> historico (EXTEND), para o BANK-REMIT (modo AVULSO), o
      *> contracheque, o informe anual e a declaracao anual, com o
      *> registro proprio em plr_register.txt. PLR ja emitida na
      *> mesma competencia (historico) derruba a rodada com
      *> RETURN-CODE 8 - o fundo nao e pago duas vezes.
      *> Ano selado pelo YEAR-END-SEAL (payroll_seal.dat) nao recebe
      *> lancamento: a PLR de ano selado e recusada antes de abrir
      *> arquivo algum (RETURN-CODE 8).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLR-PARM-FILE ASSIGN TO "plr.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLR-PARM-FILE-STATUS.

           SELECT PAYROLL-PARM-FILE ASSIGN TO "payroll.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

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

           SELECT RATINGS-FILE ASSIGN TO "../data/ratings_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATINGS-FILE-STATUS.

           SELECT REGISTER-FILE ASSIGN TO "plr_register.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

           SELECT PAYROLL-DETAIL-FILE ASSIGN TO "../data/payroll_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DETAIL-FILE-STATUS.

           SELECT PAYROLL-HISTORY-FILE ASSIGN TO "../data/payroll_history.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY PAYSEAL-FD.

      *> plr.parm: uma linha por registro, tipo na primeira coluna.
      *>   H AAAA N            ano-base e numero da parcela
      *>   P EE VVVVVVVVVVVVV R empresa, fundo (11 inteiros + 2
      *>                        decimais) e regra F/S/R
      *>   W CC PPP            codigo da escala e peso (9V99)
       FD PLR-PARM-FILE.
       01 PLR-PARM-RECORD.
           05 PLP-REC-TYPE        PIC X.
               88 PLP-HEADER          VALUE "H".
               88 PLP-POOL-LINE       VALUE "P".
               88 PLP-WEIGHT-LINE     VALUE "W".
           05 FILLER              PIC X.
           05 PLP-DATA            PIC X(30).
           05 PLP-HEADER-DATA REDEFINES PLP-DATA.
               10 PLP-BASE-YEAR       PIC 9999.
               10 FILLER              PIC X.
               10 PLP-INSTALLMENT     PIC 9.
               10 FILLER              PIC X(24).
           05 PLP-POOL-DATA REDEFINES PLP-DATA.
               10 PLP-COMPANY         PIC X(2).
               10 FILLER              PIC X.
               10 PLP-POOL-AMOUNT     PIC 9(11)V99.
               10 FILLER              PIC X.
               10 PLP-RULE            PIC X.
               10 FILLER              PIC X(12).
           05 PLP-WEIGHT-DATA REDEFINES PLP-DATA.
               10 PLP-RATING-CODE     PIC X(2).
               10 FILLER              PIC X.
               10 PLP-WEIGHT          PIC 9V99.
               10 FILLER              PIC X(24).

       FD PAYROLL-PARM-FILE.
       01 PAYROLL-PARM-RECORD.
           05 PAY-PARM-TABLE      PIC X(4).
           05 FILLER              PIC X.
           05 PAY-PARM-LIMIT      PIC 9(8)V99.
           05 FILLER              PIC X.
           05 PAY-PARM-PCT        PIC 99V99.
           05 FILLER              PIC X.
           05 PAY-PARM-PARCEL     PIC 9(6)V99.
           05 FILLER              PIC X.
           05 PAY-PARM-VALID-FROM PIC X(6).
           05 FILLER              PIC X.
           05 PAY-PARM-VALID-TO   PIC X(6).

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD RATINGS-FILE.
       COPY RATING.

       FD REGISTER-FILE.
       01 REGISTER-LINE           PIC X(132).

       FD PAYROLL-DETAIL-FILE.
       COPY PAYDTL.

       FD PAYROLL-HISTORY-FILE.
       COPY PAYDTL REPLACING LEADING ==PD== BY ==PH==
                   ==PAYROLL-DETAIL-RECORD== BY ==PAYROLL-HISTORY-RECORD==.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       WORKING-STORAGE SECTION.
       COPY PAYSEAL.
       01 WS-FILE-STATUSES.
           05 WS-PLR-PARM-FILE-STATUS PIC XX.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-RATINGS-FILE-STATUS  PIC XX.
           05 WS-REGISTER-FILE-STATUS PIC XX.
           05 WS-DETAIL-FILE-STATUS   PIC XX.
           05 WS-HISTORY-FILE-STATUS  PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-RATING-RULE-FLAG     PIC X VALUE "N".
           05 WS-RATINGS-LOADED       PIC X VALUE "N".

      *> Cabecalho de plr.parm: ano-base da apuracao e parcela.
       01 WS-PLR-HEADER.
           05 WS-BASE-YEAR        PIC 9999 VALUE 0.
           05 WS-INSTALLMENT      PIC 9 VALUE 0.

      *> Fundo por empresa e soma dos pontos dos elegiveis - a cota de
      *> cada um e fundo x pontos / total de pontos da empresa.
       01 WS-CMP-TABLE.
           05 WS-CMP-QTDE         PIC 99 VALUE 0.
           05 WS-CMP-ENTRADAS OCCURS 20 TIMES.
               10 WS-CMP-CODE         PIC X(2).
               10 WS-CMP-POOL         PIC 9(11)V99.
               10 WS-CMP-RULE         PIC X.
               10 WS-CMP-POINTS       PIC 9(12)V9(4) USAGE COMP-3.
               10 WS-CMP-ELIGIBLE     PIC 9(5).
               10 WS-CMP-PAID         PIC 9(11)V99 USAGE COMP-3.
               10 WS-CMP-IRRF         PIC 9(11)V99 USAGE COMP-3.
       01 WS-CMP-INDEX            PIC 99.
       01 WS-CMP-MATCH            PIC 99.

      *> Peso de cada codigo da escala de avaliacao (regra R).
       01 WS-WGT-TABLE.
           05 WS-WGT-QTDE         PIC 99 VALUE 0.
           05 WS-WGT-ENTRADAS OCCURS 10 TIMES.
               10 WS-WGT-CODE         PIC X(2).
               10 WS-WGT-VALUE        PIC 9V99.
       01 WS-WGT-INDEX            PIC 99.

      *> Faixas da tabela exclusiva da PLR em vigor na competencia.
       01 WS-PLRT-TABLE.
           05 WS-PLRT-QTDE        PIC 99 VALUE 0.
           05 WS-PLRT-ENTRADAS OCCURS 10 TIMES.
               10 WS-PLRT-LIMIT       PIC 9(8)V99.
               10 WS-PLRT-PCT         PIC 99V99.
               10 WS-PLRT-PARCEL      PIC 9(6)V99.
       01 WS-PARM-INDEX           PIC 99.
       01 WS-PARM-TARGET          PIC 9(6) VALUE 0.
       01 WS-PARM-VIGENCIA.
           05 WS-PARM-IN-FORCE    PIC X.
           05 WS-PARM-FROM-N      PIC 9(6).
           05 WS-PARM-TO-N        PIC 9(6).

      *> Ultima avaliacao de cada funcionario (maior RAT-PERIOD).
       01 WS-RAT-TABLE.
           05 WS-RAT-QTDE         PIC 9(4) VALUE 0.
           05 WS-RAT-ENTRADAS OCCURS 1000 TIMES.
               10 WS-RAT-EMP-ID       PIC X(6).
               10 WS-RAT-PERIOD       PIC 9(6).
               10 WS-RAT-CODE         PIC X(2).
       01 WS-RAT-INDEX            PIC 9(4).
       01 WS-RAT-MATCH            PIC 9(4).

      *> PLR ja paga no ano-calendario (historico): base acumulada e
      *> imposto ja retido, para a tabela exclusiva valer sobre o ano.
       01 WS-PRV-TABLE.
           05 WS-PRV-QTDE         PIC 9(4) VALUE 0.
           05 WS-PRV-ENTRADAS OCCURS 1000 TIMES.
               10 WS-PRV-EMP-ID       PIC X(6).
               10 WS-PRV-GROSS        PIC 9(8)V99.
               10 WS-PRV-IRRF         PIC 9(8)V99.
       01 WS-PRV-INDEX            PIC 9(4).
       01 WS-PRV-MATCH            PIC 9(4).

      *> Elegiveis da rodada (ativos, empresa com fundo, meses > 0).
       01 WS-BEN-TABLE.
           05 WS-BEN-QTDE         PIC 9(4) VALUE 0.
           05 WS-BEN-ENTRADAS OCCURS 1000 TIMES.
               10 WS-BEN-ID           PIC X(6).
               10 WS-BEN-NAME         PIC X(30).
               10 WS-BEN-DEPT         PIC X(20).
               10 WS-BEN-POSITION     PIC X(5).
               10 WS-BEN-CURRENCY     PIC X(3).
               10 WS-BEN-CMP          PIC 99.
               10 WS-BEN-MONTHS       PIC 99.
               10 WS-BEN-RATING       PIC X(2).
               10 WS-BEN-POINTS       PIC 9(10)V9(4) USAGE COMP-3.
               10 WS-BEN-SHARE        PIC 9(8)V99.
               10 WS-BEN-IRRF         PIC 9(8)V99.
               10 WS-BEN-NET          PIC 9(8)V99.
       01 WS-BEN-INDEX            PIC 9(4).

       01 WS-CALC-FIELDS.
           05 WS-MONTHS-WORKED    PIC 99.
           05 WS-DAYS-IN-HIRE     PIC 99.
           05 WS-BASE-POINTS      PIC 9(8)V9(4).
           05 WS-RATING-WEIGHT    PIC 9V99.
           05 WS-RATING-CODE      PIC X(2).
           05 WS-TAX-BASE         PIC 9(9)V99.
           05 WS-TAX-CALC         PIC S9(9)V99.
           05 WS-TAX-YEAR         PIC 9(9)V99.

       01 WS-COUNTERS.
           05 WS-RECORDS-READ     PIC 9(6) VALUE 0.
           05 WS-HISTORY-READ     PIC 9(6) VALUE 0.
           05 WS-NOT-ELIGIBLE     PIC 9(5) VALUE 0.
           05 WS-NO-RATING        PIC 9(5) VALUE 0.
           05 WS-PAYMENTS-OUT     PIC 9(5) VALUE 0.
           05 WS-TABLE-FULL       PIC 9(5) VALUE 0.

       01 WS-TOTALS.
           05 WS-TOTAL-POOL       PIC 9(12)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-PLR        PIC 9(12)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-IRRF       PIC 9(12)V99 USAGE COMP-3 VALUE 0.
           05 WS-TOTAL-NET        PIC 9(12)V99 USAGE COMP-3 VALUE 0.

       01 WS-CURRENT-DATE.
           05 WS-CURRENT-YEAR     PIC 9999.
           05 WS-CURRENT-MONTH    PIC 99.
           05 WS-CURRENT-DAY      PIC 99.
       01 WS-CURRENT-PERIOD.
           05 WS-PERIOD-YEAR      PIC 9999.
           05 WS-PERIOD-MONTH     PIC 99.
       01 WS-CURRENT-PERIOD-N REDEFINES WS-CURRENT-PERIOD PIC 9(6).

       01 WS-HEADERS.
           05 SEPARATOR      PIC X(132) VALUE ALL "=".
           05 SUB-SEPARATOR  PIC X(132) VALUE ALL "-".
           05 TITLE-1        PIC X(132) VALUE
                   "PARTICIPACAO NOS LUCROS E RESULTADOS (PLR)".
           05 COLUMN-HDR.
               10 FILLER     PIC X(40) VALUE
                   "MATR.  NOME                           EM".
               10 FILLER     PIC X(40) VALUE
                   " MES  AV               VALOR PLR        ".
               10 FILLER     PIC X(40) VALUE
                   "IRRF EXCLUSIVO               LIQUIDO    ".
               10 FILLER     PIC X(12) VALUE SPACES.

       01 WS-FMT-SHARE            PIC X(24).
       01 WS-FMT-IRRF             PIC X(24).

       COPY DATEVAL.

       COPY MONEYFMT.

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
               PERFORM LOAD-PLR-PARMS
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PLR-TAX-TABLE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-PRIOR-PLR
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM LOAD-RATINGS
               PERFORM SELECT-BENEFICIARIES
               PERFORM DISTRIBUTE-POOLS
               PERFORM EMIT-PLR-PAYMENTS
           END-IF
           IF WS-MASTER-FILE-STATUS = "00" OR
              WS-MASTER-FILE-STATUS = "10"
               CLOSE EMPLOYEE-MASTER-FILE
           END-IF
           PERFORM DISPLAY-SUMMARY
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== PARTICIPACAO NOS LUCROS E RESULTADOS (PLR) ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           MOVE BDT-DATE TO WS-CURRENT-DATE
           MOVE WS-CURRENT-YEAR  TO WS-PERIOD-YEAR
           MOVE WS-CURRENT-MONTH TO WS-PERIOD-MONTH
           MOVE WS-CURRENT-PERIOD-N TO WS-PARM-TARGET
           MOVE WS-CURRENT-YEAR TO PSL-REQ-YEAR
           PERFORM PSL-CHECK-YEAR
           IF PSL-YEAR-SEALED
               PERFORM PSL-DISPLAY-REFUSAL
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Sem plr.parm nao ha fundo a distribuir: a rodada nao roda.
       LOAD-PLR-PARMS.
           OPEN INPUT PLR-PARM-FILE
           IF WS-PLR-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: plr.parm nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PLR-PARM-FILE-STATUS NOT = "00"
               READ PLR-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       PERFORM STORE-PLR-PARM
               END-READ
           END-PERFORM
           CLOSE PLR-PARM-FILE
           IF WS-BASE-YEAR = 0 OR WS-CMP-QTDE = 0
               DISPLAY "ERRO CRITICO: plr.parm sem ano-base ou sem "
                       "fundo de empresa"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "Ano-base: " WS-BASE-YEAR " - parcela "
                   WS-INSTALLMENT
           DISPLAY "Fundos de empresa carregados: " WS-CMP-QTDE.

       STORE-PLR-PARM.
           EVALUATE TRUE
               WHEN PLP-HEADER
                   IF PLP-BASE-YEAR NUMERIC
                       MOVE PLP-BASE-YEAR TO WS-BASE-YEAR
                   END-IF
                   IF PLP-INSTALLMENT NUMERIC
                       MOVE PLP-INSTALLMENT TO WS-INSTALLMENT
                   END-IF
               WHEN PLP-POOL-LINE
                   IF PLP-POOL-AMOUNT NOT NUMERIC OR
                      (PLP-RULE NOT = "F" AND PLP-RULE NOT = "S" AND
                       PLP-RULE NOT = "R")
                       DISPLAY "Aviso: fundo invalido ignorado ("
                               PLP-COMPANY ")"
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       IF WS-CMP-QTDE < 20
                           ADD 1 TO WS-CMP-QTDE
                           MOVE PLP-COMPANY
                               TO WS-CMP-CODE(WS-CMP-QTDE)
                           MOVE PLP-POOL-AMOUNT
                               TO WS-CMP-POOL(WS-CMP-QTDE)
                           MOVE PLP-RULE TO WS-CMP-RULE(WS-CMP-QTDE)
                           MOVE 0 TO WS-CMP-POINTS(WS-CMP-QTDE)
                           MOVE 0 TO WS-CMP-ELIGIBLE(WS-CMP-QTDE)
                           MOVE 0 TO WS-CMP-PAID(WS-CMP-QTDE)
                           MOVE 0 TO WS-CMP-IRRF(WS-CMP-QTDE)
                           ADD PLP-POOL-AMOUNT TO WS-TOTAL-POOL
                           IF PLP-RULE = "R"
                               MOVE "Y" TO WS-RATING-RULE-FLAG
                           END-IF
                       END-IF
                   END-IF
               WHEN PLP-WEIGHT-LINE
                   IF PLP-WEIGHT NUMERIC AND WS-WGT-QTDE < 10
                       ADD 1 TO WS-WGT-QTDE
                       MOVE PLP-RATING-CODE TO WS-WGT-CODE(WS-WGT-QTDE)
                       MOVE PLP-WEIGHT      TO WS-WGT-VALUE(WS-WGT-QTDE)
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *> Faixas "PLRT" de payroll.parm em vigor na competencia do
      *> pagamento; as demais tabelas do arquivo sao da folha mensal.
       LOAD-PLR-TAX-TABLE.
           OPEN INPUT PAYROLL-PARM-FILE
           IF WS-PARM-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: payroll.parm nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-PARM-FILE-STATUS NOT = "00"
               READ PAYROLL-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF PAY-PARM-TABLE = "PLRT"
                           PERFORM CHECK-PARM-IN-FORCE
                           IF WS-PARM-IN-FORCE = "S" AND
                              WS-PLRT-QTDE < 10
                               ADD 1 TO WS-PLRT-QTDE
                               MOVE PAY-PARM-LIMIT
                                   TO WS-PLRT-LIMIT(WS-PLRT-QTDE)
                               MOVE PAY-PARM-PCT
                                   TO WS-PLRT-PCT(WS-PLRT-QTDE)
                               MOVE PAY-PARM-PARCEL
                                   TO WS-PLRT-PARCEL(WS-PLRT-QTDE)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-PARM-FILE
           DISPLAY "Faixas da tabela exclusiva PLR carregadas: "
                   WS-PLRT-QTDE
           IF WS-PLRT-QTDE = 0
               DISPLAY "ERRO CRITICO: payroll.parm sem faixas PLRT "
                       "em vigor na competencia"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
           END-IF.

      *> Linha fora de vigencia para a competencia alvo e ignorada.
       CHECK-PARM-IN-FORCE.
           MOVE "S" TO WS-PARM-IN-FORCE
           IF PAY-PARM-VALID-FROM NUMERIC AND
              PAY-PARM-VALID-FROM NOT = "000000"
               MOVE PAY-PARM-VALID-FROM TO WS-PARM-FROM-N
               IF WS-PARM-FROM-N > WS-PARM-TARGET
                   MOVE "N" TO WS-PARM-IN-FORCE
               END-IF
           END-IF
           IF PAY-PARM-VALID-TO NUMERIC AND
              PAY-PARM-VALID-TO NOT = "000000"
               MOVE PAY-PARM-VALID-TO TO WS-PARM-TO-N
               IF WS-PARM-TO-N < WS-PARM-TARGET
                   MOVE "N" TO WS-PARM-IN-FORCE
               END-IF
           END-IF.

      *> Varre o historico: PLR do ano-calendario acumula base e
      *> imposto por funcionario; PLR na propria competencia e
      *> rodada repetida - nada e emitido.
       LOAD-PRIOR-PLR.
           OPEN INPUT PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PAYROLL-HISTORY-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-HISTORY-READ
                       IF PH-TYPE-PLR AND
                          PH-REF-YEAR = WS-CURRENT-YEAR
                           PERFORM ACCUMULATE-PRIOR-PLR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAYROLL-HISTORY-FILE
           IF WS-ERROR-FLAG = "Y"
               DISPLAY "ERRO: PLR ja emitida na competencia "
                       WS-CURRENT-PERIOD-N " - rodada cancelada"
               MOVE 8 TO RETURN-CODE
           END-IF.

       ACCUMULATE-PRIOR-PLR.
           IF PH-REF-MONTH = WS-CURRENT-MONTH
               MOVE "Y" TO WS-ERROR-FLAG
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PRV-MATCH
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > WS-PRV-QTDE
               IF WS-PRV-EMP-ID(WS-PRV-INDEX) = PH-EMP-ID
                   MOVE WS-PRV-INDEX TO WS-PRV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRV-MATCH = 0
               IF WS-PRV-QTDE < 1000
                   ADD 1 TO WS-PRV-QTDE
                   MOVE WS-PRV-QTDE TO WS-PRV-MATCH
                   MOVE PH-EMP-ID TO WS-PRV-EMP-ID(WS-PRV-MATCH)
                   MOVE 0 TO WS-PRV-GROSS(WS-PRV-MATCH)
                   MOVE 0 TO WS-PRV-IRRF(WS-PRV-MATCH)
               ELSE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD PH-GROSS-PAY   TO WS-PRV-GROSS(WS-PRV-MATCH)
           ADD PH-IRRF-AMOUNT TO WS-PRV-IRRF(WS-PRV-MATCH).

      *> Ultima avaliacao (ate a competencia) de cada funcionario. O
      *> historico so e exigido quando alguma empresa usa a regra R.
       LOAD-RATINGS.
           OPEN INPUT RATINGS-FILE
           IF WS-RATINGS-FILE-STATUS NOT = "00"
               IF WS-RATING-RULE-FLAG = "Y"
                   DISPLAY "Aviso: ratings_history.dat nao encontrado "
                           "- regra R com peso 1,00 para todos"
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE "Y" TO WS-RATINGS-LOADED
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RATINGS-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RAT-PERIOD NUMERIC AND
                          RAT-PERIOD NOT > WS-CURRENT-PERIOD-N
                           PERFORM STORE-LATEST-RATING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATINGS-FILE.

       STORE-LATEST-RATING.
           MOVE 0 TO WS-RAT-MATCH
           PERFORM VARYING WS-RAT-INDEX FROM 1 BY 1
                   UNTIL WS-RAT-INDEX > WS-RAT-QTDE
               IF WS-RAT-EMP-ID(WS-RAT-INDEX) = RAT-EMP-ID
                   MOVE WS-RAT-INDEX TO WS-RAT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RAT-MATCH = 0
               IF WS-RAT-QTDE < 1000
                   ADD 1 TO WS-RAT-QTDE
                   MOVE RAT-EMP-ID TO WS-RAT-EMP-ID(WS-RAT-QTDE)
                   MOVE RAT-PERIOD TO WS-RAT-PERIOD(WS-RAT-QTDE)
                   MOVE RAT-CODE   TO WS-RAT-CODE(WS-RAT-QTDE)
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF RAT-PERIOD NOT < WS-RAT-PERIOD(WS-RAT-MATCH)
               MOVE RAT-PERIOD TO WS-RAT-PERIOD(WS-RAT-MATCH)
               MOVE RAT-CODE   TO WS-RAT-CODE(WS-RAT-MATCH)
           END-IF.

       SELECT-BENEFICIARIES.
           MOVE "N" TO WS-EOF-FLAG
           MOVE LOW-VALUES TO MST-EMP-ID
           START EMPLOYEE-MASTER-FILE KEY IS NOT LESS THAN MST-EMP-ID
               INVALID KEY MOVE "Y" TO WS-EOF-FLAG
           END-START
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM EVALUATE-ONE-EMPLOYEE
               END-READ
           END-PERFORM.

      *> Elegivel: ativo, empresa com fundo em plr.parm e ao menos um
      *> mes trabalhado no ano-base. Pontos = base da regra x meses.
       EVALUATE-ONE-EMPLOYEE.
           IF NOT MASTER-ACTIVE-EMPLOYEE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CMP-MATCH
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               IF WS-CMP-CODE(WS-CMP-INDEX) = MST-COMPANY-CODE
                   MOVE WS-CMP-INDEX TO WS-CMP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           PERFORM CALCULATE-MONTHS-WORKED
           IF WS-CMP-MATCH = 0 OR WS-MONTHS-WORKED = 0
               ADD 1 TO WS-NOT-ELIGIBLE
               EXIT PARAGRAPH
           END-IF
           IF WS-BEN-QTDE NOT < 1000
               ADD 1 TO WS-TABLE-FULL
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RATING-CODE
           EVALUATE WS-CMP-RULE(WS-CMP-MATCH)
               WHEN "F"
                   MOVE 1 TO WS-BASE-POINTS
               WHEN "S"
                   MOVE MST-EMP-SALARY TO WS-BASE-POINTS
               WHEN "R"
                   PERFORM FIND-RATING-WEIGHT
                   MOVE WS-RATING-WEIGHT TO WS-BASE-POINTS
           END-EVALUATE

           ADD 1 TO WS-BEN-QTDE
           MOVE MST-EMP-ID         TO WS-BEN-ID(WS-BEN-QTDE)
           MOVE MST-EMP-NAME       TO WS-BEN-NAME(WS-BEN-QTDE)
           MOVE MST-EMP-DEPARTMENT TO WS-BEN-DEPT(WS-BEN-QTDE)
           MOVE MST-POSITION-CODE  TO WS-BEN-POSITION(WS-BEN-QTDE)
           MOVE MST-CURRENCY-CODE  TO WS-BEN-CURRENCY(WS-BEN-QTDE)
           MOVE WS-CMP-MATCH       TO WS-BEN-CMP(WS-BEN-QTDE)
           MOVE WS-MONTHS-WORKED   TO WS-BEN-MONTHS(WS-BEN-QTDE)
           MOVE WS-RATING-CODE     TO WS-BEN-RATING(WS-BEN-QTDE)
           COMPUTE WS-BEN-POINTS(WS-BEN-QTDE) =
               WS-BASE-POINTS * WS-MONTHS-WORKED
           MOVE 0 TO WS-BEN-SHARE(WS-BEN-QTDE)
           MOVE 0 TO WS-BEN-IRRF(WS-BEN-QTDE)
           MOVE 0 TO WS-BEN-NET(WS-BEN-QTDE)
           ADD WS-BEN-POINTS(WS-BEN-QTDE) TO WS-CMP-POINTS(WS-CMP-MATCH)
           ADD 1 TO WS-CMP-ELIGIBLE(WS-CMP-MATCH).

      *> Meses do ano-base a partir da admissao: admitido antes do
      *> ano conta 12; no proprio ano conta do mes de admissao a
      *> dezembro, e o mes de admissao so entra com 15 dias ou mais
      *> trabalhados; admitido depois do ano-base nao participa.
       CALCULATE-MONTHS-WORKED.
           MOVE 0 TO WS-MONTHS-WORKED
           IF MST-HIRE-YEAR NOT NUMERIC OR MST-HIRE-YEAR = 0 OR
              MST-HIRE-YEAR < WS-BASE-YEAR
               MOVE 12 TO WS-MONTHS-WORKED
               EXIT PARAGRAPH
           END-IF
           IF MST-HIRE-YEAR > WS-BASE-YEAR
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-MONTHS-WORKED = 12 - MST-HIRE-MONTH
           MOVE MST-HIRE-YEAR  TO DATE-VAL-YEAR
           MOVE MST-HIRE-MONTH TO DATE-VAL-MONTH
           PERFORM DATE-VAL-CALC-DAYS-IN-MONTH
           COMPUTE WS-DAYS-IN-HIRE =
               DATE-VAL-DAYS-IN-MONTH - MST-HIRE-DAY + 1
           IF WS-DAYS-IN-HIRE NOT < 15
               ADD 1 TO WS-MONTHS-WORKED
           END-IF.

      *> Peso da ultima avaliacao; sem avaliacao (ou codigo sem peso
      *> em plr.parm) o funcionario participa com peso 1,00 e e
      *> avisado no console.
       FIND-RATING-WEIGHT.
           MOVE 1 TO WS-RATING-WEIGHT
           MOVE 0 TO WS-RAT-MATCH
           PERFORM VARYING WS-RAT-INDEX FROM 1 BY 1
                   UNTIL WS-RAT-INDEX > WS-RAT-QTDE
               IF WS-RAT-EMP-ID(WS-RAT-INDEX) = MST-EMP-ID
                   MOVE WS-RAT-INDEX TO WS-RAT-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-RAT-MATCH = 0
               ADD 1 TO WS-NO-RATING
               IF WS-RATINGS-LOADED = "Y"
                   DISPLAY "Aviso: " MST-EMP-ID " sem avaliacao - "
                           "peso 1,00"
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RAT-CODE(WS-RAT-MATCH) TO WS-RATING-CODE
           PERFORM VARYING WS-WGT-INDEX FROM 1 BY 1
                   UNTIL WS-WGT-INDEX > WS-WGT-QTDE
               IF WS-WGT-CODE(WS-WGT-INDEX) = WS-RATING-CODE
                   MOVE WS-WGT-VALUE(WS-WGT-INDEX) TO WS-RATING-WEIGHT
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           ADD 1 TO WS-NO-RATING
           DISPLAY "Aviso: " MST-EMP-ID " avaliacao " WS-RATING-CODE
                   " sem peso em plr.parm - peso 1,00".

      *> Cota = fundo da empresa x pontos / pontos da empresa; o IRRF
      *> sai da tabela exclusiva sobre a PLR do ano-calendario
      *> (parcelas anteriores + esta), menos o ja retido.
       DISTRIBUTE-POOLS.
           PERFORM VARYING WS-BEN-INDEX FROM 1 BY 1
                   UNTIL WS-BEN-INDEX > WS-BEN-QTDE
               MOVE WS-BEN-CMP(WS-BEN-INDEX) TO WS-CMP-INDEX
               IF WS-CMP-POINTS(WS-CMP-INDEX) > 0
                   COMPUTE WS-BEN-SHARE(WS-BEN-INDEX) ROUNDED =
                       WS-CMP-POOL(WS-CMP-INDEX) *
                       WS-BEN-POINTS(WS-BEN-INDEX) /
                       WS-CMP-POINTS(WS-CMP-INDEX)
               END-IF
               PERFORM CALCULATE-PLR-IRRF
               COMPUTE WS-BEN-NET(WS-BEN-INDEX) =
                   WS-BEN-SHARE(WS-BEN-INDEX) -
                   WS-BEN-IRRF(WS-BEN-INDEX)
           END-PERFORM.

       CALCULATE-PLR-IRRF.
           MOVE 0 TO WS-BEN-IRRF(WS-BEN-INDEX)
           MOVE WS-BEN-SHARE(WS-BEN-INDEX) TO WS-TAX-BASE
           MOVE 0 TO WS-PRV-MATCH
           PERFORM VARYING WS-PRV-INDEX FROM 1 BY 1
                   UNTIL WS-PRV-INDEX > WS-PRV-QTDE
               IF WS-PRV-EMP-ID(WS-PRV-INDEX) = WS-BEN-ID(WS-BEN-INDEX)
                   MOVE WS-PRV-INDEX TO WS-PRV-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRV-MATCH > 0
               ADD WS-PRV-GROSS(WS-PRV-MATCH) TO WS-TAX-BASE
           END-IF
           MOVE 0 TO WS-TAX-YEAR
           PERFORM VARYING WS-PARM-INDEX FROM 1 BY 1
                   UNTIL WS-PARM-INDEX > WS-PLRT-QTDE
               IF WS-TAX-BASE NOT > WS-PLRT-LIMIT(WS-PARM-INDEX)
                   COMPUTE WS-TAX-CALC ROUNDED =
                       (WS-TAX-BASE *
                        WS-PLRT-PCT(WS-PARM-INDEX) / 100) -
                       WS-PLRT-PARCEL(WS-PARM-INDEX)
                   IF WS-TAX-CALC > 0
                       MOVE WS-TAX-CALC TO WS-TAX-YEAR
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-PRV-MATCH > 0
               COMPUTE WS-TAX-CALC =
                   WS-TAX-YEAR - WS-PRV-IRRF(WS-PRV-MATCH)
           ELSE
               MOVE WS-TAX-YEAR TO WS-TAX-CALC
           END-IF
           IF WS-TAX-CALC > WS-BEN-SHARE(WS-BEN-INDEX)
               MOVE WS-BEN-SHARE(WS-BEN-INDEX) TO WS-TAX-CALC
           END-IF
           IF WS-TAX-CALC > 0
               MOVE WS-TAX-CALC TO WS-BEN-IRRF(WS-BEN-INDEX)
           END-IF.

       EMIT-PLR-PAYMENTS.
           OPEN OUTPUT REGISTER-FILE
           OPEN EXTEND PAYROLL-DETAIL-FILE
           IF WS-DETAIL-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-DETAIL-FILE
           END-IF
           OPEN EXTEND PAYROLL-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               OPEN OUTPUT PAYROLL-HISTORY-FILE
           END-IF
           PERFORM WRITE-REGISTER-HEADER
           PERFORM VARYING WS-BEN-INDEX FROM 1 BY 1
                   UNTIL WS-BEN-INDEX > WS-BEN-QTDE
               IF WS-BEN-SHARE(WS-BEN-INDEX) > 0
                   PERFORM WRITE-PLR-DETAIL
                   PERFORM WRITE-REGISTER-DETAIL
               END-IF
           END-PERFORM
           PERFORM WRITE-REGISTER-FOOTER
           CLOSE REGISTER-FILE
           CLOSE PAYROLL-DETAIL-FILE
           CLOSE PAYROLL-HISTORY-FILE
           IF WS-NO-RATING > 0 OR WS-TABLE-FULL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       WRITE-PLR-DETAIL.
           ADD 1 TO WS-PAYMENTS-OUT
           MOVE WS-BEN-CMP(WS-BEN-INDEX) TO WS-CMP-INDEX
           ADD WS-BEN-SHARE(WS-BEN-INDEX) TO WS-CMP-PAID(WS-CMP-INDEX)
           ADD WS-BEN-IRRF(WS-BEN-INDEX)  TO WS-CMP-IRRF(WS-CMP-INDEX)
           ADD WS-BEN-SHARE(WS-BEN-INDEX) TO WS-TOTAL-PLR
           ADD WS-BEN-IRRF(WS-BEN-INDEX)  TO WS-TOTAL-IRRF
           ADD WS-BEN-NET(WS-BEN-INDEX)   TO WS-TOTAL-NET
           MOVE SPACES TO PAYROLL-DETAIL-RECORD
           MOVE WS-BEN-ID(WS-BEN-INDEX)       TO PD-EMP-ID
           MOVE WS-BEN-NAME(WS-BEN-INDEX)     TO PD-EMP-NAME
           MOVE WS-BEN-DEPT(WS-BEN-INDEX)     TO PD-DEPARTMENT
           MOVE WS-BEN-POSITION(WS-BEN-INDEX) TO PD-POSITION-CODE
           MOVE WS-CURRENT-YEAR               TO PD-REF-YEAR
           MOVE WS-CURRENT-MONTH              TO PD-REF-MONTH
           MOVE WS-BEN-SHARE(WS-BEN-INDEX)    TO PD-GROSS-PAY
           MOVE 0                             TO PD-INSS-AMOUNT
           MOVE WS-BEN-IRRF(WS-BEN-INDEX)     TO PD-IRRF-AMOUNT
           MOVE WS-BEN-NET(WS-BEN-INDEX)      TO PD-NET-PAY
           MOVE WS-BEN-CURRENCY(WS-BEN-INDEX) TO PD-CURRENCY-CODE
           MOVE 0                  TO PD-OVERTIME-HOURS
           MOVE 0                  TO PD-OVERTIME-AMOUNT
           MOVE 0                  TO PD-ABSENCE-DAYS
           MOVE 0                  TO PD-ABSENCE-AMOUNT
           MOVE "PLR"              TO PD-PAY-TYPE
           MOVE 0                  TO PD-DEPENDENTS
           MOVE 0                  TO PD-EMPLOYER-INSS
           MOVE 0                  TO PD-FGTS-AMOUNT
           MOVE 0                  TO PD-GARNISH-AMOUNT
           MOVE 0                  TO PD-OTHER-EARNINGS
           MOVE 0                  TO PD-OTHER-DEDUCTIONS
           MOVE 0                  TO PD-ADVANCE-AMOUNT
           MOVE 0                  TO PD-NIGHT-HOURS
           MOVE 0                  TO PD-NIGHT-AMOUNT
           MOVE 0                  TO PD-DSR-AMOUNT
           MOVE 0                  TO PD-LOAN-AMOUNT
           MOVE 0                  TO PD-UNION-DUES
           MOVE 0                  TO PD-HEALTH-LIVES
           MOVE 0                  TO PD-HEALTH-COPAY
           MOVE 0                  TO PD-HEALTH-EMPLOYER
           MOVE 0                  TO PD-TRANSIT-AMOUNT
           MOVE 0                  TO PD-TRANSIT-EMPLOYER
           MOVE 0                  TO PD-INSS-DAYS
           MOVE 0                  TO PD-MATERNITY-DAYS
           MOVE 0                  TO PD-MATERNITY-AMOUNT
           MOVE 0                  TO PD-PENSION-AMOUNT
           MOVE 0                  TO PD-PENSION-EMPLOYER
           MOVE 0                  TO PD-INSS-COMBINED-BASE
           MOVE 0                  TO PD-INSS-STANDALONE
           MOVE 0                  TO PD-COMMISSION-AMOUNT
           MOVE 0                  TO PD-COMMISSION-DSR
           MOVE 0                  TO PD-ADVANCE-CARRY-IN
           MOVE 0                  TO PD-ADVANCE-RESIDUE
           WRITE PAYROLL-DETAIL-RECORD
           MOVE PAYROLL-DETAIL-RECORD TO PAYROLL-HISTORY-RECORD
           WRITE PAYROLL-HISTORY-RECORD.

       WRITE-REGISTER-HEADER.
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM TITLE-1
           MOVE SPACES TO REGISTER-LINE
           STRING "ANO-BASE: " WS-BASE-YEAR "   PARCELA: "
                  WS-INSTALLMENT "   COMPETENCIA DO PAGAMENTO: "
                  WS-CURRENT-MONTH "/" WS-CURRENT-YEAR
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR
           WRITE REGISTER-LINE FROM COLUMN-HDR
           WRITE REGISTER-LINE FROM SUB-SEPARATOR.

       WRITE-REGISTER-DETAIL.
           MOVE WS-BEN-CURRENCY(WS-BEN-INDEX) TO MONEY-FMT-CURRENCY
           MOVE WS-BEN-SHARE(WS-BEN-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT TO WS-FMT-SHARE
           MOVE WS-BEN-IRRF(WS-BEN-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE MONEY-FMT-OUTPUT TO WS-FMT-IRRF
           MOVE WS-BEN-NET(WS-BEN-INDEX) TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE WS-BEN-CMP(WS-BEN-INDEX) TO WS-CMP-INDEX
           MOVE SPACES TO REGISTER-LINE
           STRING WS-BEN-ID(WS-BEN-INDEX) " "
                  WS-BEN-NAME(WS-BEN-INDEX) " "
                  WS-CMP-CODE(WS-CMP-INDEX) "  "
                  WS-BEN-MONTHS(WS-BEN-INDEX) "  "
                  WS-BEN-RATING(WS-BEN-INDEX) "   "
                  WS-FMT-SHARE(1:21) " "
                  WS-FMT-IRRF(1:21) " "
                  MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE SPACES TO MONEY-FMT-CURRENCY.

      *> Fechamento por empresa: fundo, elegiveis e o que foi
      *> distribuido (a diferenca e so arredondamento das cotas).
       WRITE-REGISTER-FOOTER.
           WRITE REGISTER-LINE FROM SEPARATOR
           PERFORM VARYING WS-CMP-INDEX FROM 1 BY 1
                   UNTIL WS-CMP-INDEX > WS-CMP-QTDE
               MOVE WS-CMP-POOL(WS-CMP-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE MONEY-FMT-OUTPUT TO WS-FMT-SHARE
               MOVE WS-CMP-PAID(WS-CMP-INDEX) TO MONEY-FMT-INPUT
               PERFORM FORMAT-CURRENCY
               MOVE SPACES TO REGISTER-LINE
               STRING "EMPRESA " WS-CMP-CODE(WS-CMP-INDEX)
                      " REGRA " WS-CMP-RULE(WS-CMP-INDEX)
                      " ELEGIVEIS: " WS-CMP-ELIGIBLE(WS-CMP-INDEX)
                      " FUNDO: " WS-FMT-SHARE(1:21)
                      " DISTRIBUIDO: " MONEY-FMT-OUTPUT
                      DELIMITED BY SIZE INTO REGISTER-LINE
               WRITE REGISTER-LINE
           END-PERFORM
           WRITE REGISTER-LINE FROM SUB-SEPARATOR
           MOVE SPACES TO REGISTER-LINE
           STRING "PAGAMENTOS DE PLR EMITIDOS: " WS-PAYMENTS-OUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-PLR TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL PLR: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-IRRF TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL IRRF (TRIBUTACAO EXCLUSIVA): " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           MOVE WS-TOTAL-NET TO MONEY-FMT-INPUT
           PERFORM FORMAT-CURRENCY
           MOVE SPACES TO REGISTER-LINE
           STRING "TOTAL LIQUIDO: " MONEY-FMT-OUTPUT
                  DELIMITED BY SIZE INTO REGISTER-LINE
           WRITE REGISTER-LINE
           WRITE REGISTER-LINE FROM SEPARATOR.

       DISPLAY-SUMMARY.
           DISPLAY " "
           DISPLAY "=== RESUMO DA PLR ==="
           DISPLAY "Funcionarios lidos: " WS-RECORDS-READ
           DISPLAY "Elegiveis: " WS-BEN-QTDE
           DISPLAY "Fora da distribuicao: " WS-NOT-ELIGIBLE
           DISPLAY "Sem avaliacao/peso: " WS-NO-RATING
           DISPLAY "Pagamentos emitidos: " WS-PAYMENTS-OUT
           IF WS-TABLE-FULL > 0
               DISPLAY "AVISO: " WS-TABLE-FULL " elegivel(is) fora "
                       "da tabela de trabalho"
           END-IF
           IF WS-PAYMENTS-OUT > 0
               DISPLAY "Registro: plr_register.txt"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "PLR-RUN" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-RECORDS-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-NOT-ELIGIBLE TO JRL-RECORDS-REJECTED
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
                   WS-RECORDS-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-RECORDS-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY DATEVAL-RTN.
       COPY MONEYFMT-RTN.
       COPY BUSDATE-RTN.
       COPY PAYSEAL-RTN.
