      *> vira PAGA ao final - e a protecao contra a remessa dupla da
      *> folha do mes. O modo AVULSO e a remessa fora do ciclo: envia
      *> os pagamentos NAO mensais (13o, ferias, acerto retroativo,
      *> avulso, rescisao, adiantamento quinzenal) ainda nao
      *> remetidos, sem mexer no controle de competencias - e assim
      *> que a folha suplementar sai no mesmo dia e o 13o sai depois
      *> da folha do mes. Nos dois modos cada credito emitido e
      *> marcado no detalhe (PD-REMIT-FLAG "R") e nunca sai duas
      *> vezes; registro ja marcado e pulado.
      *> O modo RETORNO processa o arquivo de retorno do
      *> banco (bank_return.dat) e marca no mestre os creditos
      *> rejeitados (BNK-RETURN-STATUS/REASON, com a data em
      *> folha, e limpa a marca de rejeicao quando o novo arquivo sai:
      *> acabou a remontagem manual da remessa apos cada correcao. O
      *> modo vem de bankremit.parm.
      *> A remessa AVULSA leva tambem os reembolsos de despesas
      *> aprovados (PD-PAY-TYPE "REE", gerados pelo EXPENSE-PAY), um
      *> credito por despesa, na conta do mestre bancario.
      *> Folha particionada por empresa: a remessa MENSAL libera a
      *> folha empresa a empresa. Com a competencia inteira CALCULADA
      *> saem todas as empresas que ainda nao foram pagas; sem ela,
      *> saem so as empresas com a propria linha CALCULADA em
      *> period_control.dat (gravada pelo PAYROLL-MERGE) - a empresa
      *> cuja particao falhou fica retida ate ser consolidada e sai
      *> numa remessa seguinte. Cada empresa liberada vira PAGA na
      *> sua linha. Os repasses judiciais acompanham a empresa: so
      *> saem para funcionario cuja folha foi liberada nesta remessa,
      *> e nunca duas vezes.
      *> A remessa MENSAL lanca por empresa no livro de totais de
      *> controle (control_ledger.dat, CTLLEDG-FD.cpy), sob a
      *> competencia: REMETID (creditos que sairam no arquivo do
      *> banco e soma dos liquidos) e REJEIT (creditos sem dados
      *> bancarios) - o CHAIN-BALANCE confere que o liquido da folha
      *> de cada empresa liberada = remetido + rejeitado.
      *> Liquido por PIX: funcionario com chave PIX no mestre bancario
      *> (BNK-PIX-KEY, validada pelo BANK-DETAILS-BUILD) e uso "T"
      *> recebe todo credito por PIX; uso "A" so os pagamentos fora do
      *> ciclo mensal. Esses creditos nao entram no arquivo do banco:
      *> saem num lote PIX separado (pix_<data>.dat) com o mesmo
      *> header "0", detalhes "1" (tipo e chave no lugar da conta) e
      *> trailer "9" com contagem e valor total. O retorno do PIX
      *> (pix_return.dat, mesmo layout do retorno do banco) e lido no
      *> modo RETORNO junto com bank_return.dat e marca o mesmo
      *> BNK-RETURN-STATUS/REASON/DATE, com BNK-RETURN-CHANNEL "P" -
      *> o BANK-RETURN-AGING envelhece o PIX devolvido como qualquer
      *> credito, e o REENVIO remete de novo pelo canal que o mestre
      *> indicar depois da correcao. Remetidos e rejeitados contam
      *> igual no livro de totais, seja qual for o canal.
      *> Mais de uma remessa no mesmo dia (a empresa retida que sai
      *> depois, a AVULSA depois da MENSAL, o REENVIO) nao sobrescreve
      *> o arquivo ja gerado, que pode nao ter sido transmitido ainda:
      *> a segunda rodada grava remit_<banco>_<data>_02.dat (e
      *> pix_<data>_02.dat), a terceira _03, e assim por diante.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT PIX-FILE ASSIGN DYNAMIC WS-PIX-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIX-FILE-STATUS.

           SELECT PIX-RETURN-FILE ASSIGN TO "../data/pix_return.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PIXRET-FILE-STATUS.

           SELECT GARNISH-PAY-FILE ASSIGN TO "../data/garnish_payments.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GARNPAY-FILE-STATUS.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT CONTROL-LEDGER-FILE ASSIGN TO "../data/control_ledger.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.
       COPY CTLLEDG-FD.

       FD MODE-PARM-FILE.
       01 MODE-PARM-RECORD.
       FD REMIT-FILE.
       01 REMIT-LINE              PIC X(80).

      *> Arquivo de retorno do banco e retorno do lote PIX: mesmo
      *> layout (BANK-RETURN-RECORD, em WORKING-STORAGE), lidos com
      *> READ ... INTO.
       FD RETURN-FILE.
       01 BANK-RETURN-LINE        PIC X(39).

       FD PIX-FILE.
       01 PIX-LINE                PIC X(150).

       FD PIX-RETURN-FILE.
       01 PIX-RETURN-LINE         PIC X(39).

      *> Repasses de pensao/penhora gravados pelo PAYROLL-RUN: cada
      *> um vira um credito de beneficiario na remessa do banco

       WORKING-STORAGE SECTION.
       COPY BUSDATE.
       COPY CTLLEDG.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS    PIC XX.
           05 WS-PERIOD-FILE-STATUS  PIC XX.
           05 WS-PERSONAL-FILE-STATUS PIC XX.
           05 WS-JOBLOG-FILE-STATUS  PIC XX.
           05 WS-PIX-FILE-STATUS     PIC XX.
           05 WS-PIXRET-FILE-STATUS  PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG            PIC X VALUE "N".
           88 MODO-REENVIO           VALUE "REENVIO".

       01 WS-REMIT-FILENAME          PIC X(40).
       01 WS-PIX-FILENAME            PIC X(40).
      *> Sequencia do arquivo no dia: 1 = nome so com a data.
       01 WS-NAME-SEQ                PIC 99.

      *> Registro de retorno (banco ou PIX): um por credito enviado,
      *> com o codigo de ocorrencia ("00" = credito efetivado; qualquer
      *> outro codigo = credito devolvido) e a descricao.
       01 BANK-RETURN-RECORD.
           05 BRT-RECORD-TYPE     PIC X.
           05 BRT-EMP-ID          PIC X(6).
           05 BRT-OCCUR-CODE      PIC X(2).
               88 BRT-CREDIT-OK   VALUE "00".
           05 BRT-OCCUR-REASON    PIC X(30).
       01 WS-RETURN-CHANNEL          PIC X.

      *> Decisao de canal do credito: PIX ou conta.
       01 WS-PIX-ROUTE               PIC X.
           88 CREDITO-VIA-PIX        VALUE "S".

       01 WS-REMIT-CONTROLS.
           05 WS-REMIT-COUNT      PIC 9(4) VALUE 0.
           05 REMIT-ENTRY OCCURS 1 TO 9999 TIMES
                   DEPENDING ON WS-REMIT-COUNT.
               10 RMT-BANK-CODE       PIC X(3).
                   88 RMT-VIA-PIX         VALUE "PIX".
               10 RMT-EMP-ID          PIC X(6).
               10 RMT-EMP-NAME        PIC X(30).
               10 RMT-BRANCH          PIC X(5).
               10 RMT-NET-PAY         PIC 9(8)V99.
               10 RMT-CURRENCY        PIC X(3).
               10 RMT-CPF             PIC X(11).
               10 RMT-PIX-KEY-TYPE    PIC X.
               10 RMT-PIX-KEY         PIC X(77).

       01 WS-BANK-LIST.
           05 WS-BANK-QTDE        PIC 99 VALUE 0.
           05 WS-RETURNS-UNKNOWN  PIC 9(5) VALUE 0.
           05 WS-RESUBMITTED      PIC 9(5) VALUE 0.
           05 WS-GARNISH-CREDITS  PIC 9(5) VALUE 0.
           05 WS-PIX-CREDITS      PIC 9(5) VALUE 0.
           05 WS-PIX-RETURNS      PIC 9(5) VALUE 0.

       01 WS-REMIT-AMOUNT-X       PIC 9(10)V99.

      *> Totais de controle por empresa da remessa mensal, lancados
      *> no livro da cadeia.
       01 WS-CTL-TABLE.
           05 WS-CTL-QTDE         PIC 99 VALUE 0.
           05 WS-CTL-ENTRADAS OCCURS 20 TIMES.
               10 WS-CTL-COMPANY      PIC X(2).
               10 WS-CTL-SENT-QTY     PIC 9(5).
               10 WS-CTL-SENT-AMT     PIC 9(13)V99.
               10 WS-CTL-REJ-QTY      PIC 9(5).
               10 WS-CTL-REJ-AMT      PIC 9(13)V99.
       01 WS-CTL-INDEX            PIC 99.
       01 WS-CTL-MATCH            PIC 99.
       01 WS-CTL-KEY              PIC X(2).

      *> Controle de competencias (PERCTL.cpy): a remessa so sai de
      *> competencia CALCULADA - calculo nao concluido ou competencia
      *> ja paga/fechada recusam a remessa.
       01 WS-PER-TABLE.
           05 WS-PER-QTDE         PIC 99 VALUE 0.
           05 WS-PER-ENTRADAS OCCURS 60 TIMES.
               10 WS-PER-REG      PIC X(28).
       01 WS-PER-INDEX            PIC 99.
       01 WS-PER-MATCH            PIC 99.
       01 WS-REF-PERIOD           PIC 9(6).
       01 WS-PER-COMPANY          PIC X(2).
       01 WS-PERIOD-CALC-FLAG     PIC X VALUE "N".
           88 COMPETENCIA-CALCULADA VALUE "S".
       01 WS-COMPANY-LINES        PIC 99 VALUE 0.
       01 WS-RELEASED-FLAG        PIC X.
           88 EMPRESA-LIBERADA    VALUE "S".

      *> Imagem integral do detalhe da folha, para regravar o arquivo
      *> com a marca "R" nos creditos que sairam nesta remessa; a
       01 WS-DET-TABLE.
           05 WS-DET-QTDE         PIC 9(4) VALUE 0.
           05 WS-DET-ENTRADAS OCCURS 1000 TIMES.
               10 WS-DET-IMAGE        PIC X(400).
               10 WS-DET-SENT         PIC X.
               10 WS-DET-ELIGIBLE     PIC X.
       01 WS-DET-INDEX            PIC 9(4).
       01 WS-DET-CURR             PIC 9(4).
       01 WS-DET-OVERFLOW         PIC X VALUE "N".
               MOVE WS-BANK-CODE(WS-BANK-INDEX) TO WS-BANK-ATUAL
               PERFORM WRITE-BANK-REMIT-FILE
           END-PERFORM
           IF WS-PIX-CREDITS > 0
               PERFORM WRITE-PIX-BATCH-FILE
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM FLAG-REMITTED-DETAILS
               IF MODO-REMESSA
                   PERFORM MARK-PERIOD-PAID
                   PERFORM POST-CONTROL-TOTALS
               END-IF
           END-IF.

               MOVE PAYROLL-DETAIL-RECORD
                   TO WS-DET-IMAGE(WS-DET-CURR)
               MOVE "N" TO WS-DET-SENT(WS-DET-CURR)
               MOVE "N" TO WS-DET-ELIGIBLE(WS-DET-CURR)
           ELSE
               MOVE "S" TO WS-DET-OVERFLOW
               MOVE 0 TO WS-DET-CURR
                   ADD 1 TO WS-DETAILS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               MOVE PD-COMPANY-CODE TO WS-PER-COMPANY
               PERFORM CHECK-COMPANY-RELEASED
               IF NOT EMPRESA-LIBERADA
                   ADD 1 TO WS-DETAILS-SKIPPED
                   EXIT PARAGRAPH
               END-IF
               IF WS-DET-CURR > 0
                   MOVE "S" TO WS-DET-ELIGIBLE(WS-DET-CURR)
               END-IF
           ELSE
               IF PD-TYPE-FOLHA
                   ADD 1 TO WS-DETAILS-SKIPPED
               END-READ
           END-PERFORM
           CLOSE PERIOD-FILE
           PERFORM COUNT-RELEASED-COMPANIES
           MOVE SPACES TO WS-PER-COMPANY
           PERFORM FIND-REF-PERIOD
           IF WS-PER-MATCH > 0
               MOVE WS-PER-REG(WS-PER-MATCH) TO PERIOD-CONTROL-RECORD
               IF PCT-CALCULADA
                   SET COMPETENCIA-CALCULADA TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-COMPANY-LINES > 0
               DISPLAY "Remessa parcial: so as empresas ja "
                       "consolidadas (" WS-COMPANY-LINES ") - a "
                       "competencia inteira ainda nao esta CALCULADA"
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-MATCH = 0
               DISPLAY "ERRO: competencia " WS-REF-PERIOD " sem "
                       "calculo registrado - rode o PAYROLL-RUN antes"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ERRO: competencia " WS-REF-PERIOD " esta "
                   PCT-STATE " - remessa exige competencia "
                   "CALCULADA"
           MOVE "Y" TO WS-ERROR-FLAG
           MOVE 8 TO RETURN-CODE.

      *> Linhas de empresa CALCULADAS da competencia: sao as empresas
      *> que podem sair mesmo sem a competencia inteira calculada.
       COUNT-RELEASED-COMPANIES.
           MOVE 0 TO WS-COMPANY-LINES
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY NOT = SPACES AND PCT-CALCULADA
                   ADD 1 TO WS-COMPANY-LINES
               END-IF
           END-PERFORM.

      *> Empresa do credito liberada nesta remessa: com linha propria,
      *> vale a linha (so CALCULADA sai - PAGA ja saiu); sem linha,
      *> vale a competencia inteira. Sem controle de competencias,
      *> tudo sai, como sempre.
       CHECK-COMPANY-RELEASED.
           MOVE "S" TO WS-RELEASED-FLAG
           IF WS-PER-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-COMPANY = SPACES
               MOVE "01" TO WS-PER-COMPANY
           END-IF
           PERFORM FIND-REF-PERIOD
           IF WS-PER-MATCH > 0
               MOVE WS-PER-REG(WS-PER-MATCH) TO PERIOD-CONTROL-RECORD
               IF NOT PCT-CALCULADA
                   MOVE "N" TO WS-RELEASED-FLAG
               END-IF
           ELSE
               IF NOT COMPETENCIA-CALCULADA
                   MOVE "N" TO WS-RELEASED-FLAG
               END-IF
           END-IF.

       FIND-REF-PERIOD.
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND
                  PCT-COMPANY = WS-PER-COMPANY
                   MOVE WS-PER-INDEX TO WS-PER-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM.

      *> Empresas liberadas viram PAGAS na propria linha, e a
      *> competencia inteira, se estava CALCULADA, tambem.
       MARK-PERIOD-PAID.
           IF WS-PER-QTDE = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PER-INDEX FROM 1 BY 1
                   UNTIL WS-PER-INDEX > WS-PER-QTDE
               MOVE WS-PER-REG(WS-PER-INDEX)
                   TO PERIOD-CONTROL-RECORD
               IF PCT-PERIOD = WS-REF-PERIOD AND PCT-CALCULADA AND
                  (PCT-COMPANY NOT = SPACES OR COMPETENCIA-CALCULADA)
                   MOVE "PAGO" TO PCT-STATE
                   MOVE "AUTO" TO PCT-USER
                   MOVE BDT-DATE TO PCT-UPDATE-DATE
                   MOVE PERIOD-CONTROL-RECORD
                       TO WS-PER-REG(WS-PER-INDEX)
               END-IF
           END-PERFORM
           OPEN OUTPUT PERIOD-FILE
           IF WS-PERIOD-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel regravar "
           END-IF.

       COLLECT-ONE-GARNISH-CREDIT.
           IF WS-DET-OVERFLOW NOT = "S"
               PERFORM VARYING WS-DET-INDEX FROM 1 BY 1
                       UNTIL WS-DET-INDEX > WS-DET-QTDE
                   MOVE WS-DET-IMAGE(WS-DET-INDEX)
                       TO PAYROLL-DETAIL-RECORD
                   IF WS-DET-ELIGIBLE(WS-DET-INDEX) = "S" AND
                      PD-EMP-ID = GPY-EMP-ID
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF WS-DET-INDEX > WS-DET-QTDE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           ADD 1 TO WS-GARNISH-CREDITS
           ADD 1 TO WS-REMIT-COUNT
           MOVE GPY-BANK-CODE  TO RMT-BANK-CODE(WS-REMIT-COUNT)
           MOVE GPY-AMOUNT     TO RMT-NET-PAY(WS-REMIT-COUNT)
           MOVE GPY-CURRENCY   TO RMT-CURRENCY(WS-REMIT-COUNT)
           MOVE SPACES         TO RMT-CPF(WS-REMIT-COUNT)
           MOVE SPACE          TO RMT-PIX-KEY-TYPE(WS-REMIT-COUNT)
           MOVE SPACES         TO RMT-PIX-KEY(WS-REMIT-COUNT)
           MOVE GPY-BANK-CODE  TO BNK-BANK-CODE
           PERFORM REGISTER-BANK-CODE.

       COLLECT-REMIT-ENTRY.
           ADD 1 TO WS-DETAILS-READ
           MOVE 0 TO WS-CTL-MATCH
           IF MODO-REMESSA
               MOVE PD-COMPANY-CODE TO WS-CTL-KEY
               PERFORM FIND-CONTROL-COMPANY
           END-IF
           MOVE PD-EMP-ID TO BNK-EMP-ID
           READ BANK-DETAILS-FILE
               INVALID KEY
                   ADD 1 TO WS-DETAILS-REJECTED
                   IF WS-CTL-MATCH > 0
                       ADD 1 TO WS-CTL-REJ-QTY(WS-CTL-MATCH)
                       ADD PD-NET-PAY TO WS-CTL-REJ-AMT(WS-CTL-MATCH)
                   END-IF
                   MOVE PD-EMP-ID   TO REMIT-REJECT-ID
                   MOVE PD-EMP-NAME TO REMIT-REJECT-NOME
                   MOVE "Sem dados bancarios cadastrados"
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   ADD 1 TO WS-DETAILS-REMITTED
                   IF WS-CTL-MATCH > 0
                       ADD 1 TO WS-CTL-SENT-QTY(WS-CTL-MATCH)
                       ADD PD-NET-PAY TO WS-CTL-SENT-AMT(WS-CTL-MATCH)
                   END-IF
                   ADD 1 TO WS-REMIT-COUNT
                   MOVE BNK-BANK-CODE    TO RMT-BANK-CODE(WS-REMIT-COUNT)
                   MOVE PD-EMP-ID        TO RMT-EMP-ID(WS-REMIT-COUNT)
                   MOVE PD-CURRENCY-CODE TO RMT-CURRENCY(WS-REMIT-COUNT)
                   PERFORM LOOKUP-EMPLOYEE-CPF
                   MOVE WS-LOOKUP-CPF    TO RMT-CPF(WS-REMIT-COUNT)
                   PERFORM ROUTE-REMIT-ENTRY
                   IF WS-DET-CURR > 0
                       MOVE "S" TO WS-DET-SENT(WS-DET-CURR)
                   END-IF
           END-READ.

      *> Entrada da empresa do credito (branco vale "01", como na
      *> folha) na tabela de totais de controle.
       FIND-CONTROL-COMPANY.
           IF WS-CTL-KEY = SPACES
               MOVE "01" TO WS-CTL-KEY
           END-IF
           MOVE 0 TO WS-CTL-MATCH
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               IF WS-CTL-COMPANY(WS-CTL-INDEX) = WS-CTL-KEY
                   MOVE WS-CTL-INDEX TO WS-CTL-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-CTL-MATCH = 0 AND WS-CTL-QTDE < 20
               ADD 1 TO WS-CTL-QTDE
               MOVE WS-CTL-QTDE TO WS-CTL-MATCH
               MOVE WS-CTL-KEY TO WS-CTL-COMPANY(WS-CTL-MATCH)
               MOVE 0 TO WS-CTL-SENT-QTY(WS-CTL-MATCH)
                         WS-CTL-SENT-AMT(WS-CTL-MATCH)
                         WS-CTL-REJ-QTY(WS-CTL-MATCH)
                         WS-CTL-REJ-AMT(WS-CTL-MATCH)
           END-IF.

      *> Totais de controle da remessa mensal no livro da cadeia, por
      *> empresa que teve credito nesta remessa.
       POST-CONTROL-TOTALS.
           MOVE "BANK-REMIT"     TO CLG-REQ-PROGRAM
           MOVE BDT-DATE         TO CLG-REQ-DATE
           MOVE WS-REF-PERIOD    TO CLG-REQ-PERIOD
           PERFORM VARYING WS-CTL-INDEX FROM 1 BY 1
                   UNTIL WS-CTL-INDEX > WS-CTL-QTDE
               MOVE WS-CTL-COMPANY(WS-CTL-INDEX) TO CLG-REQ-COMPANY
               MOVE "REMETID"    TO CLG-REQ-METRIC
               MOVE WS-CTL-SENT-QTY(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE WS-CTL-SENT-AMT(WS-CTL-INDEX) TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
               MOVE "REJEIT"     TO CLG-REQ-METRIC
               MOVE WS-CTL-REJ-QTY(WS-CTL-INDEX) TO CLG-REQ-COUNT
               MOVE WS-CTL-REJ-AMT(WS-CTL-INDEX) TO CLG-REQ-AMOUNT
               PERFORM CLG-POST-TOTAL
           END-PERFORM
           PERFORM CLG-CLOSE-LEDGER.

       OPEN-PERSONAL-DATA.
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS = "00"
               NOT INVALID KEY MOVE PRS-CPF TO WS-LOOKUP-CPF
           END-READ.

      *> Canal do credito recem-coletado (BANK-DETAILS-RECORD e
      *> PAYROLL-DETAIL-RECORD correntes): com chave PIX e uso "T",
      *> ou uso "A" num pagamento fora do ciclo mensal, vai para o
      *> lote PIX; senao, para o arquivo do banco da conta.
       ROUTE-REMIT-ENTRY.
           MOVE "N" TO WS-PIX-ROUTE
           IF NOT BNK-SEM-PIX AND BNK-PIX-KEY NOT = SPACES
               IF BNK-PIX-TODOS OR
                  (BNK-PIX-AVULSOS AND NOT PD-TYPE-FOLHA)
                   SET CREDITO-VIA-PIX TO TRUE
               END-IF
           END-IF
           IF CREDITO-VIA-PIX
               ADD 1 TO WS-PIX-CREDITS
               MOVE "PIX"            TO RMT-BANK-CODE(WS-REMIT-COUNT)
               MOVE BNK-PIX-KEY-TYPE TO RMT-PIX-KEY-TYPE(WS-REMIT-COUNT)
               MOVE BNK-PIX-KEY      TO RMT-PIX-KEY(WS-REMIT-COUNT)
           ELSE
               MOVE SPACE  TO RMT-PIX-KEY-TYPE(WS-REMIT-COUNT)
               MOVE SPACES TO RMT-PIX-KEY(WS-REMIT-COUNT)
               PERFORM REGISTER-BANK-CODE
           END-IF.

       REGISTER-BANK-CODE.
           MOVE 0 TO WS-BANK-MATCH
           PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
      *> detalhes e o valor total - e o trailer que o banco usa para
      *> criticar remessa truncada ou adulterada.
       WRITE-BANK-REMIT-FILE.
           MOVE 1 TO WS-NAME-SEQ
           PERFORM BUILD-REMIT-FILENAME
           OPEN INPUT REMIT-FILE
           PERFORM UNTIL WS-REMIT-FILE-STATUS NOT = "00"
               CLOSE REMIT-FILE
               IF WS-NAME-SEQ NOT < 99
                   DISPLAY "ERRO: remessas demais no dia para o banco "
                           WS-BANK-ATUAL " - arquivo nao gerado"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NAME-SEQ
               PERFORM BUILD-REMIT-FILENAME
               OPEN INPUT REMIT-FILE
           END-PERFORM
           OPEN OUTPUT REMIT-FILE
           IF WS-REMIT-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar " WS-REMIT-FILENAME
           ADD 1 TO WS-FILES-GENERATED
           DISPLAY "Remessa gerada: " WS-REMIT-FILENAME.

      *> Primeiro arquivo do dia so com a data no nome; os seguintes
      *> levam a sequencia.
       BUILD-REMIT-FILENAME.
           MOVE SPACES TO WS-REMIT-FILENAME
           IF WS-NAME-SEQ = 1
               STRING "../data/remit_" DELIMITED BY SIZE
                      WS-BANK-ATUAL DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           ELSE
               STRING "../data/remit_" DELIMITED BY SIZE
                      WS-BANK-ATUAL DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NAME-SEQ DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-REMIT-FILENAME
           END-IF.

       WRITE-REMIT-DETAIL.
           ADD 1 TO WS-FILE-RECORDS
           ADD RMT-NET-PAY(WS-REMIT-INDEX) TO WS-FILE-AMOUNT
                  DELIMITED BY SIZE INTO REMIT-LINE
           WRITE REMIT-LINE.

      *> Lote PIX: header "0" com a data, um detalhe "1" por credito
      *> (tipo e chave PIX no lugar de agencia e conta) e trailer "9"
      *> com a contagem de detalhes e o valor total, como na remessa
      *> do banco.
       WRITE-PIX-BATCH-FILE.
           MOVE 1 TO WS-NAME-SEQ
           PERFORM BUILD-PIX-FILENAME
           OPEN INPUT PIX-FILE
           PERFORM UNTIL WS-PIX-FILE-STATUS NOT = "00"
               CLOSE PIX-FILE
               IF WS-NAME-SEQ NOT < 99
                   DISPLAY "ERRO: lotes PIX demais no dia - "
                           "lote nao gerado"
                   MOVE "Y" TO WS-ERROR-FLAG
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-NAME-SEQ
               PERFORM BUILD-PIX-FILENAME
               OPEN INPUT PIX-FILE
           END-PERFORM
           OPEN OUTPUT PIX-FILE
           IF WS-PIX-FILE-STATUS NOT = "00"
               DISPLAY "ERRO: nao foi possivel criar " WS-PIX-FILENAME
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-FILE-RECORDS
           MOVE 0 TO WS-FILE-AMOUNT
           MOVE SPACES TO PIX-LINE
           STRING "0" "PIX" "LOTE PIX FOLHA " WS-CURRENT-DATE-N
                  DELIMITED BY SIZE INTO PIX-LINE
           WRITE PIX-LINE

           PERFORM VARYING WS-REMIT-INDEX FROM 1 BY 1
                   UNTIL WS-REMIT-INDEX > WS-REMIT-COUNT
               IF RMT-VIA-PIX(WS-REMIT-INDEX)
                   PERFORM WRITE-PIX-DETAIL
               END-IF
           END-PERFORM

           MOVE SPACES TO PIX-LINE
           STRING "9" WS-FILE-RECORDS WS-FILE-AMOUNT
                  DELIMITED BY SIZE INTO PIX-LINE
           WRITE PIX-LINE
           CLOSE PIX-FILE
           ADD 1 TO WS-FILES-GENERATED
           DISPLAY "Lote PIX gerado: " WS-PIX-FILENAME.

       BUILD-PIX-FILENAME.
           MOVE SPACES TO WS-PIX-FILENAME
           IF WS-NAME-SEQ = 1
               STRING "../data/pix_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-PIX-FILENAME
           ELSE
               STRING "../data/pix_" DELIMITED BY SIZE
                      WS-CURRENT-DATE-N DELIMITED BY SIZE
                      "_" DELIMITED BY SIZE
                      WS-NAME-SEQ DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-PIX-FILENAME
           END-IF.

       WRITE-PIX-DETAIL.
           ADD 1 TO WS-FILE-RECORDS
           ADD RMT-NET-PAY(WS-REMIT-INDEX) TO WS-FILE-AMOUNT
           MOVE RMT-NET-PAY(WS-REMIT-INDEX) TO WS-REMIT-AMOUNT-X
           MOVE SPACES TO PIX-LINE
           STRING "1"
                  RMT-EMP-ID(WS-REMIT-INDEX)
                  RMT-EMP-NAME(WS-REMIT-INDEX)
                  RMT-PIX-KEY-TYPE(WS-REMIT-INDEX)
                  RMT-PIX-KEY(WS-REMIT-INDEX)
                  WS-REMIT-AMOUNT-X
                  RMT-CURRENCY(WS-REMIT-INDEX)
                  RMT-CPF(WS-REMIT-INDEX)
                  DELIMITED BY SIZE INTO PIX-LINE
           WRITE PIX-LINE.

      *> Processa o arquivo de retorno do banco: ocorrencia "00"
      *> confirma o credito; qualquer outra marca o funcionario com o
      *> credito rejeitado no mestre bancario, com o motivo do banco,
      *> ate os dados serem corrigidos e uma nova remessa sair. O
      *> retorno do lote PIX (pix_return.dat), quando houver, e
      *> aplicado do mesmo jeito, com o canal "P" no mestre; basta
      *> um dos dois arquivos para o modo rodar.
       PROCESS-BANK-RETURN.
           OPEN INPUT RETURN-FILE
           OPEN INPUT PIX-RETURN-FILE
           IF WS-RETURN-FILE-STATUS NOT = "00" AND
              WS-PIXRET-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: bank_return.dat nem "
                       "pix_return.dat encontrados"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
               DISPLAY "FILE STATUS: " WS-BANK-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               IF WS-RETURN-FILE-STATUS = "00"
                   CLOSE RETURN-FILE
               END-IF
               IF WS-PIXRET-FILE-STATUS = "00"
                   CLOSE PIX-RETURN-FILE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF WS-RETURN-FILE-STATUS = "00"
               MOVE SPACE TO WS-RETURN-CHANNEL
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RETURN-FILE INTO BANK-RETURN-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-RETURN-RECORD
                   END-READ
               END-PERFORM
               CLOSE RETURN-FILE
           END-IF
           IF WS-PIXRET-FILE-STATUS = "00"
               MOVE "P" TO WS-RETURN-CHANNEL
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ PIX-RETURN-FILE INTO BANK-RETURN-RECORD
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM APPLY-RETURN-RECORD
                   END-READ
               END-PERFORM
               CLOSE PIX-RETURN-FILE
           END-IF
           CLOSE BANK-DETAILS-FILE.

       APPLY-RETURN-RECORD.
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RETURNS-READ
           IF WS-RETURN-CHANNEL = "P"
               ADD 1 TO WS-PIX-RETURNS
           END-IF
           MOVE BRT-EMP-ID TO BNK-EMP-ID
           READ BANK-DETAILS-FILE
               INVALID KEY
                           "bancarios: " BRT-EMP-ID
                   MOVE 4 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE WS-RETURN-CHANNEL TO BNK-RETURN-CHANNEL
                   IF BRT-CREDIT-OK
                       ADD 1 TO WS-RETURNS-OK
                       MOVE "A" TO BNK-RETURN-STATUS
                       MOVE "R" TO BNK-RETURN-STATUS
                       MOVE BRT-OCCUR-REASON TO BNK-RETURN-REASON
                       MOVE WS-CURRENT-DATE-N TO BNK-RETURN-DATE
                       IF BNK-RETURN-VIA-PIX
                           DISPLAY "Credito PIX rejeitado [" BRT-EMP-ID
                                   "] ocorrencia " BRT-OCCUR-CODE ": "
                                   BRT-OCCUR-REASON
                       ELSE
                           DISPLAY "Credito rejeitado [" BRT-EMP-ID "] "
                                   "ocorrencia " BRT-OCCUR-CODE ": "
                                   BRT-OCCUR-REASON
                       END-IF
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   REWRITE BANK-DETAILS-RECORD
               MOVE WS-BANK-CODE(WS-BANK-INDEX) TO WS-BANK-ATUAL
               PERFORM WRITE-BANK-REMIT-FILE
           END-PERFORM
           IF WS-PIX-CREDITS > 0
               PERFORM WRITE-PIX-BATCH-FILE
           END-IF

           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM CLEAR-RESUBMITTED-MARKS
                       PERFORM LOOKUP-EMPLOYEE-CPF
                       MOVE WS-LOOKUP-CPF
                           TO RMT-CPF(WS-REMIT-COUNT)
                       PERFORM ROUTE-REMIT-ENTRY
                   END-IF
           END-READ.

                       MOVE " " TO BNK-RETURN-STATUS
                       MOVE SPACES TO BNK-RETURN-REASON
                       MOVE ZEROS TO BNK-RETURN-DATE
                       MOVE SPACE TO BNK-RETURN-CHANNEL
                       REWRITE BANK-DETAILS-RECORD
               END-READ
           END-PERFORM.
           IF MODO-REENVIO
               DISPLAY "Detalhes de folha lidos: " WS-DETAILS-READ
               DISPLAY "Creditos reenviados: " WS-RESUBMITTED
               DISPLAY "Reenviados via PIX: " WS-PIX-CREDITS
               DISPLAY "Arquivos de remessa gerados: " WS-FILES-GENERATED
               EXIT PARAGRAPH
           END-IF
               DISPLAY "Fora do modo ou ja remetidos (pulados): "
                       WS-DETAILS-SKIPPED
               DISPLAY "Creditos remetidos: " WS-DETAILS-REMITTED
               DISPLAY "Creditos via PIX (lote separado): "
                       WS-PIX-CREDITS
               DISPLAY "Sem dados bancarios (rejeitados): "
                       WS-DETAILS-REJECTED
               DISPLAY "Arquivos de remessa gerados: " WS-FILES-GENERATED
           ELSE
               DISPLAY "Retornos lidos: " WS-RETURNS-READ
               DISPLAY "Retornos do lote PIX: " WS-PIX-RETURNS
               DISPLAY "Creditos confirmados: " WS-RETURNS-OK
               DISPLAY "Creditos rejeitados: " WS-RETURNS-REJECTED
               DISPLAY "Matriculas desconhecidas: " WS-RETURNS-UNKNOWN
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".
       COPY BUSDATE-RTN.
       COPY CTLLEDG-RTN.
