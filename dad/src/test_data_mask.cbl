IDENTIFICATION DIVISION.
       PROGRAM-ID. TEST-DATA-MASK.
       AUTHOR. SEU NOME.
       DATE-WRITTEN. TODAY.

      *> Copia mascarada do acervo de dados para o ambiente de teste:
      *> ate aqui o teste era alimentado com copia crua de ../data -
      *> nome, CPF, endereco, conta bancaria e salario de gente de
      *> verdade circulando fora da producao. Este programa grava no
      *> diretorio de destino de mask.parm ("TT MMM DESTINO": tolerancia
      *> de salario em %, meses de retratos a copiar e o diretorio) uma
      *> copia de cada arquivo com dado de funcionario em que a
      *> matricula, o nome, o CPF (gerado com digitos verificadores
      *> validos - passa no CPF-VAL-VALIDATE), o endereco, a agencia e
      *> a conta e o dia do nascimento sao trocados por uma identidade
      *> ficticia, e os valores de salario e de folha sao multiplicados
      *> por um fator proprio de cada funcionario dentro da tolerancia.
      *> A troca e a MESMA em todos os arquivos (mestre indexado,
      *> enterprise.dat, historico de desligados, retratos, dados
      *> pessoais, bancarios, dependentes, historico de folha e seu
      *> indexado, diario salarial, transacoes, fila de aprovacao,
      *> imagens-antes, feed de RH, cargas legadas e os arquivos
      *> chaveados por matricula descritos em mask_layout.parm), entao
      *> as ligacoes entre arquivos continuam fechando no teste - o
      *> gerente de um funcionario continua sendo o mesmo funcionario
      *> mascarado. Header/trailer FILECTL de enterprise.dat e do feed
      *> de RH sao recalculados (contagem e hash do salario ja
      *> mascarado), para o ARRIVAL-CONTROL e o INTEGRITY-CHECK
      *> passarem na copia. A identidade ficticia e derivada apenas da
      *> ordem de descoberta da matricula, nunca do dado original, e a
      *> tabela de correspondencia so existe em memoria - nada dela e
      *> gravado. Arquivo que nao consta daqui NAO e copiado; as
      *> tabelas de referencia sem dado pessoal sao copiadas tal como
      *> estao pelo test_data_mask.sh, que tambem cria o diretorio de
      *> destino. Roda com o enqueue compartilhado do mestre, para a
      *> copia sair de um retrato consistente.
      *> O mestre mascarado leva as mesmas chaves alternadas do
      *> mestre, com a chave de nome (MOU-NAME-KEY) recalculada do
      *> nome ficticio - copiada crua, a chave entregaria o nome
      *> verdadeiro.
      *> A chave PIX dos dados bancarios vira uma chave aleatoria
      *> ficticia montada da matricula nova - CPF, e-mail ou telefone
      *> verdadeiros nunca saem na copia.
      *> O historico de folha mascara tambem salario-maternidade,
      *> previdencia privada, base combinada do INSS, comissao e
      *> adiantamento. Os arquivos anuais do historico selado saem com
      *> a mesma mascara e com TRL/TOT e o registro de selagem
      *> recalculados; o AFD dos relogios sai com o CPF ficticio de
      *> cada funcionario (sem o cadastro de empregado, tipo 5); no
      *> cadastro de favorecidos, pensao e deposito judicial ganham
      *> nome, documento e conta ficticios. mask_layout.parm passa a
      *> listar valores de remuneracao a multiplicar pelo fator.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASK-PARM-FILE ASSIGN TO "mask.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT LAYOUT-PARM-FILE ASSIGN TO "mask_layout.parm"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAYOUT-FILE-STATUS.

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

           SELECT MASTER-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MOU-EMP-ID
               ALTERNATE RECORD KEY IS MOU-EMP-DEPARTMENT
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MOU-MANAGER-ID
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS MOU-NAME-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT PERSONAL-DATA-FILE ASSIGN TO "../data/personal_data.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRS-EMP-ID
               FILE STATUS IS WS-PERSONAL-FILE-STATUS.

           SELECT PERSONAL-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS POU-EMP-ID
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT BANK-DETAILS-FILE ASSIGN TO "../data/bank_details.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BNK-EMP-ID
               FILE STATUS IS WS-BANK-FILE-STATUS.

           SELECT BANK-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BOU-EMP-ID
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT HISTORY-IX-FILE ASSIGN TO "../data/payroll_history_ix.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PHX-KEY
               FILE STATUS IS WS-HISTIX-FILE-STATUS.

           SELECT HISTORY-IX-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PXO-KEY
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT SOURCE-FILE ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT TARGET-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT ARCHIVE-IN-FILE ASSIGN DYNAMIC WS-IN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-FILE-STATUS.

           SELECT ARCHIVE-OUT-FILE ASSIGN DYNAMIC WS-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUT-FILE-STATUS.

           SELECT PAYROLL-SEAL-FILE ASSIGN TO "../data/payroll_seal.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PSL-FILE-STATUS.

           SELECT JOB-RUN-LOG-FILE ASSIGN TO "../data/job_run_log.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOBLOG-FILE-STATUS.

           SELECT BUSINESS-DATE-FILE ASSIGN TO "../data/business_date.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDT-FILE-STATUS.

           SELECT EXCL-LOCK-FILE ASSIGN TO "../data/employee_master.lock"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCL-LOCK-STATUS.

           SELECT SHARED-LOCK-FILE ASSIGN TO "../data/employee_master.shr"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SHARED-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       COPY BUSDATE-FD.

       FD MASK-PARM-FILE.
       01 MASK-PARM-RECORD.
           05 MKP-TOLERANCE       PIC 99.
           05 FILLER              PIC X.
           05 MKP-MONTHS          PIC 999.
           05 FILLER              PIC X.
           05 MKP-DEST-DIR        PIC X(40).

      *> Arquivos sem dado pessoal alem da matricula (e, quando ha,
      *> de um nome ou de uma conta/cartao de terceiro): uma linha por
      *> arquivo com as posicoes (1a coluna = 001) de ate tres campos
      *> de matricula, do nome de 30 posicoes e da conta/cartao com o
      *> seu tamanho. 000 = campo ausente. Depois, opcionais, ate oito
      *> valores de remuneracao sem sinal (posicao e tamanho em
      *> digitos, centavos inclusos) multiplicados pelo fator do
      *> funcionario da primeira matricula - salario, contribuicao,
      *> venda e comissao do arquivo continuam fechando com o
      *> historico de folha mascarado.
       FD LAYOUT-PARM-FILE.
       01 LAYOUT-PARM-RECORD.
           05 LYT-FILE-NAME       PIC X(40).
           05 FILLER              PIC X.
           05 LYT-ID-FIELDS OCCURS 3 TIMES.
               10 LYT-ID-OFFSET   PIC 999.
               10 FILLER          PIC X.
           05 LYT-NAME-OFFSET     PIC 999.
           05 FILLER              PIC X.
           05 LYT-ACCOUNT-OFFSET  PIC 999.
           05 FILLER              PIC X.
           05 LYT-ACCOUNT-LENGTH  PIC 99.
           05 LYT-AMOUNT-FIELDS OCCURS 8 TIMES.
               10 FILLER          PIC X.
               10 LYT-AMOUNT-OFFSET PIC 999.
               10 FILLER          PIC X.
               10 LYT-AMOUNT-LENGTH PIC 99.

       FD EMPLOYEE-MASTER-FILE.
       COPY EMPMST.

       FD MASTER-OUT-FILE.
       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD==
                          BY ==MASTER-OUT-RECORD==
                   LEADING ==MST== BY ==MOU==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==MOU-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==MOU-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==MOU-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==MOU-CURRENCY-IS-USD==.

       FD PERSONAL-DATA-FILE.
       COPY PERSDATA.

       FD PERSONAL-OUT-FILE.
       COPY PERSDATA REPLACING ==PERSONAL-DATA-RECORD==
                            BY ==PERSONAL-OUT-RECORD==
                     LEADING ==PRS== BY ==POU==.

       FD BANK-DETAILS-FILE.
       COPY BANKDTL.

       FD BANK-OUT-FILE.
       COPY BANKDTL REPLACING ==BANK-DETAILS-RECORD==
                           BY ==BANK-OUT-RECORD==
                    LEADING ==BNK== BY ==BOU==.

       FD HISTORY-IX-FILE.
       COPY PAYHISTX.

       FD HISTORY-IX-OUT-FILE.
       COPY PAYHISTX REPLACING ==PAYROLL-HISTORY-IX-RECORD==
                            BY ==HISTORY-IX-OUT-RECORD==
                     LEADING ==PHX== BY ==PXO==.

       FD SOURCE-FILE.
       01 SOURCE-RECORD           PIC X(400).

       FD TARGET-FILE.
       01 TARGET-RECORD           PIC X(400).

       FD ARCHIVE-IN-FILE.
       COPY PAYARCH.

       FD ARCHIVE-OUT-FILE.
       COPY PAYARCH REPLACING ==PAYROLL-ARCHIVE-RECORD==
                           BY ==ARCHIVE-OUT-RECORD==
                    LEADING ==PAR== BY ==AOU==.

       COPY PAYSEAL-FD.

       FD JOB-RUN-LOG-FILE.
       COPY JOBLOG.

       COPY MSTLOCK-FD.

       WORKING-STORAGE SECTION.
       COPY BUSDATE.

       01 WS-FILE-STATUSES.
           05 WS-PARM-FILE-STATUS     PIC XX.
           05 WS-LAYOUT-FILE-STATUS   PIC XX.
           05 WS-MASTER-FILE-STATUS   PIC XX.
           05 WS-PERSONAL-FILE-STATUS PIC XX.
           05 WS-BANK-FILE-STATUS     PIC XX.
           05 WS-HISTIX-FILE-STATUS   PIC XX.
           05 WS-IN-FILE-STATUS       PIC XX.
           05 WS-OUT-FILE-STATUS      PIC XX.
           05 WS-JOBLOG-FILE-STATUS   PIC XX.
           05 WS-EXCL-LOCK-STATUS     PIC XX.
           05 WS-SHARED-LOCK-STATUS   PIC XX.

       01 WS-FLAGS.
           05 WS-EOF-FLAG             PIC X VALUE "N".
           05 WS-LAYOUT-EOF           PIC X VALUE "N".
           05 WS-ERROR-FLAG           PIC X VALUE "N".
           05 WS-LOCK-HELD            PIC X VALUE "N".
           05 WS-PAIR-OPEN            PIC X VALUE "N".
           05 WS-QUIET-ABSENT         PIC X VALUE "N".
           05 WS-FILE-HAS-CONTROL     PIC X VALUE "N".
           05 WS-SEAL-EOF             PIC X VALUE "N".
           05 WS-ARCHIVE-DONE         PIC X VALUE "N".

      *> Parametros da rodada (mask.parm) e seus padroes.
       01 WS-TOLERANCE                PIC 99 VALUE 5.
       01 WS-SNAPSHOT-MONTHS          PIC 999 VALUE 120.
       01 WS-DEST-DIR                 PIC X(40) VALUE "../data_teste/".
       01 WS-DEST-LEN                 PIC 99 VALUE 0.

       01 WS-IN-FILENAME              PIC X(60).
       01 WS-OUT-FILENAME             PIC X(60).
       01 WS-CUR-FILE                 PIC X(40).

      *> Tabela de correspondencia matricula real -> identidade
      *> ficticia, so em memoria. Toda matricula encontrada em
      *> qualquer arquivo ganha uma entrada na primeira vez em que
      *> aparece; dali em diante e sempre a mesma troca.
       01 WS-MAP-TABLE.
           05 WS-MAP-QTDE         PIC 9(4) VALUE 0.
           05 WS-MAP-ENTRADAS OCCURS 3000 TIMES.
               10 WS-MAP-OLD-ID       PIC X(6).
               10 WS-MAP-NEW-ID       PIC X(6).
               10 WS-MAP-OLD-NAME     PIC X(30).
               10 WS-MAP-NEW-NAME     PIC X(30).
               10 WS-MAP-SURNAMES     PIC X(21).
               10 WS-MAP-CPF          PIC X(11).
               10 WS-MAP-OLD-CPF      PIC X(11).
               10 WS-MAP-BIRTH-DAY    PIC 99.
               10 WS-MAP-FACTOR       PIC 9V999.
               10 WS-MAP-NUMBER       PIC 9(5).
       01 WS-MAP-INDEX            PIC 9(4).
       01 WS-MAP-MATCH            PIC 9(4).
       01 WS-LEAD-MATCH           PIC 9(4).
       01 WS-LOOKUP-ID            PIC X(6).
       01 WS-LOOKUP-CPF           PIC X(11).
       01 WS-CUR-FACTOR           PIC 9V999.

      *> Geracao da identidade ficticia: a ordem de descoberta e
      *> embaralhada em blocos de 996 (multiplicacao modulo 997, que
      *> e primo) para a matricula nova nao seguir a ordem da antiga;
      *> os tres ultimos digitos nao se repetem dentro do bloco, o que
      *> mantem unicas as matriculas de 3 posicoes das cargas legadas.
       01 WS-GEN-FIELDS.
           05 WS-GEN-SEQ          PIC 9(5).
           05 WS-GEN-BLOCK        PIC 99.
           05 WS-GEN-POS          PIC 9(4).
           05 WS-GEN-PRODUCT      PIC 9(9).
           05 WS-GEN-QUOT         PIC 9(9).
           05 WS-GEN-SCRAMBLED    PIC 999.
           05 WS-GEN-NUMBER       PIC 9(5).
           05 WS-GEN-FIRST        PIC 99.
           05 WS-GEN-LAST1        PIC 99.
           05 WS-GEN-LAST2        PIC 99.
           05 WS-GEN-SPAN         PIC 9(4).
           05 WS-GEN-OFFSET       PIC 9(4).
           05 WS-GEN-DV           PIC 999.
           05 WS-GEN-ID.
               10 FILLER          PIC X VALUE "9".
               10 WS-GEN-ID-BLOCK PIC 99.
               10 WS-GEN-ID-SEQ   PIC 999.
           05 WS-GEN-ID-NUM REDEFINES WS-GEN-ID PIC 9(6).
           05 WS-GEN-CPF.
               10 WS-GEN-CPF-BASE PIC 9(9).
               10 WS-GEN-CPF-DV   PIC 99.

       01 WS-FIRST-NAMES.
           05 FILLER PIC X(10) VALUE "ANA".
           05 FILLER PIC X(10) VALUE "BRUNO".
           05 FILLER PIC X(10) VALUE "CARLA".
           05 FILLER PIC X(10) VALUE "DANIEL".
           05 FILLER PIC X(10) VALUE "ELISA".
           05 FILLER PIC X(10) VALUE "FABIO".
           05 FILLER PIC X(10) VALUE "GISELE".
           05 FILLER PIC X(10) VALUE "HUGO".
           05 FILLER PIC X(10) VALUE "IARA".
           05 FILLER PIC X(10) VALUE "JONAS".
           05 FILLER PIC X(10) VALUE "KARINA".
           05 FILLER PIC X(10) VALUE "LEONARDO".
           05 FILLER PIC X(10) VALUE "MARINA".
           05 FILLER PIC X(10) VALUE "NELSON".
           05 FILLER PIC X(10) VALUE "OLIVIA".
           05 FILLER PIC X(10) VALUE "PAULO".
           05 FILLER PIC X(10) VALUE "RAQUEL".
           05 FILLER PIC X(10) VALUE "SERGIO".
           05 FILLER PIC X(10) VALUE "TATIANA".
           05 FILLER PIC X(10) VALUE "VITOR".
       01 WS-FIRST-NAMES-R REDEFINES WS-FIRST-NAMES.
           05 WS-FIRST-NAME       PIC X(10) OCCURS 20 TIMES.

       01 WS-SURNAMES.
           05 FILLER PIC X(10) VALUE "ALVES".
           05 FILLER PIC X(10) VALUE "BARROS".
           05 FILLER PIC X(10) VALUE "CAMPOS".
           05 FILLER PIC X(10) VALUE "DIAS".
           05 FILLER PIC X(10) VALUE "ESTEVES".
           05 FILLER PIC X(10) VALUE "FARIAS".
           05 FILLER PIC X(10) VALUE "GOMES".
           05 FILLER PIC X(10) VALUE "HOLANDA".
           05 FILLER PIC X(10) VALUE "IGNACIO".
           05 FILLER PIC X(10) VALUE "JARDIM".
           05 FILLER PIC X(10) VALUE "LACERDA".
           05 FILLER PIC X(10) VALUE "MOREIRA".
           05 FILLER PIC X(10) VALUE "NUNES".
           05 FILLER PIC X(10) VALUE "PACHECO".
           05 FILLER PIC X(10) VALUE "QUEIROZ".
           05 FILLER PIC X(10) VALUE "ROCHA".
           05 FILLER PIC X(10) VALUE "SAMPAIO".
           05 FILLER PIC X(10) VALUE "TEIXEIRA".
           05 FILLER PIC X(10) VALUE "VIANA".
           05 FILLER PIC X(10) VALUE "XAVIER".
       01 WS-SURNAMES-R REDEFINES WS-SURNAMES.
           05 WS-SURNAME          PIC X(10) OCCURS 20 TIMES.

      *> Nome de terceiro (dependente, beneficiario): primeiro nome
      *> escolhido por um hash do nome original - o mesmo dependente
      *> recebe o mesmo nome em todos os arquivos - mais os sobrenomes
      *> ficticios do funcionario.
       01 WS-NAME-FIELDS.
           05 WS-NAME-IN          PIC X(30).
           05 WS-NAME-OUT         PIC X(30).
           05 WS-ALPHABET         PIC X(26)
                                  VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 WS-HASH-CHAR        PIC X.
           05 WS-HASH-INDEX       PIC 99.
           05 WS-HASH-POS         PIC 99.
           05 WS-HASH-SUM         PIC 9(7).
           05 WS-HASH-QUOT        PIC 9(7).
           05 WS-HASH-REM         PIC 99.

       01 WS-ACCOUNT-FIELDS.
           05 WS-ACCOUNT-WORK     PIC X(16).
           05 WS-ACCOUNT-OFFSET   PIC 999.
           05 WS-ACCOUNT-LENGTH   PIC 99.

      *> Valor de remuneracao de um arquivo de mask_layout.parm,
      *> alinhado a direita em 15 digitos para o calculo.
       01 WS-AMOUNT-FIELDS.
           05 WS-AMOUNT-INDEX     PIC 9.
           05 WS-AMOUNT-OFFSET    PIC 999.
           05 WS-AMOUNT-LENGTH    PIC 99.
           05 WS-AMOUNT-START     PIC 99.
           05 WS-AMOUNT-DIGITS    PIC X(15).
           05 WS-AMOUNT-VALUE REDEFINES WS-AMOUNT-DIGITS PIC 9(15).

      *> Registro corrente em trabalho e layouts para decodifica-lo.
       01 WS-GEN-BUFFER           PIC X(400).
       01 WS-FIELD-INDEX          PIC 9.
       01 WS-FIELD-OFFSET         PIC 999.
       01 WS-IMG-POS              PIC 999.
       01 WS-IMG-ID-POS           PIC 999.
       01 WS-SCALE-AMOUNT         PIC 9(11)V99.

       COPY EMPMST REPLACING ==EMPLOYEE-MASTER-RECORD== BY ==IMG-RECORD==
                   LEADING ==MST== BY ==IMG==
                   ==MASTER-ACTIVE-EMPLOYEE==
                          BY ==IMG-ACTIVE-EMPLOYEE==
                   ==MASTER-INACTIVE-EMPLOYEE==
                          BY ==IMG-INACTIVE-EMPLOYEE==
                   ==MASTER-CURRENCY-IS-BRL==
                          BY ==IMG-CURRENCY-IS-BRL==
                   ==MASTER-CURRENCY-IS-USD==
                          BY ==IMG-CURRENCY-IS-USD==.

       COPY TERMHIST.
       COPY EMPTRANS.
       COPY SALAPPR.
       COPY SALHIST.
       COPY DEPENDNT.
       COPY HRFEED.
       COPY LEGACYEMP.

       COPY PAYDTL REPLACING ==PAYROLL-DETAIL-RECORD==
                          BY ==WS-PAY-IMAGE==
                   LEADING ==PD== BY ==WPI==.

       COPY PERSDATA REPLACING ==PERSONAL-DATA-RECORD==
                            BY ==WS-PRS-IMAGE==
                     LEADING ==PRS== BY ==WPR==.

       COPY BANKDTL REPLACING ==BANK-DETAILS-RECORD==
                           BY ==WS-BNK-IMAGE==
                    LEADING ==BNK== BY ==WBK==.

       COPY PAYEEMST.
       COPY AFDREC.
       COPY PAYSEAL.

      *> Totais recalculados do arquivo anual mascarado: do ano e por
      *> natureza de pagamento (no maximo 20, o limite da selagem).
       01 WS-ARCHIVE-TOTALS.
           05 WS-ARC-COUNT        PIC 9(7).
           05 WS-ARC-GROSS        PIC 9(13)V99.
           05 WS-ARC-NET          PIC 9(13)V99.
           05 WS-ARC-TYPE-QTDE    PIC 99.
           05 WS-ARC-TYPES OCCURS 20 TIMES.
               10 WS-ARC-TYPE-CODE  PIC X(3).
               10 WS-ARC-TYPE-COUNT PIC 9(7).
               10 WS-ARC-TYPE-GROSS PIC 9(13)V99.
               10 WS-ARC-TYPE-NET   PIC 9(13)V99.
       01 WS-ARC-INDEX            PIC 99.
       01 WS-ARC-MATCH            PIC 99.

      *> Varredura dos retratos mensais: os ultimos MMM meses ate a
      *> competencia corrente.
       01 WS-SNAP-FIELDS.
           05 WS-SNAP-MONTHS-ABS  PIC 9(6).
           05 WS-SNAP-PERIOD      PIC 9(6).
           05 WS-SNAP-PERIOD-R REDEFINES WS-SNAP-PERIOD.
               10 WS-SNAP-YEAR    PIC 9999.
               10 WS-SNAP-MONTH   PIC 99.
           05 WS-CURRENT-PERIOD   PIC 9(6).

       COPY FILECTL.
       COPY CPFVAL.
       COPY NAMEKEY.

       01 WS-COUNTERS.
           05 WS-FILE-READ        PIC 9(7) VALUE 0.
           05 WS-FILE-MASKED      PIC 9(7) VALUE 0.
           05 WS-TOTAL-READ       PIC 9(7) VALUE 0.
           05 WS-TOTAL-MASKED     PIC 9(7) VALUE 0.
           05 WS-FILES-COPIED     PIC 9(5) VALUE 0.
           05 WS-FILES-ABSENT     PIC 9(5) VALUE 0.
           05 WS-SNAP-FILES       PIC 9(5) VALUE 0.
           05 WS-SEAL-READ        PIC 9(7) VALUE 0.
           05 WS-SEAL-MASKED      PIC 9(7) VALUE 0.

       COPY MSTLOCK.

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
               PERFORM BUILD-IDENTITY-MAP
           END-IF
           IF WS-ERROR-FLAG NOT = "Y"
               PERFORM MASK-DATA-ESTATE
           END-IF
           PERFORM CLEANUP
           PERFORM WRITE-JOB-LOG-ENTRY
           GOBACK.

       INITIALIZATION.
           DISPLAY "=== COPIA MASCARADA PARA O AMBIENTE DE TESTE ==="
           ACCEPT WS-HORA-INICIO FROM TIME
           PERFORM BDT-GET-BUSINESS-DATE
           COMPUTE WS-CURRENT-PERIOD = BDT-YEAR * 100 + BDT-MONTH

           OPEN INPUT MASK-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00"
               READ MASK-PARM-FILE
                   AT END CONTINUE
                   NOT AT END
                       IF MKP-TOLERANCE IS NUMERIC AND
                          MKP-TOLERANCE <= 20
                           MOVE MKP-TOLERANCE TO WS-TOLERANCE
                       END-IF
                       IF MKP-MONTHS IS NUMERIC AND MKP-MONTHS > 0
                           MOVE MKP-MONTHS TO WS-SNAPSHOT-MONTHS
                       END-IF
                       IF MKP-DEST-DIR NOT = SPACES
                           MOVE MKP-DEST-DIR TO WS-DEST-DIR
                       END-IF
               END-READ
               CLOSE MASK-PARM-FILE
           ELSE
               DISPLAY "Aviso: mask.parm nao encontrado, tolerancia "
                       "padrao de 5%, 120 meses de retratos, destino "
                       "../data_teste/"
           END-IF

      *> Destino terminado em "/" - os nomes de arquivo sao colados
      *> logo depois dele.
           PERFORM VARYING WS-DEST-LEN FROM 40 BY -1
                   UNTIL WS-DEST-LEN = 0
               IF WS-DEST-DIR(WS-DEST-LEN:1) NOT = SPACE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-DEST-LEN > 0 AND WS-DEST-LEN < 40 AND
              WS-DEST-DIR(WS-DEST-LEN:1) NOT = "/"
               ADD 1 TO WS-DEST-LEN
               MOVE "/" TO WS-DEST-DIR(WS-DEST-LEN:1)
           END-IF

      *> A copia nunca pode cair em cima da producao.
           IF WS-DEST-LEN = 0 OR
              WS-DEST-DIR = "../data/" OR WS-DEST-DIR = "./" OR
              WS-DEST-DIR = "/"
               DISPLAY "ERRO CRITICO: destino invalido em mask.parm ("
                       WS-DEST-DIR ") - a copia mascarada nao pode "
                       "ser gravada sobre ../data"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           DISPLAY "Destino: " WS-DEST-DIR(1:WS-DEST-LEN)
           DISPLAY "Tolerancia de salario: +/- " WS-TOLERANCE "%"
           DISPLAY "Retratos: ultimos " WS-SNAPSHOT-MONTHS " meses"

           MOVE "TEST-DATA-MASK" TO MLK-REQUESTOR
           PERFORM MST-LOCK-ACQUIRE-SHARED
           IF MLK-BUSY
               DISPLAY "RECURSO OCUPADO: o mestre de funcionarios "
                       "esta em manutencao - tente mais tarde"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-LOCK-HELD.

      *> ==============================================================
      *> Tabela de correspondencia: o mestre primeiro, depois o
      *> historico de desligados e enterprise.dat - guardando o nome
      *> real de cada um, para reconhecer o proprio funcionario num
      *> campo de nome dos demais arquivos. Matricula que so aparece
      *> em outro arquivo entra na tabela quando e encontrada.
      *> ==============================================================
       BUILD-IDENTITY-MAP.
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               DISPLAY "FILE STATUS: " WS-MASTER-FILE-STATUS
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       MOVE MST-EMP-ID TO WS-LOOKUP-ID
                       PERFORM MAP-EMPLOYEE-ID
                       IF WS-MAP-MATCH > 0
                           MOVE MST-EMP-NAME
                               TO WS-MAP-OLD-NAME(WS-MAP-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE

           MOVE "../data/terminated_history.dat" TO WS-IN-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-IN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SOURCE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SOURCE-RECORD
                               TO TERMINATED-HISTORY-RECORD
                           MOVE TH-MASTER-IMAGE TO IMG-RECORD
                           PERFORM MAP-IMAGE-NAME
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF

           MOVE "../data/enterprise.dat" TO WS-IN-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-IN-FILE-STATUS = "00"
               MOVE "N" TO WS-EOF-FLAG
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SOURCE-FILE
                       AT END MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           MOVE SOURCE-RECORD(1:121) TO IMG-RECORD
                           PERFORM MAP-IMAGE-NAME
                   END-READ
               END-PERFORM
               CLOSE SOURCE-FILE
           END-IF
           DISPLAY "Matriculas na tabela de correspondencia: "
                   WS-MAP-QTDE.

       MAP-IMAGE-NAME.
           MOVE IMG-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               IF WS-MAP-OLD-NAME(WS-MAP-MATCH) = SPACES
                   MOVE IMG-EMP-NAME TO WS-MAP-OLD-NAME(WS-MAP-MATCH)
               END-IF
           END-IF.

      *> Procura a matricula de WS-LOOKUP-ID na tabela e devolve o
      *> indice em WS-MAP-MATCH, criando a identidade ficticia na
      *> primeira vez. Campo em branco, zerado ou nao numerico (HDR,
      *> TRL, usuario de sistema) nao e matricula: devolve zero e o
      *> campo segue como esta.
       MAP-EMPLOYEE-ID.
           MOVE 0 TO WS-MAP-MATCH
           IF WS-LOOKUP-ID NOT NUMERIC OR WS-LOOKUP-ID = ZEROS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                   UNTIL WS-MAP-INDEX > WS-MAP-QTDE
               IF WS-MAP-OLD-ID(WS-MAP-INDEX) = WS-LOOKUP-ID
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH = 0
               PERFORM GENERATE-IDENTITY
           END-IF.

      *> Identidade ficticia da entrada nova: matricula 9BBSSS,
      *> nome e sobrenomes das tabelas, CPF com base na matricula nova
      *> e digitos verificadores achados pela propria rotina de
      *> validacao, dia de nascimento (ano e mes ficam - a idade
      *> continua a mesma para efeito de regra) e fator de salario
      *> dentro da tolerancia.
       GENERATE-IDENTITY.
           IF WS-MAP-QTDE >= 3000
               IF WS-ERROR-FLAG NOT = "Y"
                   DISPLAY "ERRO: mais de 3000 matriculas - copia "
                           "mascarada incompleta, descarte o destino"
               END-IF
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MAP-QTDE
           MOVE WS-MAP-QTDE TO WS-MAP-MATCH
           MOVE WS-LOOKUP-ID TO WS-MAP-OLD-ID(WS-MAP-MATCH)
           MOVE SPACES TO WS-MAP-OLD-NAME(WS-MAP-MATCH)
           MOVE SPACES TO WS-MAP-OLD-CPF(WS-MAP-MATCH)

           COMPUTE WS-GEN-SEQ = WS-MAP-QTDE - 1
           DIVIDE WS-GEN-SEQ BY 996 GIVING WS-GEN-BLOCK
               REMAINDER WS-GEN-POS
           ADD 1 TO WS-GEN-POS
           COMPUTE WS-GEN-PRODUCT = WS-GEN-POS * 379
           DIVIDE WS-GEN-PRODUCT BY 997 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-SCRAMBLED
           COMPUTE WS-GEN-NUMBER = WS-GEN-BLOCK * 1000 +
                                   WS-GEN-SCRAMBLED
           MOVE WS-GEN-NUMBER TO WS-MAP-NUMBER(WS-MAP-MATCH)
           MOVE WS-GEN-BLOCK TO WS-GEN-ID-BLOCK
           MOVE WS-GEN-SCRAMBLED TO WS-GEN-ID-SEQ
           MOVE WS-GEN-ID TO WS-MAP-NEW-ID(WS-MAP-MATCH)

           DIVIDE WS-GEN-NUMBER BY 20 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-FIRST
           DIVIDE WS-GEN-QUOT BY 20 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-LAST1
           DIVIDE WS-GEN-QUOT BY 20 GIVING WS-GEN-QUOT
               REMAINDER WS-GEN-LAST2
           ADD 1 TO WS-GEN-FIRST WS-GEN-LAST1 WS-GEN-LAST2
           MOVE SPACES TO WS-MAP-SURNAMES(WS-MAP-MATCH)
           STRING WS-SURNAME(WS-GEN-LAST1) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-SURNAME(WS-GEN-LAST2) DELIMITED BY SPACE
                  INTO WS-MAP-SURNAMES(WS-MAP-MATCH)
           MOVE SPACES TO WS-MAP-NEW-NAME(WS-MAP-MATCH)
           STRING WS-FIRST-NAME(WS-GEN-FIRST) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-MAP-SURNAMES(WS-MAP-MATCH) DELIMITED BY SIZE
                  INTO WS-MAP-NEW-NAME(WS-MAP-MATCH)

           COMPUTE WS-GEN-CPF-BASE = WS-GEN-ID-NUM * 1000 + 321
           PERFORM VARYING WS-GEN-DV FROM 0 BY 1 UNTIL WS-GEN-DV > 99
               MOVE WS-GEN-DV TO WS-GEN-CPF-DV
               MOVE WS-GEN-CPF TO CPF-VAL-NUMBER
               PERFORM CPF-VAL-VALIDATE
               IF CPF-VAL-IS-VALID
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE WS-GEN-CPF TO WS-MAP-CPF(WS-MAP-MATCH)

           DIVIDE WS-GEN-NUMBER BY 28 GIVING WS-GEN-QUOT
               REMAINDER WS-MAP-BIRTH-DAY(WS-MAP-MATCH)
           ADD 1 TO WS-MAP-BIRTH-DAY(WS-MAP-MATCH)

           MOVE 1 TO WS-MAP-FACTOR(WS-MAP-MATCH)
           IF WS-TOLERANCE > 0
               COMPUTE WS-GEN-SPAN = WS-TOLERANCE * 20 + 1
               COMPUTE WS-GEN-PRODUCT = WS-GEN-NUMBER * 31 + 7
               DIVIDE WS-GEN-PRODUCT BY WS-GEN-SPAN GIVING WS-GEN-QUOT
                   REMAINDER WS-GEN-OFFSET
               COMPUTE WS-MAP-FACTOR(WS-MAP-MATCH) =
                   1 + (WS-GEN-OFFSET - WS-TOLERANCE * 10) / 1000
           END-IF.

      *> ==============================================================
      *> Copia mascarada, arquivo a arquivo.
      *> ==============================================================
       MASK-DATA-ESTATE.
           DISPLAY " "
           DISPLAY "Arquivos copiados (lidos / mascarados):"
           PERFORM MASK-MASTER-FILE

           MOVE "enterprise.dat" TO WS-CUR-FILE
           MOVE 1 TO WS-IMG-POS
           MOVE 0 TO WS-IMG-ID-POS
           MOVE "S" TO WS-FILE-HAS-CONTROL
           PERFORM MASK-IMAGE-FILE
           MOVE "N" TO WS-FILE-HAS-CONTROL

           MOVE "terminated_history.dat" TO WS-CUR-FILE
           MOVE 15 TO WS-IMG-POS
           MOVE 1 TO WS-IMG-ID-POS
           PERFORM MASK-IMAGE-FILE

           MOVE "maint_before_images.dat" TO WS-CUR-FILE
           MOVE 22 TO WS-IMG-POS
           MOVE 16 TO WS-IMG-ID-POS
           PERFORM MASK-IMAGE-FILE

           PERFORM MASK-SNAPSHOTS

           PERFORM MASK-PERSONAL-DATA
           MOVE "personal_data_input.dat" TO WS-CUR-FILE
           PERFORM MASK-PERSONAL-INPUT

           PERFORM MASK-BANK-DETAILS
           MOVE "bank_details_input.dat" TO WS-CUR-FILE
           PERFORM MASK-BANK-INPUT

           MOVE "dependents.dat" TO WS-CUR-FILE
           PERFORM MASK-DEPENDENT-FILE
           MOVE "dependents_input.dat" TO WS-CUR-FILE
           PERFORM MASK-DEPENDENT-FILE

           MOVE "payroll_history.dat" TO WS-CUR-FILE
           PERFORM MASK-PAY-FILE
           MOVE "payroll_detail.dat" TO WS-CUR-FILE
           PERFORM MASK-PAY-FILE
           PERFORM MASK-PAYROLL-INDEX

           MOVE "salary_history.dat" TO WS-CUR-FILE
           PERFORM MASK-SALARY-HISTORY

           MOVE "employee_transactions.dat" TO WS-CUR-FILE
           PERFORM MASK-TRANS-FILE
           MOVE "pending_transactions.dat" TO WS-CUR-FILE
           PERFORM MASK-TRANS-FILE
           MOVE "raise_transactions.dat" TO WS-CUR-FILE
           PERFORM MASK-TRANS-FILE
           MOVE "reorg_transactions.dat" TO WS-CUR-FILE
           PERFORM MASK-TRANS-FILE

           MOVE "salary_approvals.dat" TO WS-CUR-FILE
           PERFORM MASK-APPROVAL-FILE

           MOVE "hr_feed_inbound.dat" TO WS-CUR-FILE
           PERFORM MASK-HR-FEED

           MOVE "input.dat" TO WS-CUR-FILE
           PERFORM MASK-LEGACY-FILE
           MOVE "input_rj.dat" TO WS-CUR-FILE
           PERFORM MASK-LEGACY-FILE

           PERFORM MASK-PAYROLL-ARCHIVES

           PERFORM MASK-PAYEE-MASTER

           PERFORM MASK-AFD-FILE

           PERFORM MASK-LAYOUT-FILES.

      *> Abre o arquivo de origem em ../data e o de destino com o
      *> mesmo nome. Origem ausente nao e erro (nem todo site tem
      *> todos os arquivos); destino que nao abre e - o diretorio nao
      *> existe ou nao aceita gravacao.
       OPEN-COPY-PAIR.
           MOVE "N" TO WS-PAIR-OPEN
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           MOVE SPACES TO WS-IN-FILENAME
           STRING "../data/" WS-CUR-FILE
                  DELIMITED BY SPACE INTO WS-IN-FILENAME
           OPEN INPUT SOURCE-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               IF WS-QUIET-ABSENT NOT = "S"
                   ADD 1 TO WS-FILES-ABSENT
                   DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT TARGET-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE SOURCE-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO WS-PAIR-OPEN.

       BUILD-OUT-FILENAME.
           MOVE SPACES TO WS-OUT-FILENAME
           STRING WS-DEST-DIR(1:WS-DEST-LEN) DELIMITED BY SIZE
                  WS-CUR-FILE DELIMITED BY SPACE
                  INTO WS-OUT-FILENAME.

       NOTE-TARGET-FAILURE.
           DISPLAY "ERRO CRITICO: nao foi possivel gravar "
                   WS-OUT-FILENAME
           DISPLAY "FILE STATUS: " WS-OUT-FILE-STATUS
                   " - o diretorio de destino existe?"
           MOVE "Y" TO WS-ERROR-FLAG
           MOVE 16 TO RETURN-CODE.

       CLOSE-COPY-PAIR.
           CLOSE SOURCE-FILE
           CLOSE TARGET-FILE
           PERFORM NOTE-FILE-COPIED.

       NOTE-FILE-COPIED.
           ADD 1 TO WS-FILES-COPIED
           ADD WS-FILE-READ TO WS-TOTAL-READ
           ADD WS-FILE-MASKED TO WS-TOTAL-MASKED
           DISPLAY "  " WS-CUR-FILE " " WS-FILE-READ " / "
                   WS-FILE-MASKED.

       WRITE-TARGET-RECORD.
           MOVE WS-GEN-BUFFER TO TARGET-RECORD
           WRITE TARGET-RECORD.

      *> ==============================================================
      *> Mestre indexado: regravado no destino na chave nova.
      *> ==============================================================
       MASK-MASTER-FILE.
           MOVE "employee_master.dat" TO WS-CUR-FILE
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           OPEN INPUT EMPLOYEE-MASTER-FILE
           IF WS-MASTER-FILE-STATUS NOT = "00"
               DISPLAY "ERRO CRITICO: employee_master.dat nao encontrado"
               MOVE "Y" TO WS-ERROR-FLAG
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT MASTER-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE EMPLOYEE-MASTER-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EMPLOYEE-MASTER-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE EMPLOYEE-MASTER-RECORD TO IMG-RECORD
                       PERFORM MASK-MASTER-IMAGE
                       MOVE IMG-EMP-NAME TO NMK-NAME-IN
                       PERFORM NMK-NORMALIZE
                       MOVE NMK-NAME-OUT TO IMG-NAME-KEY
                       MOVE IMG-RECORD TO MASTER-OUT-RECORD
                       WRITE MASTER-OUT-RECORD
                           INVALID KEY
                               DISPLAY "Aviso: chave duplicada no "
                                       "mestre mascarado: " MOU-EMP-ID
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE EMPLOYEE-MASTER-FILE
           CLOSE MASTER-OUT-FILE
           PERFORM NOTE-FILE-COPIED.

      *> Troca a identidade na imagem do mestre em IMG-RECORD e deixa
      *> o fator do funcionario em WS-CUR-FACTOR (zero se a imagem
      *> nao tem matricula). O gerente vira o gerente mascarado.
       MASK-MASTER-IMAGE.
           MOVE 0 TO WS-CUR-FACTOR
           MOVE IMG-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-MAP-FACTOR(WS-MAP-MATCH) TO WS-CUR-FACTOR
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO IMG-EMP-ID
           MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO IMG-EMP-NAME
           IF IMG-BIRTH-DATE IS NUMERIC AND IMG-BIRTH-YEAR > 0
               MOVE WS-MAP-BIRTH-DAY(WS-MAP-MATCH) TO IMG-BIRTH-DAY
           END-IF
           IF IMG-EMP-SALARY IS NUMERIC
               COMPUTE IMG-EMP-SALARY ROUNDED =
                   IMG-EMP-SALARY * WS-CUR-FACTOR
           END-IF
           MOVE IMG-MANAGER-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO IMG-MANAGER-ID
           END-IF.

      *> ==============================================================
      *> Arquivos com a imagem do mestre numa posicao fixa do registro
      *> (WS-IMG-POS) e, opcionalmente, a matricula na frente
      *> (WS-IMG-ID-POS). enterprise.dat traz header/trailer FILECTL:
      *> o trailer sai com contagem e hash do salario mascarado.
      *> ==============================================================
       MASK-IMAGE-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-FILE-CONTROL-AREA
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-GEN-BUFFER
                       PERFORM MASK-IMAGE-RECORD
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-IMAGE-RECORD.
           IF WS-FILE-HAS-CONTROL = "S"
               MOVE WS-GEN-BUFFER(1:33) TO FCT-RECORD
               IF FCT-IS-HEADER
                   EXIT PARAGRAPH
               END-IF
               IF FCT-IS-TRAILER
                   MOVE FCT-ACTUAL-COUNT TO FCT-RECORD-COUNT
                   MOVE FCT-ACTUAL-HASH  TO FCT-SALARY-HASH
                   MOVE FCT-RECORD TO WS-GEN-BUFFER(1:33)
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE WS-GEN-BUFFER(WS-IMG-POS:121) TO IMG-RECORD
           PERFORM MASK-MASTER-IMAGE
           MOVE IMG-RECORD TO WS-GEN-BUFFER(WS-IMG-POS:121)
           IF WS-IMG-ID-POS > 0
               MOVE WS-GEN-BUFFER(WS-IMG-ID-POS:6) TO WS-LOOKUP-ID
               PERFORM MAP-EMPLOYEE-ID
               IF WS-MAP-MATCH > 0
                   MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                       TO WS-GEN-BUFFER(WS-IMG-ID-POS:6)
               END-IF
           END-IF
           ADD 1 TO FCT-ACTUAL-COUNT
           IF IMG-EMP-SALARY IS NUMERIC
               ADD IMG-EMP-SALARY TO FCT-ACTUAL-HASH
           END-IF.

      *> Retratos mensais: cada competencia da janela que existir.
       MASK-SNAPSHOTS.
           COMPUTE WS-SNAP-MONTHS-ABS =
               BDT-YEAR * 12 + BDT-MONTH - 1 - WS-SNAPSHOT-MONTHS
           DIVIDE WS-SNAP-MONTHS-ABS BY 12 GIVING WS-SNAP-YEAR
               REMAINDER WS-SNAP-MONTH
           ADD 1 TO WS-SNAP-MONTH
           MOVE 8 TO WS-IMG-POS
           MOVE 0 TO WS-IMG-ID-POS
           MOVE "S" TO WS-QUIET-ABSENT
           PERFORM UNTIL WS-SNAP-PERIOD > WS-CURRENT-PERIOD
               MOVE SPACES TO WS-CUR-FILE
               STRING "master_snapshot_" WS-SNAP-PERIOD ".dat"
                      DELIMITED BY SIZE INTO WS-CUR-FILE
               PERFORM MASK-IMAGE-FILE
               IF WS-PAIR-OPEN = "S"
                   ADD 1 TO WS-SNAP-FILES
               END-IF
               ADD 1 TO WS-SNAP-MONTH
               IF WS-SNAP-MONTH > 12
                   MOVE 1 TO WS-SNAP-MONTH
                   ADD 1 TO WS-SNAP-YEAR
               END-IF
           END-PERFORM
           MOVE "N" TO WS-QUIET-ABSENT.

      *> ==============================================================
      *> Dados pessoais: CPF ficticio valido, endereco ficticio, CEP
      *> reduzido a regiao (5 primeiros digitos); cidade e UF ficam -
      *> sao elas que definem as regras por estado.
      *> ==============================================================
       MASK-PERSONAL-DATA.
           MOVE "personal_data.dat" TO WS-CUR-FILE
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PERSONAL-DATA-FILE
           IF WS-PERSONAL-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT PERSONAL-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE PERSONAL-DATA-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PERSONAL-DATA-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE PERSONAL-DATA-RECORD TO WS-PRS-IMAGE
                       PERFORM MASK-PERSONAL-IMAGE
                       MOVE WS-PRS-IMAGE TO PERSONAL-OUT-RECORD
                       WRITE PERSONAL-OUT-RECORD
                           INVALID KEY
                               DISPLAY "Aviso: chave duplicada em "
                                       "dados pessoais: " POU-EMP-ID
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE PERSONAL-DATA-FILE
           CLOSE PERSONAL-OUT-FILE
           PERFORM NOTE-FILE-COPIED.

       MASK-PERSONAL-INPUT.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-PRS-IMAGE
                       PERFORM MASK-PERSONAL-IMAGE
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE WS-PRS-IMAGE TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-PERSONAL-IMAGE.
           MOVE WPR-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO WPR-EMP-ID
           IF WPR-CPF NOT = SPACES
               IF WS-MAP-OLD-CPF(WS-MAP-MATCH) = SPACES
                   MOVE WPR-CPF TO WS-MAP-OLD-CPF(WS-MAP-MATCH)
               END-IF
               MOVE WS-MAP-CPF(WS-MAP-MATCH) TO WPR-CPF
           END-IF
           IF WPR-ADDRESS NOT = SPACES
               MOVE SPACES TO WPR-ADDRESS
               STRING "RUA FICTICIA " WS-MAP-NEW-ID(WS-MAP-MATCH)
                      DELIMITED BY SIZE INTO WPR-ADDRESS
           END-IF
           IF WPR-CEP NOT = SPACES
               MOVE "000" TO WPR-CEP(6:3)
           END-IF.

      *> ==============================================================
      *> Dados bancarios: banco, tipo de conta e situacao de retorno
      *> ficam (a remessa agrupa por banco); agencia e conta viram
      *> numeros ficticios da identidade.
      *> ==============================================================
       MASK-BANK-DETAILS.
           MOVE "bank_details.dat" TO WS-CUR-FILE
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT BANK-DETAILS-FILE
           IF WS-BANK-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT BANK-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE BANK-DETAILS-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ BANK-DETAILS-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE BANK-DETAILS-RECORD TO WS-BNK-IMAGE
                       PERFORM MASK-BANK-IMAGE
                       MOVE WS-BNK-IMAGE TO BANK-OUT-RECORD
                       WRITE BANK-OUT-RECORD
                           INVALID KEY
                               DISPLAY "Aviso: chave duplicada em "
                                       "dados bancarios: " BOU-EMP-ID
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE BANK-DETAILS-FILE
           CLOSE BANK-OUT-FILE
           PERFORM NOTE-FILE-COPIED.

       MASK-BANK-INPUT.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-BNK-IMAGE
                       PERFORM MASK-BANK-IMAGE
                       MOVE SOURCE-RECORD TO WS-GEN-BUFFER
                       MOVE WS-BNK-IMAGE(1:26) TO WS-GEN-BUFFER(1:26)
                       MOVE WS-BNK-IMAGE(67:79) TO WS-GEN-BUFFER(67:79)
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-BANK-IMAGE.
           MOVE WBK-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO WBK-EMP-ID
           MOVE WS-MAP-NUMBER(WS-MAP-MATCH) TO WBK-BRANCH
           MOVE ALL "0" TO WBK-ACCOUNT
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO WBK-ACCOUNT(5:6)
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)(6:1) TO WBK-ACCOUNT-DV
           IF WBK-PIX-KEY NOT = SPACES
               MOVE "A" TO WBK-PIX-KEY-TYPE
               MOVE SPACES TO WBK-PIX-KEY
               STRING "00000000-0000-0000-0000-000000"
                      WS-MAP-NEW-ID(WS-MAP-MATCH)
                      DELIMITED BY SIZE INTO WBK-PIX-KEY
           END-IF.

      *> ==============================================================
      *> Dependentes: nome de terceiro ficticio; data de nascimento e
      *> parentesco ficam (definem IR e salario-familia).
      *> ==============================================================
       MASK-DEPENDENT-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO DEPENDENT-RECORD
                       MOVE DEP-EMP-ID TO WS-LOOKUP-ID
                       PERFORM MAP-EMPLOYEE-ID
                       IF WS-MAP-MATCH > 0
                           ADD 1 TO WS-FILE-MASKED
                           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                               TO DEP-EMP-ID
                           MOVE DEP-NAME TO WS-NAME-IN
                           PERFORM MASK-THIRD-PARTY-NAME
                           MOVE WS-NAME-OUT TO DEP-NAME
                       END-IF
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE DEPENDENT-RECORD TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

      *> Nome em WS-NAME-IN de alguem ligado ao funcionario
      *> WS-MAP-MATCH: o proprio funcionario recebe o nome ficticio
      *> dele; qualquer outro nome vira primeiro nome ficticio (por
      *> hash do original) com os sobrenomes ficticios do funcionario.
       MASK-THIRD-PARTY-NAME.
           MOVE SPACES TO WS-NAME-OUT
           IF WS-NAME-IN = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-NAME-IN = WS-MAP-OLD-NAME(WS-MAP-MATCH)
               MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO WS-NAME-OUT
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-HASH-SUM
           PERFORM VARYING WS-HASH-INDEX FROM 1 BY 1
                   UNTIL WS-HASH-INDEX > 30
               MOVE WS-NAME-IN(WS-HASH-INDEX:1) TO WS-HASH-CHAR
               IF WS-HASH-CHAR NOT = SPACE
                   MOVE 0 TO WS-HASH-POS
                   INSPECT WS-ALPHABET TALLYING WS-HASH-POS
                       FOR CHARACTERS BEFORE INITIAL WS-HASH-CHAR
                   COMPUTE WS-HASH-SUM = WS-HASH-SUM +
                       (WS-HASH-POS + 1) * WS-HASH-INDEX
               END-IF
           END-PERFORM
           DIVIDE WS-HASH-SUM BY 20 GIVING WS-HASH-QUOT
               REMAINDER WS-HASH-REM
           ADD 1 TO WS-HASH-REM
           STRING WS-FIRST-NAME(WS-HASH-REM) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-MAP-SURNAMES(WS-MAP-MATCH) DELIMITED BY SIZE
                  INTO WS-NAME-OUT.

      *> ==============================================================
      *> Historico de folha (e detalhe da rodada): matricula e nome
      *> trocados, e todos os valores multiplicados pelo fator do
      *> funcionario - bruto, descontos e liquido continuam fechando
      *> entre si (a menos do arredondamento de centavo).
      *> ==============================================================
       MASK-PAY-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-PAY-IMAGE
                       PERFORM MASK-PAY-IMAGE
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE WS-PAY-IMAGE TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-PAY-IMAGE.
           MOVE WPI-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO WPI-EMP-ID
           MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO WPI-EMP-NAME
           MOVE WS-MAP-FACTOR(WS-MAP-MATCH) TO WS-CUR-FACTOR
           IF WPI-GROSS-PAY IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WPI-GROSS-PAY ROUNDED =
               WPI-GROSS-PAY * WS-CUR-FACTOR
           COMPUTE WPI-INSS-AMOUNT ROUNDED =
               WPI-INSS-AMOUNT * WS-CUR-FACTOR
           COMPUTE WPI-IRRF-AMOUNT ROUNDED =
               WPI-IRRF-AMOUNT * WS-CUR-FACTOR
           COMPUTE WPI-NET-PAY ROUNDED =
               WPI-NET-PAY * WS-CUR-FACTOR
           IF WPI-OVERTIME-AMOUNT IS NUMERIC
               COMPUTE WPI-OVERTIME-AMOUNT ROUNDED =
                   WPI-OVERTIME-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-ABSENCE-AMOUNT IS NUMERIC
               COMPUTE WPI-ABSENCE-AMOUNT ROUNDED =
                   WPI-ABSENCE-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-EMPLOYER-INSS IS NUMERIC
               COMPUTE WPI-EMPLOYER-INSS ROUNDED =
                   WPI-EMPLOYER-INSS * WS-CUR-FACTOR
           END-IF
           IF WPI-FGTS-AMOUNT IS NUMERIC
               COMPUTE WPI-FGTS-AMOUNT ROUNDED =
                   WPI-FGTS-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-GARNISH-AMOUNT IS NUMERIC
               COMPUTE WPI-GARNISH-AMOUNT ROUNDED =
                   WPI-GARNISH-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-OTHER-EARNINGS IS NUMERIC
               COMPUTE WPI-OTHER-EARNINGS ROUNDED =
                   WPI-OTHER-EARNINGS * WS-CUR-FACTOR
           END-IF
           IF WPI-OTHER-DEDUCTIONS IS NUMERIC
               COMPUTE WPI-OTHER-DEDUCTIONS ROUNDED =
                   WPI-OTHER-DEDUCTIONS * WS-CUR-FACTOR
           END-IF
           IF WPI-ADVANCE-AMOUNT IS NUMERIC
               COMPUTE WPI-ADVANCE-AMOUNT ROUNDED =
                   WPI-ADVANCE-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-NIGHT-AMOUNT IS NUMERIC
               COMPUTE WPI-NIGHT-AMOUNT ROUNDED =
                   WPI-NIGHT-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-DSR-AMOUNT IS NUMERIC
               COMPUTE WPI-DSR-AMOUNT ROUNDED =
                   WPI-DSR-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-LOAN-AMOUNT IS NUMERIC
               COMPUTE WPI-LOAN-AMOUNT ROUNDED =
                   WPI-LOAN-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-UNION-DUES IS NUMERIC
               COMPUTE WPI-UNION-DUES ROUNDED =
                   WPI-UNION-DUES * WS-CUR-FACTOR
           END-IF
           IF WPI-HEALTH-COPAY IS NUMERIC
               COMPUTE WPI-HEALTH-COPAY ROUNDED =
                   WPI-HEALTH-COPAY * WS-CUR-FACTOR
           END-IF
           IF WPI-HEALTH-EMPLOYER IS NUMERIC
               COMPUTE WPI-HEALTH-EMPLOYER ROUNDED =
                   WPI-HEALTH-EMPLOYER * WS-CUR-FACTOR
           END-IF
           IF WPI-TRANSIT-AMOUNT IS NUMERIC
               COMPUTE WPI-TRANSIT-AMOUNT ROUNDED =
                   WPI-TRANSIT-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-TRANSIT-EMPLOYER IS NUMERIC
               COMPUTE WPI-TRANSIT-EMPLOYER ROUNDED =
                   WPI-TRANSIT-EMPLOYER * WS-CUR-FACTOR
           END-IF
           IF WPI-MATERNITY-AMOUNT IS NUMERIC
               COMPUTE WPI-MATERNITY-AMOUNT ROUNDED =
                   WPI-MATERNITY-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-PENSION-AMOUNT IS NUMERIC
               COMPUTE WPI-PENSION-AMOUNT ROUNDED =
                   WPI-PENSION-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-PENSION-EMPLOYER IS NUMERIC
               COMPUTE WPI-PENSION-EMPLOYER ROUNDED =
                   WPI-PENSION-EMPLOYER * WS-CUR-FACTOR
           END-IF
           IF WPI-INSS-COMBINED-BASE IS NUMERIC
               COMPUTE WPI-INSS-COMBINED-BASE ROUNDED =
                   WPI-INSS-COMBINED-BASE * WS-CUR-FACTOR
           END-IF
           IF WPI-INSS-STANDALONE IS NUMERIC
               COMPUTE WPI-INSS-STANDALONE ROUNDED =
                   WPI-INSS-STANDALONE * WS-CUR-FACTOR
           END-IF
           IF WPI-COMMISSION-AMOUNT IS NUMERIC
               COMPUTE WPI-COMMISSION-AMOUNT ROUNDED =
                   WPI-COMMISSION-AMOUNT * WS-CUR-FACTOR
           END-IF
           IF WPI-COMMISSION-DSR IS NUMERIC
               COMPUTE WPI-COMMISSION-DSR ROUNDED =
                   WPI-COMMISSION-DSR * WS-CUR-FACTOR
           END-IF
           IF WPI-ADVANCE-CARRY-IN IS NUMERIC
               COMPUTE WPI-ADVANCE-CARRY-IN ROUNDED =
                   WPI-ADVANCE-CARRY-IN * WS-CUR-FACTOR
           END-IF
           IF WPI-ADVANCE-RESIDUE IS NUMERIC
               COMPUTE WPI-ADVANCE-RESIDUE ROUNDED =
                   WPI-ADVANCE-RESIDUE * WS-CUR-FACTOR
           END-IF.

      *> Historico indexado de folha: mesma mascara no detalhe, chave
      *> regravada com a matricula nova (competencia e sequencia
      *> ficam).
       MASK-PAYROLL-INDEX.
           MOVE "payroll_history_ix.dat" TO WS-CUR-FILE
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HISTORY-IX-FILE
           IF WS-HISTIX-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT HISTORY-IX-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE HISTORY-IX-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ HISTORY-IX-FILE NEXT RECORD
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE PHX-DETAIL TO WS-PAY-IMAGE
                       PERFORM MASK-PAY-IMAGE
                       MOVE PAYROLL-HISTORY-IX-RECORD
                           TO HISTORY-IX-OUT-RECORD
                       MOVE WS-PAY-IMAGE TO PXO-DETAIL
                       MOVE PHX-EMP-ID TO WS-LOOKUP-ID
                       PERFORM MAP-EMPLOYEE-ID
                       IF WS-MAP-MATCH > 0
                           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                               TO PXO-EMP-ID
                       END-IF
                       WRITE HISTORY-IX-OUT-RECORD
                           INVALID KEY
                               DISPLAY "Aviso: chave duplicada no "
                                       "historico indexado: " PXO-KEY
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE HISTORY-IX-FILE
           CLOSE HISTORY-IX-OUT-FILE
           PERFORM NOTE-FILE-COPIED.

      *> Diario salarial: salario antigo e novo pelo mesmo fator; o
      *> aprovador e matricula e tambem e trocado.
       MASK-SALARY-HISTORY.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO SALARY-HISTORY-RECORD
                       PERFORM MASK-SALARY-HISTORY-RECORD
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE SALARY-HISTORY-RECORD TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-SALARY-HISTORY-RECORD.
           MOVE SH-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               ADD 1 TO WS-FILE-MASKED
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO SH-EMP-ID
               MOVE WS-MAP-FACTOR(WS-MAP-MATCH) TO WS-CUR-FACTOR
               IF SH-OLD-SALARY IS NUMERIC
                   COMPUTE SH-OLD-SALARY ROUNDED =
                       SH-OLD-SALARY * WS-CUR-FACTOR
               END-IF
               IF SH-NEW-SALARY IS NUMERIC
                   COMPUTE SH-NEW-SALARY ROUNDED =
                       SH-NEW-SALARY * WS-CUR-FACTOR
               END-IF
           END-IF
           MOVE SH-APPROVER-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO SH-APPROVER-ID
           END-IF.

      *> ==============================================================
      *> Transacoes de manutencao (capturadas, pendentes, de
      *> reajuste) e fila de aprovacao salarial: a imagem de
      *> transacao traz nome, salario e nascimento.
      *> ==============================================================
       MASK-TRANS-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO TRANSACTION-RECORD
                       PERFORM MASK-TRANS-IMAGE
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE TRANSACTION-RECORD TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-TRANS-IMAGE.
           MOVE 0 TO WS-CUR-FACTOR
           MOVE TRANS-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               ADD 1 TO WS-FILE-MASKED
               MOVE WS-MAP-FACTOR(WS-MAP-MATCH) TO WS-CUR-FACTOR
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO TRANS-EMP-ID
               IF TRANS-EMP-NAME NOT = SPACES
                   MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO TRANS-EMP-NAME
               END-IF
               IF TRANS-BIRTH-DATE IS NUMERIC AND TRANS-BIRTH-YEAR > 0
                   MOVE WS-MAP-BIRTH-DAY(WS-MAP-MATCH)
                       TO TRANS-BIRTH-DAY
               END-IF
               IF TRANS-EMP-SALARY IS NUMERIC
                   COMPUTE TRANS-EMP-SALARY ROUNDED =
                       TRANS-EMP-SALARY * WS-CUR-FACTOR
               END-IF
           END-IF
           MOVE TRANS-MANAGER-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO TRANS-MANAGER-ID
           END-IF
           MOVE TRANS-USER-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO TRANS-USER-ID
           END-IF.

       MASK-APPROVAL-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO SALARY-APPROVAL-RECORD
                       MOVE SAP-TRANS-IMAGE TO TRANSACTION-RECORD
                       PERFORM MASK-TRANS-IMAGE
                       MOVE TRANSACTION-RECORD TO SAP-TRANS-IMAGE
                       IF WS-CUR-FACTOR > 0 AND
                          SAP-OLD-SALARY IS NUMERIC
                           COMPUTE SAP-OLD-SALARY ROUNDED =
                               SAP-OLD-SALARY * WS-CUR-FACTOR
                       END-IF
                       MOVE SAP-APPROVER-ID TO WS-LOOKUP-ID
                       PERFORM MAP-EMPLOYEE-ID
                       IF WS-MAP-MATCH > 0
                           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                               TO SAP-APPROVER-ID
                       END-IF
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE SALARY-APPROVAL-RECORD TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

      *> ==============================================================
      *> Feed de RH: mesma troca, header preservado e trailer com a
      *> contagem e o hash do salario mascarado.
      *> ==============================================================
       MASK-HR-FEED.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-FILE-CONTROL-AREA
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-GEN-BUFFER
                       PERFORM MASK-HR-FEED-RECORD
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-HR-FEED-RECORD.
           MOVE WS-GEN-BUFFER(1:33) TO FCT-RECORD
           IF FCT-IS-HEADER
               EXIT PARAGRAPH
           END-IF
           IF FCT-IS-TRAILER
               MOVE FCT-ACTUAL-COUNT TO FCT-RECORD-COUNT
               MOVE FCT-ACTUAL-HASH  TO FCT-SALARY-HASH
               MOVE FCT-RECORD TO WS-GEN-BUFFER(1:33)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-BUFFER TO HR-FEED-RECORD
           MOVE HR-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               ADD 1 TO WS-FILE-MASKED
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO HR-EMP-ID
               MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO HR-EMP-NAME
               IF HR-BIRTH-DATE IS NUMERIC AND HR-BIRTH-YEAR > 0
                   MOVE WS-MAP-BIRTH-DAY(WS-MAP-MATCH) TO HR-BIRTH-DAY
               END-IF
               IF HR-MONTHLY-SALARY IS NUMERIC
                   COMPUTE HR-MONTHLY-SALARY ROUNDED =
                       HR-MONTHLY-SALARY * WS-MAP-FACTOR(WS-MAP-MATCH)
               END-IF
           END-IF
           ADD 1 TO FCT-ACTUAL-COUNT
           IF HR-MONTHLY-SALARY IS NUMERIC
               ADD HR-MONTHLY-SALARY TO FCT-ACTUAL-HASH
           END-IF
           MOVE SPACES TO WS-GEN-BUFFER
           MOVE HR-FEED-RECORD TO WS-GEN-BUFFER.

      *> ==============================================================
      *> Cargas legadas (input.dat e afins): matricula de 3 posicoes,
      *> que e a de 6 com zeros a esquerda - sai como os 3 ultimos
      *> digitos da matricula nova.
      *> ==============================================================
       MASK-LEGACY-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-GEN-BUFFER
                       PERFORM MASK-LEGACY-RECORD
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-LEGACY-RECORD.
           MOVE WS-GEN-BUFFER TO DATA-RECORD
           MOVE "000" TO WS-LOOKUP-ID(1:3)
           MOVE EMP-ID TO WS-LOOKUP-ID(4:3)
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)(4:3) TO EMP-ID
           MOVE WS-MAP-NEW-NAME(WS-MAP-MATCH) TO EMP-NOME
           IF EMP-SALARIO IS NUMERIC
               COMPUTE WS-SCALE-AMOUNT ROUNDED =
                   EMP-SALARIO * WS-MAP-FACTOR(WS-MAP-MATCH)
               IF WS-SCALE-AMOUNT < 100000
                   MOVE WS-SCALE-AMOUNT TO EMP-SALARIO
               END-IF
           END-IF
           MOVE DATA-RECORD TO WS-GEN-BUFFER(1:57).

      *> ==============================================================
      *> Arquivos anuais do historico de folha (payroll_archive_AAAA,
      *> PAYARCH.cpy), um por ano selado em payroll_seal.dat: cada
      *> detalhe passa pela mesma mascara do historico de folha, e os
      *> trailers TRL (por natureza de pagamento) e TOT saem com a
      *> quantidade e os hashes de bruto e liquido recalculados dos
      *> valores ja mascarados - o que o YEAR-END-SEAL confere na
      *> releitura. O registro de selagem vai para o destino com os
      *> totais do ano tambem recalculados; ano, data, hora e nome do
      *> arquivo anual ficam.
      *> ==============================================================
       MASK-PAYROLL-ARCHIVES.
           MOVE "payroll_seal.dat" TO WS-CUR-FILE
           MOVE 0 TO WS-SEAL-READ
           MOVE 0 TO WS-SEAL-MASKED
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PAYROLL-SEAL-FILE
           IF PSL-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT TARGET-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE PAYROLL-SEAL-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-SEAL-EOF
           PERFORM UNTIL WS-SEAL-EOF = "Y" OR WS-ERROR-FLAG = "Y"
               READ PAYROLL-SEAL-FILE
                   AT END MOVE "Y" TO WS-SEAL-EOF
                   NOT AT END
                       ADD 1 TO WS-SEAL-READ
                       PERFORM MASK-SEAL-RECORD
               END-READ
           END-PERFORM
           CLOSE PAYROLL-SEAL-FILE
           CLOSE TARGET-FILE
           MOVE "payroll_seal.dat" TO WS-CUR-FILE
           MOVE WS-SEAL-READ TO WS-FILE-READ
           MOVE WS-SEAL-MASKED TO WS-FILE-MASKED
           PERFORM NOTE-FILE-COPIED.

      *> Arquivo anual ausente: o registro de selagem sai com os
      *> totais originais, que nao tem dado de ninguem.
       MASK-SEAL-RECORD.
           IF PSL-YEAR IS NUMERIC
               MOVE SPACES TO WS-CUR-FILE
               STRING "payroll_archive_" PSL-YEAR ".dat"
                      DELIMITED BY SIZE INTO WS-CUR-FILE
               PERFORM MASK-ARCHIVE-FILE
               IF WS-ARCHIVE-DONE = "S"
                   ADD 1 TO WS-SEAL-MASKED
                   MOVE WS-ARC-COUNT TO PSL-RECORDS
                   MOVE WS-ARC-GROSS TO PSL-GROSS-HASH
                   MOVE WS-ARC-NET   TO PSL-NET-HASH
               END-IF
           END-IF
           MOVE SPACES TO WS-GEN-BUFFER
           MOVE PAYROLL-SEAL-RECORD TO WS-GEN-BUFFER
           PERFORM WRITE-TARGET-RECORD.

       MASK-ARCHIVE-FILE.
           MOVE "N" TO WS-ARCHIVE-DONE
           MOVE 0 TO WS-FILE-READ
           MOVE 0 TO WS-FILE-MASKED
           MOVE SPACES TO WS-IN-FILENAME
           STRING "../data/" WS-CUR-FILE
                  DELIMITED BY SPACE INTO WS-IN-FILENAME
           OPEN INPUT ARCHIVE-IN-FILE
           IF WS-IN-FILE-STATUS NOT = "00"
               ADD 1 TO WS-FILES-ABSENT
               DISPLAY "  " WS-CUR-FILE " ausente - nao copiado"
               EXIT PARAGRAPH
           END-IF
           PERFORM BUILD-OUT-FILENAME
           OPEN OUTPUT ARCHIVE-OUT-FILE
           IF WS-OUT-FILE-STATUS NOT = "00"
               PERFORM NOTE-TARGET-FAILURE
               CLOSE ARCHIVE-IN-FILE
               EXIT PARAGRAPH
           END-IF
           INITIALIZE WS-ARCHIVE-TOTALS
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ARCHIVE-IN-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE PAYROLL-ARCHIVE-RECORD TO ARCHIVE-OUT-RECORD
                       EVALUATE TRUE
                           WHEN PAR-DETAIL
                               PERFORM MASK-ARCHIVE-DETAIL
                           WHEN PAR-TRAILER
                               PERFORM MASK-ARCHIVE-TRAILER
                           WHEN PAR-TOTAL
                               MOVE WS-ARC-COUNT TO AOU-TRL-COUNT
                               MOVE WS-ARC-GROSS TO AOU-TRL-GROSS-HASH
                               MOVE WS-ARC-NET   TO AOU-TRL-NET-HASH
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                       WRITE ARCHIVE-OUT-RECORD
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-IN-FILE
           CLOSE ARCHIVE-OUT-FILE
           MOVE "S" TO WS-ARCHIVE-DONE
           PERFORM NOTE-FILE-COPIED.

      *> Detalhe do arquivo anual: a chave leva a matricula nova e a
      *> imagem a mascara do historico; os valores ja mascarados somam
      *> no ano e na natureza de pagamento.
       MASK-ARCHIVE-DETAIL.
           MOVE PAR-DET-IMAGE TO WS-PAY-IMAGE
           PERFORM MASK-PAY-IMAGE
           MOVE WS-PAY-IMAGE TO AOU-DET-IMAGE
           MOVE PAR-DET-EMP-ID TO WS-LOOKUP-ID
           PERFORM MAP-EMPLOYEE-ID
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-NEW-ID(WS-MAP-MATCH) TO AOU-DET-EMP-ID
           END-IF
           MOVE 0 TO WS-ARC-MATCH
           PERFORM VARYING WS-ARC-INDEX FROM 1 BY 1
                   UNTIL WS-ARC-INDEX > WS-ARC-TYPE-QTDE
               IF WS-ARC-TYPE-CODE(WS-ARC-INDEX) = WPI-PAY-TYPE
                   MOVE WS-ARC-INDEX TO WS-ARC-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-ARC-MATCH = 0 AND WS-ARC-TYPE-QTDE < 20
               ADD 1 TO WS-ARC-TYPE-QTDE
               MOVE WS-ARC-TYPE-QTDE TO WS-ARC-MATCH
               MOVE WPI-PAY-TYPE TO WS-ARC-TYPE-CODE(WS-ARC-MATCH)
           END-IF
           ADD 1 TO WS-ARC-COUNT
           IF WS-ARC-MATCH > 0
               ADD 1 TO WS-ARC-TYPE-COUNT(WS-ARC-MATCH)
           END-IF
           IF WPI-GROSS-PAY IS NUMERIC AND WPI-NET-PAY IS NUMERIC
               ADD WPI-GROSS-PAY TO WS-ARC-GROSS
               ADD WPI-NET-PAY   TO WS-ARC-NET
               IF WS-ARC-MATCH > 0
                   ADD WPI-GROSS-PAY TO WS-ARC-TYPE-GROSS(WS-ARC-MATCH)
                   ADD WPI-NET-PAY   TO WS-ARC-TYPE-NET(WS-ARC-MATCH)
               END-IF
           END-IF.

      *> O YEAR-END-SEAL grava os TRL depois de todos os detalhes,
      *> entao a natureza ja esta somada quando o trailer chega.
       MASK-ARCHIVE-TRAILER.
           MOVE 0 TO AOU-TRL-COUNT
           MOVE 0 TO AOU-TRL-GROSS-HASH
           MOVE 0 TO AOU-TRL-NET-HASH
           PERFORM VARYING WS-ARC-INDEX FROM 1 BY 1
                   UNTIL WS-ARC-INDEX > WS-ARC-TYPE-QTDE
               IF WS-ARC-TYPE-CODE(WS-ARC-INDEX) = AOU-TRL-PAY-TYPE
                   MOVE WS-ARC-TYPE-COUNT(WS-ARC-INDEX)
                       TO AOU-TRL-COUNT
                   MOVE WS-ARC-TYPE-GROSS(WS-ARC-INDEX)
                       TO AOU-TRL-GROSS-HASH
                   MOVE WS-ARC-TYPE-NET(WS-ARC-INDEX)
                       TO AOU-TRL-NET-HASH
               END-IF
           END-PERFORM.

      *> ==============================================================
      *> Cadastro de favorecidos terceiros (payee_master.dat): pensao
      *> alimenticia (PEN) e deposito judicial (JUD) sao pessoas - o
      *> alimentando, o depositario - e saem com nome, CPF/CNPJ e conta
      *> ficticios montados do codigo do favorecido, que nao muda (e a
      *> chave do favorecido nas faturas do contas a pagar). Sindicato,
      *> consignataria, operadora, previdencia e rubrica sao empresas
      *> e passam como estao.
      *> ==============================================================
       MASK-PAYEE-MASTER.
           MOVE "payee_master.dat" TO WS-CUR-FILE
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO PAYEE-MASTER-RECORD
                       IF PYE-PENSAO OR PYE-JUDICIAL
                           PERFORM MASK-PAYEE-IMAGE
                       END-IF
                       MOVE SPACES TO WS-GEN-BUFFER
                       MOVE PAYEE-MASTER-RECORD TO WS-GEN-BUFFER
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-PAYEE-IMAGE.
           ADD 1 TO WS-FILE-MASKED
           MOVE SPACES TO PYE-NAME
           STRING "BENEFICIARIO " PYE-PAYEE-ID
                  DELIMITED BY SIZE INTO PYE-NAME
           IF PYE-TAX-ID NOT = SPACES
               MOVE SPACES TO PYE-TAX-ID
               MOVE ALL "0" TO PYE-TAX-ID(1:11)
               MOVE PYE-PAYEE-ID TO PYE-TAX-ID(6:6)
           END-IF
           IF PYE-ACCOUNT NOT = SPACES
               MOVE ALL "0" TO PYE-ACCOUNT
               MOVE PYE-PAYEE-ID TO PYE-ACCOUNT(5:6)
               MOVE PYE-PAYEE-ID(6:1) TO PYE-ACCOUNT-DV
           END-IF.

      *> ==============================================================
      *> AFD dos relogios de ponto (afd_input.dat, AFDREC.cpy): a
      *> marcacao (tipo 3) identifica o empregado pelo CPF, nas duas
      *> versoes do layout, e o AFD-IMPORT casa as 11 posicoes da
      *> direita com PRS-CPF - entao o CPF verdadeiro vira o CPF
      *> ficticio que MASK-PERSONAL-DATA deu ao mesmo funcionario, e
      *> as marcacoes continuam casando no teste. CPF sem funcionario
      *> vira zeros (e continua rejeitado, como na producao). O
      *> cadastro de empregado (tipo 5) traz nome e CPF e nao e usado
      *> pela folha: nao vai para a copia. Depende da tabela de CPFs
      *> montada pelos dados pessoais, por isso roda depois deles.
      *> ==============================================================
       MASK-AFD-FILE.
           MOVE "afd_input.dat" TO WS-CUR-FILE
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO AFD-RECORD
                       IF AFD-REC-TYPE NOT = "5"
                           IF AFD-MARCACAO
                               PERFORM MASK-AFD-MARCACAO
                           END-IF
                           MOVE SPACES TO WS-GEN-BUFFER
                           MOVE AFD-RECORD TO WS-GEN-BUFFER
                           PERFORM WRITE-TARGET-RECORD
                       END-IF
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-AFD-MARCACAO.
           ADD 1 TO WS-FILE-MASKED
           IF AFD-LAYOUT-671
               MOVE AFD-671-CPF(2:11) TO WS-LOOKUP-CPF
           ELSE
               MOVE AFD-1510-PIS(2:11) TO WS-LOOKUP-CPF
           END-IF
           MOVE 0 TO WS-MAP-MATCH
           PERFORM VARYING WS-MAP-INDEX FROM 1 BY 1
                   UNTIL WS-MAP-INDEX > WS-MAP-QTDE
               IF WS-MAP-OLD-CPF(WS-MAP-INDEX) = WS-LOOKUP-CPF
                   MOVE WS-MAP-INDEX TO WS-MAP-MATCH
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH > 0
               MOVE WS-MAP-CPF(WS-MAP-MATCH) TO WS-LOOKUP-CPF
           ELSE
               MOVE ALL "0" TO WS-LOOKUP-CPF
           END-IF
           IF AFD-LAYOUT-671
               MOVE "0" TO AFD-671-CPF(1:1)
               MOVE WS-LOOKUP-CPF TO AFD-671-CPF(2:11)
           ELSE
               MOVE "0" TO AFD-1510-PIS(1:1)
               MOVE WS-LOOKUP-CPF TO AFD-1510-PIS(2:11)
           END-IF.

      *> ==============================================================
      *> Arquivos descritos em mask_layout.parm: matricula(s) nas
      *> posicoes dadas, nome de 30 posicoes e conta/cartao de
      *> terceiro. A conta vira a matricula nova mais os 4 ultimos
      *> digitos da original, com zeros a esquerda - a mesma conta
      *> original da sempre a mesma conta mascarada, entao o cadastro
      *> e os pagamentos continuam casando. Os valores de remuneracao
      *> listados na linha sao multiplicados pelo fator do
      *> funcionario; os demais valores, e header/trailer, passam como
      *> estao.
      *> ==============================================================
       MASK-LAYOUT-FILES.
           IF WS-ERROR-FLAG = "Y"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT LAYOUT-PARM-FILE
           IF WS-LAYOUT-FILE-STATUS NOT = "00"
               DISPLAY "Aviso: mask_layout.parm nao encontrado - os "
                       "demais arquivos por matricula nao serao copiados"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LAYOUT-EOF
           PERFORM UNTIL WS-LAYOUT-EOF = "Y"
               READ LAYOUT-PARM-FILE
                   AT END MOVE "Y" TO WS-LAYOUT-EOF
                   NOT AT END
                       IF LYT-FILE-NAME NOT = SPACES AND
                          LYT-ID-OFFSET(1) IS NUMERIC AND
                          LYT-ID-OFFSET(1) > 0
                           MOVE LYT-FILE-NAME TO WS-CUR-FILE
                           PERFORM MASK-LAYOUT-FILE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAYOUT-PARM-FILE.

       MASK-LAYOUT-FILE.
           PERFORM OPEN-COPY-PAIR
           IF WS-PAIR-OPEN NOT = "S"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF-FLAG
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SOURCE-FILE
                   AT END MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       ADD 1 TO WS-FILE-READ
                       MOVE SOURCE-RECORD TO WS-GEN-BUFFER
                       PERFORM MASK-LAYOUT-RECORD
                       PERFORM WRITE-TARGET-RECORD
               END-READ
           END-PERFORM
           PERFORM CLOSE-COPY-PAIR.

       MASK-LAYOUT-RECORD.
           MOVE 0 TO WS-LEAD-MATCH
           PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
                   UNTIL WS-FIELD-INDEX > 3
               IF LYT-ID-OFFSET(WS-FIELD-INDEX) IS NUMERIC AND
                  LYT-ID-OFFSET(WS-FIELD-INDEX) > 0 AND
                  LYT-ID-OFFSET(WS-FIELD-INDEX) <= 395
                   MOVE LYT-ID-OFFSET(WS-FIELD-INDEX) TO WS-FIELD-OFFSET
                   MOVE WS-GEN-BUFFER(WS-FIELD-OFFSET:6)
                       TO WS-LOOKUP-ID
                   PERFORM MAP-EMPLOYEE-ID
                   IF WS-MAP-MATCH > 0
                       MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                           TO WS-GEN-BUFFER(WS-FIELD-OFFSET:6)
                       IF WS-LEAD-MATCH = 0
                           MOVE WS-MAP-MATCH TO WS-LEAD-MATCH
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-LEAD-MATCH = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FILE-MASKED
           MOVE WS-LEAD-MATCH TO WS-MAP-MATCH

           IF LYT-NAME-OFFSET IS NUMERIC AND LYT-NAME-OFFSET > 0 AND
              LYT-NAME-OFFSET <= 371
               MOVE LYT-NAME-OFFSET TO WS-FIELD-OFFSET
               MOVE WS-GEN-BUFFER(WS-FIELD-OFFSET:30) TO WS-NAME-IN
               PERFORM MASK-THIRD-PARTY-NAME
               MOVE WS-NAME-OUT TO WS-GEN-BUFFER(WS-FIELD-OFFSET:30)
           END-IF

           IF LYT-ACCOUNT-OFFSET IS NUMERIC AND
              LYT-ACCOUNT-OFFSET > 0 AND
              LYT-ACCOUNT-LENGTH IS NUMERIC AND
              LYT-ACCOUNT-LENGTH >= 10 AND LYT-ACCOUNT-LENGTH <= 16
               MOVE LYT-ACCOUNT-OFFSET TO WS-ACCOUNT-OFFSET
               MOVE LYT-ACCOUNT-LENGTH TO WS-ACCOUNT-LENGTH
               IF WS-GEN-BUFFER(WS-ACCOUNT-OFFSET:WS-ACCOUNT-LENGTH)
                  NOT = SPACES
                   MOVE ALL "0" TO WS-ACCOUNT-WORK
                   MOVE WS-MAP-NEW-ID(WS-MAP-MATCH)
                       TO WS-ACCOUNT-WORK(WS-ACCOUNT-LENGTH - 9:6)
                   MOVE WS-GEN-BUFFER(WS-ACCOUNT-OFFSET +
                                      WS-ACCOUNT-LENGTH - 4:4)
                       TO WS-ACCOUNT-WORK(WS-ACCOUNT-LENGTH - 3:4)
                   MOVE WS-ACCOUNT-WORK(1:WS-ACCOUNT-LENGTH)
                       TO WS-GEN-BUFFER(WS-ACCOUNT-OFFSET:
                                        WS-ACCOUNT-LENGTH)
               END-IF
           END-IF

           MOVE WS-MAP-FACTOR(WS-MAP-MATCH) TO WS-CUR-FACTOR
           PERFORM VARYING WS-AMOUNT-INDEX FROM 1 BY 1
                   UNTIL WS-AMOUNT-INDEX > 8
               IF LYT-AMOUNT-OFFSET(WS-AMOUNT-INDEX) IS NUMERIC AND
                  LYT-AMOUNT-OFFSET(WS-AMOUNT-INDEX) > 0 AND
                  LYT-AMOUNT-LENGTH(WS-AMOUNT-INDEX) IS NUMERIC AND
                  LYT-AMOUNT-LENGTH(WS-AMOUNT-INDEX) > 0 AND
                  LYT-AMOUNT-LENGTH(WS-AMOUNT-INDEX) <= 12
                   PERFORM MASK-LAYOUT-AMOUNT
               END-IF
           END-PERFORM.

      *> Multiplica pelo fator o valor da coluna WS-AMOUNT-INDEX da
      *> linha de mask_layout.parm. Campo em branco ou nao numerico, ou
      *> valor que nao cabe mais no tamanho do campo, fica como esta.
       MASK-LAYOUT-AMOUNT.
           MOVE LYT-AMOUNT-OFFSET(WS-AMOUNT-INDEX) TO WS-AMOUNT-OFFSET
           MOVE LYT-AMOUNT-LENGTH(WS-AMOUNT-INDEX) TO WS-AMOUNT-LENGTH
           IF WS-AMOUNT-OFFSET + WS-AMOUNT-LENGTH - 1 > 400
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-START = 16 - WS-AMOUNT-LENGTH
           MOVE ALL "0" TO WS-AMOUNT-DIGITS
           MOVE WS-GEN-BUFFER(WS-AMOUNT-OFFSET:WS-AMOUNT-LENGTH)
               TO WS-AMOUNT-DIGITS(WS-AMOUNT-START:WS-AMOUNT-LENGTH)
           IF WS-AMOUNT-VALUE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AMOUNT-VALUE ROUNDED =
               WS-AMOUNT-VALUE * WS-CUR-FACTOR
           IF WS-AMOUNT-DIGITS(1:WS-AMOUNT-START - 1) NOT = ZEROS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AMOUNT-DIGITS(WS-AMOUNT-START:WS-AMOUNT-LENGTH)
               TO WS-GEN-BUFFER(WS-AMOUNT-OFFSET:WS-AMOUNT-LENGTH).

       CLEANUP.
           IF WS-LOCK-HELD = "S"
               PERFORM MST-LOCK-RELEASE-SHARED
           END-IF
           DISPLAY " "
           DISPLAY "=== RESUMO DA COPIA MASCARADA ==="
           DISPLAY "Matriculas mascaradas: " WS-MAP-QTDE
           DISPLAY "Arquivos copiados: " WS-FILES-COPIED
                   " (retratos: " WS-SNAP-FILES ")"
           DISPLAY "Arquivos ausentes na origem: " WS-FILES-ABSENT
           DISPLAY "Registros lidos: " WS-TOTAL-READ
           DISPLAY "Registros mascarados: " WS-TOTAL-MASKED
           IF WS-ERROR-FLAG = "Y"
               DISPLAY "*** COPIA INCOMPLETA - NAO USE O DESTINO ***"
           END-IF.

       WRITE-JOB-LOG-ENTRY.
           MOVE "TEST-DATA-MASK" TO JRL-PROGRAM-NAME
           MOVE BDT-DATE TO JRL-RUN-DATE
           ACCEPT JRL-RUN-TIME FROM TIME
           MOVE WS-TOTAL-READ TO JRL-RECORDS-PROCESSED
           MOVE WS-FILES-ABSENT TO JRL-RECORDS-REJECTED
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
                   WS-TOTAL-READ / JRL-ELAPSED-SECONDS
           ELSE
               MOVE WS-TOTAL-READ TO WS-THROUGHPUT
           END-IF
           DISPLAY "Tempo de execucao: " JRL-ELAPSED-SECONDS " segundo(s)"
           DISPLAY "Vazao: " WS-THROUGHPUT " registros/segundo".

       COPY CPFVAL-RTN.
       COPY BUSDATE-RTN.
       COPY MSTLOCK-RTN.
       COPY NAMEKEY-RTN.
