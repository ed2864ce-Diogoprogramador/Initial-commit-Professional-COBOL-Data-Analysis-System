      *> COMMAVG.cpy
      *> Campos de trabalho da media de comissoes para 13o e ferias
      *> (COPY COMMAVG-RTN na PROCEDURE DIVISION; o programa declara
      *> PAYROLL-HISTORY-FILE com o layout PAYDTL prefixado PH- e
      *> WS-HISTORY-FILE-STATUS, PAYROLL-ARCHIVE-FILE com o layout
      *> PAYARCH (ASSIGN DYNAMIC PSL-ARCHIVE-NAME) e
      *> WS-ARCHIVE-FILE-STATUS, e usa a consulta PAYSEAL/PAYSEAL-RTN
      *> - os meses de ano selado vem do arquivo anual). O programa
      *> move a primeira e a ultima competencia da janela (AAAAMM, no
      *> maximo 12 meses) para CAV-FROM-PERIOD/CAV-TO-PERIOD e executa
      *> CAV-LOAD-AVERAGES uma vez; depois, para cada funcionario,
      *> move a matricula para CAV-EMP-ID e executa CAV-GET-AVERAGE:
      *> CAV-AVERAGE traz a media mensal da comissao com o seu DSR
      *> (PH-COMMISSION-AMOUNT + PH-COMMISSION-DSR das folhas mensais
      *> da janela) e CAV-MONTHS os meses com folha que entraram na
      *> conta. Cada mes conta uma vez - a ultima folha do mes lida
      *> vale - e mes com folha sem comissao entra com zero. So quem
      *> teve comissao na janela ocupa a tabela. CAV-LOAD-AVERAGES
      *> mexe em PSL-REQ-YEAR e PSL-ARCHIVE-NAME.
       01 WS-COMMISSION-AVERAGE-AREA.
           05 CAV-FROM-PERIOD     PIC 9(6).
           05 CAV-TO-PERIOD       PIC 9(6).
           05 CAV-WORK-PERIOD     PIC 9(6).
           05 CAV-WORK-AMOUNT     PIC 9(8)V99.
           05 CAV-EOF             PIC X.
           05 CAV-PASS            PIC 9.
           05 CAV-YEAR            PIC 9999.
           05 CAV-FIRST-YEAR      PIC 9999.
           05 CAV-LAST-YEAR       PIC 9999.
           05 CAV-QTDE            PIC 9(3) VALUE 0.
           05 CAV-ENTRADAS OCCURS 500 TIMES.
               10 CAV-TAB-ID          PIC X(6).
               10 CAV-TAB-MES OCCURS 12 TIMES.
                   15 CAV-TAB-FLAG        PIC X.
                   15 CAV-TAB-AMOUNT      PIC 9(8)V99.
           05 CAV-INDEX           PIC 9(3).
           05 CAV-MATCH           PIC 9(3).
           05 CAV-MONTH-INDEX     PIC 99.
           05 CAV-EMP-ID          PIC X(6).
           05 CAV-SUM             PIC 9(10)V99.
           05 CAV-MONTHS          PIC 99.
           05 CAV-AVERAGE         PIC 9(8)V99.
