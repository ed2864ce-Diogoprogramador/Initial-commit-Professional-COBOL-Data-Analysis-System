      *> PAYCAL.cpy
      *> Campos de trabalho do corte de entradas da folha (COPY
      *> PAYCAL-RTN na PROCEDURE DIVISION, COPY PAYCAL-FD e
      *> LATEENT-FD na FILE SECTION e os SELECTs de
      *> PAYROLL-CALENDAR-FILE e LATE-ENTRY-FILE no programa). O
      *> programa move o tipo de entrada para PCL-REQ-TYPE, a
      *> competencia natural da entrada para PCL-REQ-PERIOD e a data
      *> de recebimento para PCL-REQ-RECEIVED e executa
      *> PCL-ROUTE-ENTRY: PCL-ROUTED-PERIOD traz a competencia que
      *> deve receber a entrada e PCL-ENTRY-LATE diz se ela chegou
      *> depois do corte (PCL-CUTOFF-DATE = corte da competencia
      *> natural). Entrada atrasada e registrada com
      *> PCL-LOG-LATE-ENTRY, depois de preencher PCL-LOG-SOURCE,
      *> PCL-LOG-EMP-ID e PCL-LOG-DETAIL. O calendario e carregado uma
      *> vez, na primeira consulta; sem payroll_calendar.dat nenhuma
      *> entrada e atrasada.
       01 WS-PAYROLL-CALENDAR-AREA.
           05 PCL-FILE-STATUS     PIC XX.
           05 PCL-LTE-FILE-STATUS PIC XX.
           05 PCL-LOADED-FLAG     PIC X VALUE "N".
               88 PCL-CALENDAR-LOADED VALUE "S".
           05 PCL-CAL-QTDE        PIC 99 VALUE 0.
           05 PCL-CAL-ENTRADAS OCCURS 60 TIMES.
               10 PCL-TAB-PERIOD  PIC 9(6).
               10 PCL-TAB-CUTOFF  PIC 9(8) OCCURS 6 TIMES.
               10 PCL-TAB-CALC    PIC 9(8).
               10 PCL-TAB-PAY     PIC 9(8).
           05 PCL-INDEX           PIC 99.
           05 PCL-MATCH           PIC 99.
           05 PCL-TYPE-INDEX      PIC 9.
           05 PCL-STEPS           PIC 99.
           05 PCL-WORK-CUTOFF     PIC 9(8).
           05 PCL-REQ-TYPE        PIC X(3).
               88 PCL-TIPO-PONTO      VALUE "PON".
               88 PCL-TIPO-AUSENCIA   VALUE "AUS".
               88 PCL-TIPO-EXTRA      VALUE "EXT".
               88 PCL-TIPO-MANUTENCAO VALUE "MAN".
               88 PCL-TIPO-SUPLEMENTAR VALUE "SUP".
               88 PCL-TIPO-DEPENDENTE VALUE "DEP".
           05 PCL-REQ-PERIOD      PIC 9(6).
           05 PCL-REQ-RECEIVED    PIC 9(8).
           05 PCL-ROUTED-PERIOD   PIC 9(6).
           05 PCL-ROUTED-PERIOD-R REDEFINES PCL-ROUTED-PERIOD.
               10 PCL-ROUTED-YEAR  PIC 9999.
               10 PCL-ROUTED-MONTH PIC 99.
           05 PCL-CUTOFF-DATE     PIC 9(8).
           05 PCL-LATE-FLAG       PIC X.
               88 PCL-ENTRY-LATE    VALUE "L".
               88 PCL-ENTRY-ON-TIME VALUE " ".
           05 PCL-LOG-SOURCE      PIC X(20).
           05 PCL-LOG-EMP-ID      PIC X(6).
           05 PCL-LOG-DETAIL      PIC X(30).
           05 PCL-LOGGED          PIC 9(5) VALUE 0.
