      *> ABSPEND.cpy
      *> Layout dos dias sem apontamento a confirmar pelo gestor
      *> (../data/absence_pending.dat): um registro por funcionario e
      *> dia util (BIZDAY-RTN) da competencia em que nao ha linha em
      *> timesheet_input.dat nem afastamento lancado, dentro da
      *> admissao e do desligamento do mestre. Gravado pelo
      *> ABSENCE-DETECT, decidido pelo gestor no ABSENCE-CONFIRM.
      *> Situacao (APN-STATUS):
      *>   P pendente - aguardando o gestor; passa de uma competencia
      *>     para a outra ate ser decidido, nunca e descartado
      *>   C confirmada como falta - o proximo ABSENCE-DETECT grava a
      *>     falta FNJ e a perda do DSR da semana em
      *>     absence_transactions.dat e passa para G
      *>   G gerada - APN-PAY-PERIOD e a competencia em que o
      *>     PAYROLL-RUN desconta o dia
      *>   J justificada pelo gestor - nada a descontar
      *>   R resolvida - o apontamento ou o afastamento do dia chegou
      *>     depois da deteccao
      *> APN-MANAGER-ID e o gestor (MST-MANAGER-ID) na deteccao;
      *> APN-DECIDED-BY e APN-DECISION-DATE, quem decidiu e quando.
       01 ABSENCE-PENDING-RECORD.
           05 APN-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 APN-ABSENCE-DATE    PIC 9(8).
           05 FILLER              PIC X.
           05 APN-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 APN-MANAGER-ID      PIC X(6).
           05 FILLER              PIC X.
           05 APN-STATUS          PIC X.
               88 APN-PENDENTE    VALUE "P".
               88 APN-CONFIRMADA  VALUE "C".
               88 APN-GERADA      VALUE "G".
               88 APN-JUSTIFICADA VALUE "J".
               88 APN-RESOLVIDA   VALUE "R".
           05 FILLER              PIC X.
           05 APN-DETECTED-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 APN-DECISION-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 APN-DECIDED-BY      PIC X(6).
           05 FILLER              PIC X.
           05 APN-PAY-PERIOD      PIC 9(6).
