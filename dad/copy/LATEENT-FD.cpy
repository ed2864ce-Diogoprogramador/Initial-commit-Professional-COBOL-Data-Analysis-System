      *> LATEENT-FD.cpy
      *> FD do registro de entradas atrasadas da folha
      *> (late_entries.dat): uma linha por entrada recebida depois do
      *> corte da sua competencia (PAYCAL-FD.cpy) e empurrada para a
      *> competencia seguinte pela rotina PCL-LOG-LATE-ENTRY
      *> (PAYCAL-RTN.cpy). Gravado em EXTEND pelas cargas; lido pelo
      *> LATE-ENTRY-REPORT, que totaliza por origem e por
      *> departamento para o RH cobrar os reincidentes.
      *>   LTE-SOURCE        programa que recebeu a entrada;
      *>   LTE-INPUT-TYPE    tipo de corte (PON/AUS/EXT/MAN/SUP/DEP);
      *>   LTE-ORIG-PERIOD   competencia natural da entrada;
      *>   LTE-ROUTED-PERIOD competencia para onde ela foi;
      *>   LTE-RECEIVED-DATE data de negocio do recebimento;
      *>   LTE-CUTOFF-DATE   corte da competencia natural;
      *>   LTE-DETAIL        descricao curta da entrada.
      *> Cada programa declara o proprio SELECT, com FILE STATUS
      *> PCL-LTE-FILE-STATUS (PAYCAL.cpy).
       FD LATE-ENTRY-FILE.
       01 LATE-ENTRY-RECORD.
           05 LTE-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 LTE-SOURCE          PIC X(20).
           05 FILLER              PIC X.
           05 LTE-INPUT-TYPE      PIC X(3).
           05 FILLER              PIC X.
           05 LTE-ORIG-PERIOD     PIC 9(6).
           05 FILLER              PIC X.
           05 LTE-ROUTED-PERIOD   PIC 9(6).
           05 FILLER              PIC X.
           05 LTE-RECEIVED-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 LTE-CUTOFF-DATE     PIC 9(8).
           05 FILLER              PIC X.
           05 LTE-DETAIL          PIC X(30).
