      *> INSSLV.cpy
      *> Campos de trabalho da rotina compartilhada de afastamentos
      *> previdenciarios (COPY INSSLV-RTN na PROCEDURE DIVISION).
      *> Licenca medica (MED) nao e remunerada pela empresa alem dos
      *> primeiros 15 dias: do 16o dia em diante o funcionario esta
      *> em auxilio-doenca pago pelo INSS e sai da folha. Licencas
      *> MED do mesmo funcionario que recomecam ate 60 dias depois do
      *> fim da anterior contam juntas - os 15 dias da empresa sao
      *> da cadeia inteira, nao de cada atestado. Licenca-maternidade
      *> (MAT, 120 dias) e paga pela empresa e compensada no INSS
      *> patronal da GPS. O programa move cada afastamento MED/MAT
      *> para ILV-NEW-EMP-ID/ILV-NEW-TYPE/ILV-NEW-START/ILV-NEW-END
      *> (datas AAAAMMDD) e executa ILV-INSERT-LEAVE, que guarda a
      *> tabela em ordem de matricula e inicio; depois de carregar
      *> todos, executa ILV-LINK-CHAINS e recebe em cada entrada:
      *>   ILV-BENEFIT-START  primeiro dia a cargo do INSS (AAAAMMDD)
      *>                      - zeros quando a cadeia ainda esta nos
      *>                      dias da empresa; na MAT, o proprio
      *>                      inicio;
      *>   ILV-CHAIN-START    inicio da cadeia de licencas ligadas;
      *>   ILV-CHAIN-DAYS     dias acumulados da cadeia ate o fim
      *>                      desta licenca.
      *> Tabela cheia (ILV-OVERFLOW "S") descarta o afastamento e o
      *> programa avisa a operacao.
       01 WS-INSS-LEAVE-AREA.
           05 ILV-QTDE                  PIC 9(4) VALUE 0.
           05 ILV-ENTRADAS OCCURS 1000 TIMES.
               10 ILV-EMP-ID            PIC X(6).
               10 ILV-TYPE              PIC X(3).
                   88 ILV-MEDICA        VALUE "MED".
                   88 ILV-MATERNIDADE   VALUE "MAT".
               10 ILV-START             PIC 9(8).
               10 ILV-END               PIC 9(8).
               10 ILV-START-INT         PIC 9(7).
               10 ILV-END-INT           PIC 9(7).
               10 ILV-BENEFIT-START     PIC 9(8).
               10 ILV-BENEFIT-INT       PIC 9(7).
               10 ILV-CHAIN-START       PIC 9(8).
               10 ILV-CHAIN-DAYS        PIC 9(5).
           05 ILV-INDEX                 PIC 9(4).
           05 ILV-SHIFT                 PIC 9(4).
           05 ILV-NEW-EMP-ID            PIC X(6).
           05 ILV-NEW-TYPE              PIC X(3).
           05 ILV-NEW-START             PIC 9(8).
           05 ILV-NEW-END               PIC 9(8).
           05 ILV-OVERFLOW              PIC X VALUE "N".
           05 ILV-PREV-EMP-ID           PIC X(6).
           05 ILV-PREV-END-INT          PIC 9(7).
           05 ILV-RUN-DAYS              PIC 9(5).
           05 ILV-RUN-START             PIC 9(8).
           05 ILV-REMAINING             PIC S9(5).
           05 ILV-EMPLOYER-DAYS         PIC 99 VALUE 15.
           05 ILV-LINK-DAYS             PIC 99 VALUE 60.
