      *> AFDREC.cpy
      *> Layout do Arquivo Fonte de Dados (AFD) dos relogios de ponto
      *> certificados (afd_input.dat): uma linha por registro, com o
      *> numero sequencial do registro (NSR) e o tipo. So o tipo 3,
      *> marcacao de ponto, interessa a folha - cabecalho (1), dados
      *> da empresa (2), ajuste de relogio (4), cadastro de empregado
      *> (5) e os demais sao ignorados pelo AFD-IMPORT.
      *> O relogio antigo (Portaria 1510) grava a marcacao como data
      *> DDMMAAAA, hora HHMM e o PIS do empregado (AFD-1510-*); o
      *> relogio novo (Portaria 671) grava data e hora no formato
      *> AAAA-MM-DDThh:mm:00-0300 e o CPF com 12 posicoes (AFD-671-*).
      *> O hifen na quinta posicao do detalhe (AFD-LAYOUT-671)
      *> distingue os dois. O numero do trabalhador das duas versoes
      *> e conferido, pelas 11 posicoes da direita, com PRS-CPF
      *> (PERSDATA.cpy).
       01 AFD-RECORD.
           05 AFD-NSR                 PIC 9(9).
           05 AFD-REC-TYPE            PIC X.
               88 AFD-MARCACAO        VALUE "3".
           05 AFD-DETAIL              PIC X(90).
           05 AFD-1510 REDEFINES AFD-DETAIL.
               10 AFD-1510-DAY        PIC 99.
               10 AFD-1510-MONTH      PIC 99.
               10 AFD-1510-YEAR       PIC 9999.
               10 AFD-1510-HOUR       PIC 99.
               10 AFD-1510-MINUTE     PIC 99.
               10 AFD-1510-PIS        PIC X(12).
               10 FILLER              PIC X(66).
           05 AFD-671 REDEFINES AFD-DETAIL.
               10 AFD-671-YEAR        PIC 9999.
               10 AFD-671-SEP         PIC X.
                   88 AFD-LAYOUT-671  VALUE "-".
               10 AFD-671-MONTH       PIC 99.
               10 FILLER              PIC X.
               10 AFD-671-DAY         PIC 99.
               10 FILLER              PIC X.
               10 AFD-671-HOUR        PIC 99.
               10 FILLER              PIC X.
               10 AFD-671-MINUTE      PIC 99.
               10 FILLER              PIC X(8).
               10 AFD-671-CPF         PIC X(12).
               10 AFD-671-CRC         PIC X(4).
               10 FILLER              PIC X(50).
