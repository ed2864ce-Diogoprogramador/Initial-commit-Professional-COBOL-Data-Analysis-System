      *> EXTEMPL.cpy
      *> Layout do arquivo de declaracoes de vinculo externo
      *> (external_employment.dat): uma linha por funcionario e
      *> competencia (AAAAMM) para quem declarou ao RH outro emprego
      *> fora do grupo, com o salario de contribuicao do outro
      *> empregador e o INSS que ele ja reteve no mes. O PAYROLL-RUN
      *> le so as linhas da competencia de referencia e soma o salario
      *> externo a base combinada do CPF (PERSDATA.cpy) para aplicar o
      *> teto do INSS uma unica vez: o INSS ja retido fora abate o que
      *> as empresas do grupo ainda descontam. Varias linhas do mesmo
      *> funcionario e competencia (mais de um empregador externo) sao
      *> SOMADAS na carga. EXT-EMPLOYER-ID e EXT-EMPLOYER-NAME sao
      *> informativos (CNPJ e razao social do outro empregador, como
      *> constam da declaracao).
       01 EXTERNAL-EMPLOYMENT-RECORD.
           05 EXT-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 EXT-REF-PERIOD      PIC 9(6).
           05 FILLER              PIC X.
           05 EXT-EMPLOYER-ID     PIC X(14).
           05 FILLER              PIC X.
           05 EXT-EMPLOYER-NAME   PIC X(30).
           05 FILLER              PIC X.
           05 EXT-SALARY          PIC 9(8)V99.
           05 FILLER              PIC X.
           05 EXT-INSS-WITHHELD   PIC 9(8)V99.
