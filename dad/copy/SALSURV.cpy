      *> SALSURV.cpy
      *> Layout da pesquisa salarial de mercado comprada uma vez por
      *> ano (salary_survey.dat): ano da pesquisa, chave do cargo,
      *> regiao e os percentis 25, 50 (mediana) e 75 do salario
      *> mensal de tempo integral, com o tamanho da amostra. A chave
      *> e o codigo do cargo (POS-CODE, ver POSMST.cpy) quando o
      *> fornecedor fez o casamento com o nosso mestre de cargos, ou
      *> o codigo CBO de 6 digitos (POS-CBO-CODE) nos demais casos.
      *> SVY-REGION e a sigla da UF ou "BR" para a linha nacional,
      *> que vale para qualquer regiao sem linha propria. Lida pelo
      *> MARKET-SURVEY, que leva a pesquisa aos cargos e grades.
       01 SALARY-SURVEY-RECORD.
           05 SVY-YEAR            PIC 9(4).
           05 FILLER              PIC X.
           05 SVY-JOB-KEY         PIC X(6).
           05 FILLER              PIC X.
           05 SVY-REGION          PIC X(2).
           05 FILLER              PIC X.
           05 SVY-P25             PIC 9(8)V99.
           05 FILLER              PIC X.
           05 SVY-P50             PIC 9(8)V99.
           05 FILLER              PIC X.
           05 SVY-P75             PIC 9(8)V99.
           05 FILLER              PIC X.
           05 SVY-SAMPLE          PIC 9(5).
