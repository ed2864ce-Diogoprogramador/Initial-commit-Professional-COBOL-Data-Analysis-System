      *> COSTALOC.cpy
      *> Rateio do custo do funcionario entre centros de custo
      *> (cost_allocation.dat): uma linha por funcionario e centro,
      *> com o percentual e a vigencia (AAAAMM, janela em branco ou
      *> zerada vale desde sempre/para sempre, como payroll.parm). As
      *> linhas em vigor de um funcionario precisam somar 100% - o
      *> proprio centro do departamento pode aparecer como uma delas.
      *> Funcionario sem linhas em vigor fica inteiro no centro de
      *> custo do departamento (DEPT-COST-CENTER), como sempre foi.
      *> Lido pelo GL-EXPORT (diario contabil), pelo
      *> COST-CENTER-ROLLUP e pelo BUDGET-VARIANCE - o rateio deixa de
      *> ser refeito em planilha depois de cada fechamento.
       01 COST-ALLOCATION-RECORD.
           05 CAL-EMP-ID          PIC X(6).
           05 FILLER              PIC X.
           05 CAL-COST-CENTER     PIC X(6).
           05 FILLER              PIC X.
           05 CAL-PCT             PIC 999V99.
           05 FILLER              PIC X.
           05 CAL-VALID-FROM      PIC X(6).
           05 FILLER              PIC X.
           05 CAL-VALID-TO        PIC X(6).
