      *> PAYSEAL-FD.cpy
      *> FD do registro de selagem anual do historico de folha
      *> (payroll_seal.dat), gravado pelo YEAR-END-SEAL: uma linha por
      *> ano-base selado, depois de o ano ter sido copiado do
      *> historico indexado para o arquivo anual
      *> (payroll_archive_<AAAA>.dat, PAYARCH.cpy) e conferido na
      *> releitura. Ano selado sai do historico vivo: nenhuma rodada
      *> lanca mais nele, e o informe anual, o acerto retroativo e a
      *> consulta ao funcionario leem o ano pelo arquivo anual.
      *>   PSL-RECORDS/PSL-GROSS-HASH/PSL-NET-HASH  totais do ano
      *>                 gravados no trailer "TOT" do arquivo anual;
      *>   PSL-ARCHIVE   nome do arquivo anual.
      *> Mesmo criterio do CTLLEDG-FD.cpy: o FD fica no copybook e
      *> cada programa declara o proprio SELECT, com FILE STATUS
      *> PSL-FILE-STATUS.
       FD PAYROLL-SEAL-FILE.
       01 PAYROLL-SEAL-RECORD.
           05 PSL-YEAR            PIC 9999.
           05 FILLER              PIC X.
           05 PSL-SEAL-DATE       PIC 9(8).
           05 FILLER              PIC X.
           05 PSL-SEAL-TIME       PIC 9(6).
           05 FILLER              PIC X.
           05 PSL-RECORDS         PIC 9(7).
           05 FILLER              PIC X.
           05 PSL-GROSS-HASH      PIC 9(13)V99.
           05 FILLER              PIC X.
           05 PSL-NET-HASH        PIC 9(13)V99.
           05 FILLER              PIC X.
           05 PSL-ARCHIVE         PIC X(40).
