      *> INSSLV-RTN.cpy
      *> Rotina compartilhada de afastamentos previdenciarios (ver
      *> INSSLV.cpy). ILV-INSERT-LEAVE guarda o afastamento na tabela
      *> em ordem de matricula e data de inicio - o arquivo de
      *> afastamentos chega na ordem de digitacao. ILV-LINK-CHAINS
      *> percorre a tabela ja ordenada e liga as licencas MED de cada
      *> funcionario: recomeco ate ILV-LINK-DAYS dias depois do fim da
      *> anterior continua a mesma cadeia e consome o que sobrou dos
      *> ILV-EMPLOYER-DAYS dias da empresa; passado esse prazo, a
      *> cadeia recomeca do zero. A MAT nao entra na cadeia e e
      *> inteira beneficio desde o inicio. O programa que copia esta
      *> rotina precisa ter os campos de INSSLV.cpy na
      *> WORKING-STORAGE.
       ILV-INSERT-LEAVE.
           IF ILV-QTDE NOT < 1000
               MOVE "S" TO ILV-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           MOVE ILV-QTDE TO ILV-SHIFT
           PERFORM UNTIL ILV-SHIFT = 0
               IF ILV-EMP-ID(ILV-SHIFT) < ILV-NEW-EMP-ID OR
                  (ILV-EMP-ID(ILV-SHIFT) = ILV-NEW-EMP-ID AND
                   ILV-START(ILV-SHIFT) NOT > ILV-NEW-START)
                   EXIT PERFORM
               END-IF
               MOVE ILV-ENTRADAS(ILV-SHIFT)
                   TO ILV-ENTRADAS(ILV-SHIFT + 1)
               SUBTRACT 1 FROM ILV-SHIFT
           END-PERFORM
           ADD 1 TO ILV-QTDE
           ADD 1 TO ILV-SHIFT
           MOVE ILV-NEW-EMP-ID TO ILV-EMP-ID(ILV-SHIFT)
           MOVE ILV-NEW-TYPE   TO ILV-TYPE(ILV-SHIFT)
           MOVE ILV-NEW-START  TO ILV-START(ILV-SHIFT)
           MOVE ILV-NEW-END    TO ILV-END(ILV-SHIFT)
           COMPUTE ILV-START-INT(ILV-SHIFT) =
               FUNCTION INTEGER-OF-DATE(ILV-NEW-START)
           COMPUTE ILV-END-INT(ILV-SHIFT) =
               FUNCTION INTEGER-OF-DATE(ILV-NEW-END)
           MOVE 0 TO ILV-BENEFIT-START(ILV-SHIFT)
           MOVE 0 TO ILV-BENEFIT-INT(ILV-SHIFT)
           MOVE ILV-NEW-START  TO ILV-CHAIN-START(ILV-SHIFT)
           MOVE 0 TO ILV-CHAIN-DAYS(ILV-SHIFT).

       ILV-LINK-CHAINS.
           MOVE SPACES TO ILV-PREV-EMP-ID
           MOVE 0 TO ILV-PREV-END-INT
           MOVE 0 TO ILV-RUN-DAYS
           MOVE 0 TO ILV-RUN-START
           PERFORM VARYING ILV-INDEX FROM 1 BY 1
                   UNTIL ILV-INDEX > ILV-QTDE
               IF ILV-MATERNIDADE(ILV-INDEX)
                   MOVE ILV-START(ILV-INDEX)
                       TO ILV-BENEFIT-START(ILV-INDEX)
                   MOVE ILV-START-INT(ILV-INDEX)
                       TO ILV-BENEFIT-INT(ILV-INDEX)
                   COMPUTE ILV-CHAIN-DAYS(ILV-INDEX) =
                       ILV-END-INT(ILV-INDEX) -
                       ILV-START-INT(ILV-INDEX) + 1
               ELSE
                   PERFORM ILV-LINK-ONE-SICK-LEAVE
               END-IF
           END-PERFORM.

       ILV-LINK-ONE-SICK-LEAVE.
           IF ILV-EMP-ID(ILV-INDEX) NOT = ILV-PREV-EMP-ID OR
              ILV-START-INT(ILV-INDEX) >
                  ILV-PREV-END-INT + ILV-LINK-DAYS
               MOVE 0 TO ILV-RUN-DAYS
               MOVE 0 TO ILV-PREV-END-INT
               MOVE ILV-START(ILV-INDEX) TO ILV-RUN-START
           END-IF
           MOVE ILV-EMP-ID(ILV-INDEX) TO ILV-PREV-EMP-ID
           MOVE ILV-RUN-START TO ILV-CHAIN-START(ILV-INDEX)
           COMPUTE ILV-REMAINING = ILV-EMPLOYER-DAYS - ILV-RUN-DAYS
           IF ILV-REMAINING < 0
               MOVE 0 TO ILV-REMAINING
           END-IF
           IF ILV-START-INT(ILV-INDEX) + ILV-REMAINING NOT >
              ILV-END-INT(ILV-INDEX)
               COMPUTE ILV-BENEFIT-INT(ILV-INDEX) =
                   ILV-START-INT(ILV-INDEX) + ILV-REMAINING
               COMPUTE ILV-BENEFIT-START(ILV-INDEX) =
                   FUNCTION DATE-OF-INTEGER(ILV-BENEFIT-INT(ILV-INDEX))
           END-IF
           COMPUTE ILV-RUN-DAYS = ILV-RUN-DAYS +
               ILV-END-INT(ILV-INDEX) - ILV-START-INT(ILV-INDEX) + 1
           MOVE ILV-RUN-DAYS TO ILV-CHAIN-DAYS(ILV-INDEX)
           IF ILV-END-INT(ILV-INDEX) > ILV-PREV-END-INT
               MOVE ILV-END-INT(ILV-INDEX) TO ILV-PREV-END-INT
           END-IF.
