      ******************************************************************
      * NOTALOG.cpy
      * GRAVA UMA LINHA NA TRILHA DE ALTERACAO DE NOTAS (NOTAS.LOG, VER
      * NOTALOGDATA). O PROGRAMA CHAMADOR DECLARA O SELECT/FD DE
      * NOTA-LOG-FILE (FILE STATUS WS-NOTALOG-STATUS), FAZ O LOGON,
      * PREENCHE NLOG-PROGRAMA/ACAO/ALU-ID/DISCIPLINA E AS NOTAS ANTES
      * E DEPOIS (ZERO ONDE NAO SE APLICA) E FAZ PERFORM
      * P-NOTALOG-GRAVA; O CARIMBO E O OPERADOR SAO PREENCHIDOS AQUI.
      ******************************************************************
       P-NOTALOG-GRAVA.
           OPEN EXTEND NOTA-LOG-FILE
           IF WS-NOTALOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT NOTA-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO NLOG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO NLOG-OPERADOR
           WRITE NOTA-LOG-REC
           CLOSE NOTA-LOG-FILE.
