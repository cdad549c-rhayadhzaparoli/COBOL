      ******************************************************************
      * CFGLOG.cpy
      * GRAVA UMA LINHA NA TRILHA DE ALTERACAO DE CONFIGURACAO
      * (CONFIG.LOG, VER CFGLOGDATA). O PROGRAMA CHAMADOR DECLARA O
      * SELECT/FD DE CFG-LOG-FILE (FILE STATUS WS-CFGLOG-STATUS), FAZ O
      * LOGON, PREENCHE WS-CFG-PROGRAMA/ARQUIVO/CHAVE/CAMPO E OS
      * VALORES ANTES E DEPOIS (VER WSCFGLOG) E FAZ PERFORM
      * P-CFGLOG-GRAVA; O CARIMBO E O OPERADOR SAO PREENCHIDOS AQUI.
      * REGRAVACAO SEM MUDANCA (ANTES = DEPOIS) NAO GERA LINHA.
      ******************************************************************
       P-CFGLOG-GRAVA.
           IF WS-CFG-ANTES = WS-CFG-DEPOIS THEN
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND CFG-LOG-FILE
           IF WS-CFGLOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CFG-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO CFG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CFG-OPERADOR
           MOVE WS-CFG-PROGRAMA       TO CFG-PROGRAMA
           MOVE WS-CFG-ARQUIVO        TO CFG-ARQUIVO
           MOVE WS-CFG-CHAVE          TO CFG-CHAVE
           MOVE WS-CFG-CAMPO          TO CFG-CAMPO
           MOVE WS-CFG-ANTES          TO CFG-ANTES
           MOVE WS-CFG-DEPOIS         TO CFG-DEPOIS
           WRITE CFG-LOG-REC
           CLOSE CFG-LOG-FILE.
