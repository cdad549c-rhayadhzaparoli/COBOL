      * TIPO/CHAVE (VER WSACESSLOG) E FAZ PERFORM P-LOG-ACESSO APOS O
      * LOGON. RELATORIO DE CONSULTA: ACESSRPT.
      * WS-ACESSO-TIPO: 'C' = CPF, 'K' = COD-CLIENTE, 'L' = LISTAGEM
      * COMPLETA, 'J' = REIMPRESSAO DE JOB COM DADO PESSOAL DO ARQUIVO
      * DE IMPRESSAO (CHAVE = NUMERO DO JOB, VER SPOOLVER).
      * CADA LINHA LEVA O ELO DA CADEIA DE CONFERENCIA (ACS-ELO, VER
      * CADEIA.cpy/ACSLOGDATA), COM A ANCORA EM ACESSO.LOG.ANC - O
      * CHAMADOR DECLARA TAMBEM O SELECT/FD DE ANC-FILE, COPY WSCADEIA
      * E COPY CADEIA.
      ******************************************************************
       P-LOG-ACESSO.
           OPEN EXTEND ACESSO-LOG-FILE
           MOVE WS-ACESSO-PROGRAMA    TO ACS-PROGRAMA
           MOVE WS-ACESSO-TIPO        TO ACS-TIPO
           MOVE WS-ACESSO-CHAVE       TO ACS-CHAVE
           MOVE 'ACESSO.LOG.ANC'      TO WS-ANC-PATH
           MOVE ACESSO-LOG-REC        TO WS-CAD-LINHA
           MOVE 62                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO            TO ACS-ELO
           WRITE ACESSO-LOG-REC
           IF WS-ACESSO-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE ACESSO-LOG-FILE.
