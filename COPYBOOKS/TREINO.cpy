      ******************************************************************
      * TREINO.cpy
      * MODO TREINAMENTO - OPERADOR NOVO APRENDIA NO REGISTRO, NO
      * CLIENTE E NAS PRESTACOES REAIS. COM A VARIAVEL DE AMBIENTE
      * TREINO_DIR APONTANDO PARA O DIRETORIO DA BASE DE TREINAMENTO
      * (CAMINHO ABSOLUTO, MONTADA PELO TREINOREF), O PROGRAMA PASSA A
      * RODAR DENTRO DELE: COMO TODO ASSIGN E TODO COMANDO DE SISTEMA
      * (mv, rm, cp, ./PROGRAMA) USA NOME RELATIVO, MESTRES,
      * CONTROLES, LOGS E IMPRESSOS SAEM TODOS DA BASE DE TREINAMENTO.
      * O CAMINHO DE CLIENTE (CLIENTE_PATH, VER CLIPATH) E FORCADO PARA
      * O NOME LOGICO CLIENTE DENTRO DELA. SE O DIRETORIO NAO ABRE, O
      * PROGRAMA PARA - NUNCA CAI DE VOLTA NA BASE REAL.
      * O PROGRAMA CHAMADOR COPIA WSTREINO NA WORKING-STORAGE E FAZ
      * PERFORM P-TREINO-ENTRA COMO PRIMEIRO COMANDO, ANTES DE LER
      * CLIENTE_PATH E DE ABRIR QUALQUER ARQUIVO. QUEM GERA ARQUIVO
      * PARA FORA DA CASA (BANCO, BIRO, SEGURADORA, AGENCIA...) MOVE O
      * NOME DO ARQUIVO PARA WS-TREINO-INTERFACE E FAZ PERFORM
      * P-TREINO-SUPRIME - NO MODO TREINAMENTO O PROGRAMA PARA SEM
      * GERAR NADA.
      ******************************************************************
       P-TREINO-ENTRA.
           MOVE SPACES TO WS-TREINO-DIR
           MOVE 'N'    TO WS-TREINO-ATIVO
           ACCEPT WS-TREINO-DIR FROM ENVIRONMENT "TREINO_DIR"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TREINO-DIR = SPACES THEN
               EXIT PARAGRAPH
           END-IF
      *    CAMINHO RELATIVO SE DESLOCARIA A CADA PROGRAMA CHAMADO POR
      *    OUTRO (MENU, LOTENOITE) - SO ABSOLUTO E ACEITO.
           IF WS-TREINO-DIR(1:1) NOT = '/' THEN
               DISPLAY "TREINO_DIR DEVE SER UM CAMINHO ABSOLUTO: "
                       WS-TREINO-DIR
               STOP RUN
           END-IF
           CALL "CBL_CHANGE_DIR" USING WS-TREINO-DIR
           IF RETURN-CODE NOT = 0 THEN
               DISPLAY "BASE DE TREINAMENTO INACESSIVEL: "
                       WS-TREINO-DIR
               DISPLAY "RODE O TREINOREF OU LIMPE TREINO_DIR"
               STOP RUN
           END-IF
           MOVE 'S' TO WS-TREINO-ATIVO
           DISPLAY "CLIENTE_PATH" UPON ENVIRONMENT-NAME
           DISPLAY "CLIENTE"      UPON ENVIRONMENT-VALUE.

       P-TREINO-SUPRIME.
           IF WS-MODO-TREINO THEN
               DISPLAY "MODO TREINAMENTO - " WS-TREINO-INTERFACE
                       " NAO E GERADO (INTERFACE EXTERNA SUPRIMIDA)"
               DISPLAY "FINALIZANDO O PROGRAMA..."
               STOP RUN
           END-IF.
