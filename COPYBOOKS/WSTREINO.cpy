      ******************************************************************
      * WSTREINO.cpy
      * AREA DE TRABALHO DO MODO TREINAMENTO (TREINO.cpy). O
      * DIRETORIO DA BASE DE TREINAMENTO VEM DA VARIAVEL DE AMBIENTE
      * TREINO_DIR (MESMA CONVENCAO DE CLIENTE_PATH); EM BRANCO, O
      * PROGRAMA RODA NA BASE REAL.
      ******************************************************************
       01 WS-TREINO-DIR       PIC X(100) VALUE SPACES.
       01 WS-TREINO-ATIVO     PIC X(01)  VALUE 'N'.
         88 WS-MODO-TREINO               VALUE 'S'.
       01 WS-TREINO-INTERFACE PIC X(20)  VALUE SPACES.
