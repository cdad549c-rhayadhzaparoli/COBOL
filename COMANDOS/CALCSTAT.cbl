      *          QUANTIDADE DE OPERACOES POR TIPO, TOTAL GERAL E A
      *          PRIMEIRA/ULTIMA OPERACAO REGISTRADA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCSTAT.
       01  WS-MAIOR-RES          PIC S9(10) VALUE 0.
       01  WS-MENOR-RES          PIC S9(10) VALUE 0.
       01  WS-PRIMEIRO-REG       PIC X(01) VALUE 'S'.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** ESTATISTICAS DE OPERACOES (CALCULADORA) "
                   "********"
           DISPLAY "INCLUIR O ARQUIVO MORTO DO LOG (S/N)?"
               WHEN 6 MOVE "RESTO (MOD)"    TO WS-OP-DESC
           END-EVALUATE.

       COPY TREINO.

       END PROGRAM CALCSTAT.
