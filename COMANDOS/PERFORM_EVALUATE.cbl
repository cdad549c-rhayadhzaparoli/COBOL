      *     21/08/2026 - VALIDACAO DE DATA DE CALENDARIO EXTRAIDA PARA
      *                  DATACHK.cpy/WSDATACHK.cpy, PARA REUTILIZACAO
      *                  POR OUTROS PROGRAMAS.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERFORM_EVALUATE.
       77  WS-DIA-INTEIRO      PIC S9(009) VALUE 0.
       77  WS-DOW-NUM          PIC 9       VALUE 0.
       77  WS-WEEKDAY-NAME     PIC X(009)  VALUE SPACES.
       COPY WSTREINO.

       PROCEDURE DIVISION.
      ******************************************************************
      *        INICIALIZA AS VARIAVEIS E CHAMA OS DEMAIS PARAGRAFOS
      ******************************************************************
       P100-INIT.
           PERFORM P-TREINO-ENTRA
            DISPLAY "INICIO DO PROCESSAMENTO".

            MOVE SPACES        TO WS-DATE
       P900-TERMINAL-END.

       COPY DATACHK.
       COPY TREINO.
       END PROGRAM PERFORM_EVALUATE.
