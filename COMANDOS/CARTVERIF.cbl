      *          RECEBEU (MUITAS SEGUNDAS VIAS E O NOSSO SINAL DE
      *          FRAUDE).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARTVERIF.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-QTD-VIAS        PIC 9(03) VALUE 0.
       01 WS-QTD-REIMPR      PIC 9(03) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** VERIFICACAO DE CARTEIRAS EMITIDAS "
                   "********"
           DISPLAY "1 PARA VERIFICAR POR NUMERO DE DOCUMENTO"
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM CARTVERIF.
