      *          CRESCERAM ALEM DO PERCENTUAL CONFIGURADO EM
      *          LOTETREND.CTL (PADRAO 20%).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOTETREND.
               10  WS-ET-QTD-ATU  PIC 9(04).
               10  WS-ET-SOMA-ANT PIC 9(09).
               10  WS-ET-QTD-ANT  PIC 9(04).
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** TENDENCIA DE DURACAO DO LOTE NOTURNO "
                   "********"
           DISPLAY "COMPETENCIA A ANALISAR (AAAAMM)"
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM LOTETREND.
