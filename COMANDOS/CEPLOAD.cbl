      *          FAZER O MERGE COM A EXISTENTE, COM RESUMO DE
      *          INCLUIDOS/SUBSTITUIDOS E REJEITADOS EM CEPLOAD.REJ.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPLOAD.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "CARGA EM LOTE DA TABELA DE CEP (CEP.CTL)"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM CEPLOAD.
