      *          NO MESMO ESTILO DE FILTROS DO CHGRPT. EXIGENCIA LEGAL,
      *          NAO CORTESIA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (ACS-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACESSRPT.
       DATA DIVISION.
       FILE SECTION.
       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-ACESSO-STATUS PIC 99.
       01 WS-DT-FINAL      PIC 9(08) VALUE 0.
       01 WS-DT-LINHA      PIC 9(08) VALUE 0.
       01 WS-QTD-ACESSOS   PIC 9(06) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** TRILHA DE ACESSO DE LEITURA ********"
           DISPLAY "OPERADOR (BRANCO = TODOS)"
           ACCEPT WS-OPER-FILTRO
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM ACESSRPT.
