      *          FILTRO POR CONTRATO (MESMO ESPIRITO DO CHGRPT PARA O
      *          LOG DE ALISTAMENTO).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA,
      *                  QUE GANHOU NO FIM O ELO DA CADEIA DE
      *                  CONFERENCIA (JRN-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNRPT.
       DATA DIVISION.
       FILE SECTION.
       FD PREST-JRN-FILE.
       COPY JRNDATA.

       WORKING-STORAGE SECTION.
       01 WS-JRN-STATUS    PIC 99.
       01 WS-EOF           PIC X     VALUE 'N'.
       01 WS-CONT-FILTRO   PIC 9(05) VALUE 0.
       01 WS-QTD-LINHAS    PIC 9(06) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** DIARIO DE MUTACOES DE PARCELAS ********"
           DISPLAY "NUMERO DO CONTRATO (0 = TODOS)"
           ACCEPT WS-CONT-FILTRO
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM JRNRPT.
