      *          ALERTA EM LOTENOITE) E, A CRITERIO DO OPERADOR, LIMPA A
      *          FILA APOS A REVISAO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALERTVIEW.
       01  WS-EOF            PIC X      VALUE 'N'.
       01  WS-QTD-PENDENTES  PIC 9(05)  VALUE 0.
       01  WS-RESP-LIMPA     PIC X      VALUE 'N'.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** PENDENCIAS DO LOTE NOTURNO ********"

           OPEN INPUT LOTE-ALT-FILE
               DISPLAY "FILA DE PENDENCIAS LIMPA"
           END-IF.

       COPY TREINO.

       END PROGRAM ALERTVIEW.
