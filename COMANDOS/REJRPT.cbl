      *     21/08/2026 - FILTRO DE PERIODO (DATA INICIAL/FINAL SOBRE A
      *                  PORCAO AAAAMMDD DO TIMESTAMP) E COLUNA DE
      *                  PERCENTUAL POR MOTIVO NO RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJRPT.
       01 WS-DT-FINAL     PIC 9(08) VALUE 0.
       01 WS-DT-REJ       PIC 9(08) VALUE 0.
       01 WS-PCT-MOTIVO   PIC ZZ9.99.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RELATORIO DE ALISTAMENTOS REJEITADOS "
                   "********"

               WHEN OTHER MOVE "NAO INFORMADO"      TO WS-DESC-MOTIVO
           END-EVALUATE.

       COPY TREINO.

       END PROGRAM REJRPT.
