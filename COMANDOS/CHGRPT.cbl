      *                  CHG-CPF), OPERADOR E PERIODO (DATA INICIAL/
      *                  FINAL), PARA QUE O SUPERVISOR POSSA APURAR UMA
      *                  RECLAMACAO SEM PERCORRER O LOG INTEIRO.
      *     15/10/2026 - ALISTAMENTO.LOG E O .ARQ PASSARAM A 220
      *                  POSICOES COM O ELO DA CADEIA DE CONFERENCIA
      *                  (CHG-ELO, VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHGRPT.
       FD CHG-ARQ-FILE.
      *    ARQUIVO MORTO GERADO PELO LOGARQ - MESMO LAYOUT DO LOG
      *    VIVO, LIDO PARA DENTRO DE CHG-LOG-REC.
       01 CHG-ARQ-REC        PIC X(220).

       SD SORT-FILE.
       01 SD-REC.
       01 WS-DT-INICIAL   PIC 9(08) VALUE 0.
       01 WS-DT-FINAL     PIC 9(08) VALUE 0.
       01 WS-DT-LOG       PIC 9(08) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** AUDITORIA DE ALTERACOES DE ALISTAMENTO "
                   "********"

               END-RETURN
           END-PERFORM.

       COPY TREINO.

       END PROGRAM CHGRPT.
