      *     02/09/2026 - O CPF DIGITADO PASSA A SER CONFERIDO CONTRA A
      *                  LISTA DE BLOQUEIO BLOQCPF.CTL (VER CPFBLOQ/
      *                  BLOQMNT), COM O OCORRIDO EM BLOQCPF.LOG.
      *     15/10/2026 - COD-CLIENTE PASSOU A TER 7 DIGITOS (VER
      *                  CLIMIG5) - O CADASTRO NAO PARA MAIS NO CLIENTE
      *                  999.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CLIENTE INCLUIDO PASSA A GRAVAR O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (POSTO-CLIENTE, VER
      *                  POSTODATA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVACAO-ARQ.
       COPY WSCPFBLOQ.
       COPY WSFILELOCK.
       COPY WSDATAMOV.
       COPY WSTREINO.


       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
            DISPLAY "******** CADASTRO DE CLIENTE ********"
            PERFORM P-SIGN-ON
            MOVE "CLIENTE.LCK" TO WS-LOCK-PATH
               PERFORM P220-VALIDA-CEP
               MOVE WS-DT-NEGOCIO TO DT-CADASTRO
               MOVE 0 TO DT-ALTERACAO
               MOVE WS-OPERADOR-POSTO TO POSTO-CLIENTE
               WRITE REG-CLIENTE
                   INVALID KEY
                       DISPLAY "CODIGO DE CLIENTE JA CADASTRADO - "
       COPY CPFBLOQ.
       COPY FILELOCK.
       COPY DATAMOV.
       COPY TREINO.
       END PROGRAM GRAVACAO-ARQ.
