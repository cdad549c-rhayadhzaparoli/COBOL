      *     02/09/2026 - LINHA COM CPF NA LISTA DE BLOQUEIO
      *                  BLOQCPF.CTL (VER CPFBLOQ/BLOQMNT) PASSA A SER
      *                  IGNORADA, COM O OCORRIDO EM BLOQCPF.LOG.
      *     15/10/2026 - COD-CLIENTE PASSOU A TER 7 DIGITOS (VER
      *                  CLIMIG5): A PRIMEIRA COLUNA DO CSV ACEITA DE 1
      *                  A 7 DIGITOS, ALINHADA A DIREITA NO CODIGO, EM
      *                  VEZ DE EXIGIR EXATAMENTE 3.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CLIENTE CARREGADO DO CSV GRAVA POSTO DE
      *                  ATENDIMENTO 000 (LOTE, VER POSTODATA).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLICSV.
       01  WS-CSV-STATUS    PIC 99.
       01  WS-CNT-STATUS    PIC 99.
       01  WS-EOF           PIC 99 VALUE 0.
       01  WS-CSV-COD       PIC 9(07).
       01  WS-CSV-NOME      PIC X(40).
       01  WS-CSV-TEL       PIC X(12).
       01  WS-LOAD-COUNT    PIC 9(05) VALUE 0.
       COPY WSTELCHK.
       COPY WSCPFBLOQ.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CARGA CSV DE CLIENTE ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           MOVE 0           TO CPF-CLIENTE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE TO DT-CADASTRO
      *    CARGA EM LOTE, SEM OPERADOR - POSTO 000 (VER POSTODATA).
           MOVE 0            TO POSTO-CLIENTE

           MOVE 'N' TO WS-TEL-VALID
           MOVE TEL-CLIENTE TO WS-TEL-CHECK
           END-IF.
       COPY CPFBLOQ.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM CLICSV.
