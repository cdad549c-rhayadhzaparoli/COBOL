      *     03/09/2026 - O AUTO-PROVISIONAMENTO PASSA A TOMAR A TRAVA
      *                  CLIENTE.LCK (VER FILELOCK), COMO OS DEMAIS
      *                  ATUALIZADORES DO MESTRE.
      *     15/10/2026 - O MAIOR CODIGO EM USO PASSOU A TER 7 DIGITOS,
      *                  COMO COD-CLIENTE (VER CLIMIG5) - O
      *                  AUTO-PROVISIONAMENTO NAO PARA MAIS NO CLIENTE
      *                  999.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CPFXREF.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
       01 WS-CLI-EOF         PIC X(01) VALUE 'N'.
       01 WS-MATCH-COUNT     PIC 9(05) VALUE 0.
       01 WS-AUTO-PROV       PIC X(01) VALUE 'N'.
       01 WS-MAX-COD-CLIENTE PIC 9(007) VALUE 0.
       01 WS-PROV-COUNT      PIC 9(05) VALUE 0.
       01 WS-CURR-DATE.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
       COPY WSCLIDATA.
       COPY CLIPATH.
       COPY WSFILELOCK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONCILIACAO REGISTRO X CLIENTE POR CPF ***"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           CLOSE CLI-CNT-FILE.

       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM CPFXREF.
