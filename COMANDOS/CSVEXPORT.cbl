      *                  OS 4 ULTIMOS DIGITOS; ADMINISTRADOR PODE
      *                  ESCOLHER O CPF COMPLETO, COM A ESCOLHA EM
      *                  CPFMASK.LOG.
      *     15/10/2026 - A PRIMEIRA COLUNA DE CLIENTE-EXPORT.CSV
      *                  (COD-CLIENTE) PASSOU DE 3 PARA 7 DIGITOS (VER
      *                  CLIMIG5) - LAYOUT NOVO COMUNICADO AO
      *                  ESTADO-MAIOR. A PRIMEIRA EXPORTACAO DEPOIS DA
      *                  MIGRACAO DEVE SER TOTAL, PARA O CSV NAO
      *                  MISTURAR CODIGOS DOS DOIS TAMANHOS.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CSVEXPORT.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCPFMASK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** EXPORTACAO CSV DE REGISTRO E CLIENTE ****"
           PERFORM P-SIGN-ON
           MOVE "CSVEXPORT" TO WS-CPFMASK-PROGRAMA
       COPY LOGON.
       COPY SENHASH.
       COPY CPFMASK.
       COPY TREINO.
       END PROGRAM CSVEXPORT.
