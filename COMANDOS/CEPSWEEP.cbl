      *          - AS CONVOCACOES DEVOLVIDAS PELO CORREIO CHEGAM AS
      *          CAIXAS.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CEPSWEEP.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
       COPY WSPRSDATA.
       COPY CLIPATH.
       COPY WSCEPLOOKUP.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** REVALIDACAO DE ENDERECOS (CEP) ********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
                   " TABELA " EXC-CIDADE-TABELA "/" EXC-UF-TABELA.

       COPY CEPLOOKUP.
       COPY TREINO.
       END PROGRAM CEPSWEEP.
