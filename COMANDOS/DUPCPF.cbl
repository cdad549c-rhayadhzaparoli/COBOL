      *          EXTERNA DE DADOS QUE NAO PASSE PELO CONTROLE DE CHAVE
      *          DO ALISTAMENTO-MILITAR) E GERAR UM RELATORIO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPCPF.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT SORT-FILE ASSIGN TO 'DUPCPF.SRT'.
       01 WS-FIRST-REC    PIC X(01) VALUE 'S'.
       01 WS-DUP-COUNT    PIC 9(05) VALUE 0.
       COPY WSPRSDATA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** VARREDURA DE CPF DUPLICADO EM REGISTRO ***"

           OPEN OUTPUT DUP-REPORT-FILE
                       MOVE SD-NAME TO WS-LAST-NAME
               END-RETURN
           END-PERFORM.

       COPY TREINO.
       END PROGRAM DUPCPF.
