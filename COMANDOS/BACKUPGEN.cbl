      *          RETENCAO CONFIGURADA EM BACKUPRET.CTL. A RESTAURACAO
      *          DO CONJUNTO E FEITA PELO BACKUPRST.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO (VER
      *                  CONTRMIG2); A CONTAGEM DO MANIFESTO LE O
      *                  ARQUIVO NA ORDEM DA CHAVE, COMO PRESTACOES.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BACKUPGEN.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT BKP-CTL-FILE ASSIGN TO 'BACKUP.CTL'
       COPY CLIPATH.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** COPIA DE SEGURANCA DOS MESTRES ********"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CONTR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM BACKUPGEN.
