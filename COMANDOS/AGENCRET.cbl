      *          CONTATO NO HISTORICO DO CLIENTE (CLIENTE.LOG), PARA O
      *          PROXIMO OPERADOR SABER QUE A AGENCIA JA FALOU COM ELE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT: O CLIENTE DONO DO CONTRATO E
      *                  LIDO PELA CHAVE NA GRAVACAO DO CONTATO, SEM A
      *                  TABELA DE 500 VINCULOS EM MEMORIA.
      *     15/10/2026 - O CODIGO DO CLIENTE EM CLIENTE.LOG
      *                  (CLI-LOG-COD) E NA BUSCA PELO CONTRATO PASSOU A
      *                  TER 7 DIGITOS, COMO COD-CLIENTE (VER CLIMIG5 E
      *                  CODCLIMIG).
      *     15/10/2026 - LAYOUT DE PRESTACOES.JRN EXTRAIDO PARA JRNDATA;
      *                  A LINHA DO DIARIO PASSA A LEVAR O ELO DA CADEIA
      *                  DE CONFERENCIA (JRN-ELO, ANCORA EM
      *                  PRESTACOES.JRN.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGENCRET.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT FUP-FILE ASSIGN TO 'AGENCIA.FUP'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
       01 WS-NOTA            PIC X(60)  VALUE SPACES.
       01 WS-SIT-ANTERIOR    PIC X(01)  VALUE SPACE.
       COPY WSPRESTJRN.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSFILELOCK.

       01 WS-CONTR-ABERTO    PIC X(01)  VALUE 'N'.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RETORNO DA AGENCIA DE COBRANCA ********"

           MOVE "PRESTACOES.LCK" TO WS-LOCK-PATH
               GO TO P999-STOP
           END-IF

           PERFORM P100-ABRE-CONTRATOS

           OPEN I-O PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN

           CLOSE PREST-FILE
           CLOSE ARET-FILE
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF

           DISPLAY " "
           DISPLAY "---- RESUMO DO RETORNO DA AGENCIA ----"
           DISPLAY "PARCELAS NAO ENCONTRADAS: " WS-QTD-NAO-ACHADAS
           GO TO P999-STOP.

       P100-ABRE-CONTRATOS.
      *    CONTRATO.CTL FICA ABERTO DURANTE O RETORNO PARA ACHAR O
      *    CLIENTE DONO PELA CHAVE AO GRAVAR O CONTATO.
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF.

       P200-PROCESSA-RESULTADO.
           MOVE ARET-NUM-CONT TO PREST-NUM-CONT
      *    DEIXA O RESULTADO NO HISTORICO DE CONTATOS DO CLIENTE
      *    (CLIENTE.LOG, MESMO LAYOUT DO CLIMAIN).
           MOVE 0 TO WS-COD-CLI-ACHADO
           IF WS-CONTR-ABERTO = 'S' THEN
               MOVE ARET-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-ACHADO
               END-READ
           END-IF
           IF WS-COD-CLI-ACHADO = 0 THEN
               EXIT PARAGRAPH
           END-IF
           STOP RUN.

       COPY PRESTJRN.
       COPY CADEIA.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY TREINO.
       END PROGRAM AGENCRET.
