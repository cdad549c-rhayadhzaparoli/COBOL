      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DE CERTIFICADO.REG DO LAYOUT SEM
      *          O HISTORICO DE APRESENTACAO ANUAL DO RESERVISTA (EXAR)
      *          PARA O LAYOUT ATUAL DE CERTREGDATA - NUM ARQUIVO
      *          SEQUENCIAL A TROCA DE COMPRIMENTO DESALINHA TODOS OS
      *          REGISTROS APOS O PRIMEIRO, ENTAO O ARQUIVO PRECISA SER
      *          REGRAVADO NO COMPRIMENTO NOVO. RENOMEIE O
      *          CERTIFICADO.REG ATUAL PARA CERTIFICADO.REG.OLD E RODE
      *          ESTE PROGRAMA - MESMO ESPIRITO DO LOTELOGMIG. O
      *          CERTIFICADO DE RESERVISTA MIGRA COM O ANO BASE DA
      *          OBRIGACAO IGUAL AO ANO DA EMISSAO E SEM APRESENTACOES.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CERTREGMIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG.OLD'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-CERT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CERT-REG-FILE.
      *    LAYOUT ANTERIOR AO EXAR - MESMOS CAMPOS DA EMISSAO DO
      *    CERTRES, SEM ANO BASE E SEM APRESENTACOES.
       01  OLD-CERT-REG-REC.
           05  OLD-CERT-TIMESTAMP  PIC X(20).
           05  OLD-CERT-OPERADOR   PIC X(10).
           05  OLD-CERT-CPF        PIC 9(11).
           05  OLD-CERT-NAME       PIC X(50).
           05  OLD-CERT-TIPO       PIC X(01).
           05  OLD-CERT-UNIDADE    PIC X(06).

       FD  CERT-REG-FILE.
       COPY CERTREGDATA.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS     PIC 99.
       01  WS-CERT-STATUS    PIC 99.
       01  WS-EOF            PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CERTIFICADO.REG PARA O LAYOUT COM "
                   "APRESENTACAO ANUAL ****"

           OPEN INPUT OLD-CERT-REG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "CERTIFICADO.REG.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O CERTIFICADO.REG ATUAL PARA "
                       "CERTIFICADO.REG.OLD ANTES DE RODAR"
           ELSE
               OPEN OUTPUT CERT-REG-FILE
               PERFORM UNTIL WS-EOF = 'S'
                   READ OLD-CERT-REG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P200-MIGRA-LINHA
                   END-READ
               END-PERFORM
               CLOSE CERT-REG-FILE

               DISPLAY "---- RESUMO DA MIGRACAO ----"
               DISPLAY "LINHAS MIGRADAS: " WS-QTD-MIGRADOS
           END-IF
           CLOSE OLD-CERT-REG-FILE

           STOP RUN.

       P200-MIGRA-LINHA.
           INITIALIZE CERT-REG-REC
           MOVE OLD-CERT-TIMESTAMP TO CERT-TIMESTAMP
           MOVE OLD-CERT-OPERADOR  TO CERT-OPERADOR
           MOVE OLD-CERT-CPF       TO CERT-CPF
           MOVE OLD-CERT-NAME      TO CERT-NAME
           MOVE OLD-CERT-TIPO      TO CERT-TIPO
           MOVE OLD-CERT-UNIDADE   TO CERT-UNIDADE
           IF CERT-TIPO = 'R' THEN
               MOVE OLD-CERT-TIMESTAMP(1:4) TO CERT-ANO-BASE
           END-IF
           WRITE CERT-REG-REC
           ADD 1 TO WS-QTD-MIGRADOS.

       COPY TREINO.

       END PROGRAM CERTREGMIG.
