      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CONFERENCIA DA CADEIA DOS LOGS DE AUDITORIA E DO
      *          DIARIO DE PAGAMENTOS (VER CADEIA.cpy) - RECALCULA O
      *          ELO DE CADA LINHA DE ALISTAMENTO.LOG.ARQ,
      *          ALISTAMENTO.LOG, ALISTAMENTO.CAN, ACESSO.LOG E
      *          PRESTACOES.JRN A PARTIR DA SEMENTE DA ANCORA E COMPARA
      *          COM O ELO GRAVADO; NO FIM CONFERE A QUANTIDADE DE
      *          LINHAS E O ULTIMO ELO COM A ANCORA <ARQUIVO>.ANC. LINHA
      *          ALTERADA, APAGADA OU INSERIDA POR FORA DOS PROGRAMAS
      *          APARECE COMO A PRIMEIRA LINHA COM ELO ERRADO; LINHA
      *          CORTADA DO FIM APARECE COMO FIM QUE DIFERE DA ANCORA.
      *          FALHA VIRA PENDENCIA EM LOTENOITE.ALT PARA O ALERTVIEW
      *          MOSTRAR ANTES DO BALCAO ABRIR. RODA COMO ETAPA DE
      *          LOTENOITE.CTL E PELO MENU QUANDO O AUDITOR PEDIR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - PRESTACOES.JRN COM O POSTO DE ATENDIMENTO
      *                  (JRN-POSTO): CONTEUDO DE 103 POSICOES, REGISTRO
      *                  DE 112.
      *     15/10/2026 - O MOTIVO DA FALHA E LIMPO ANTES DE MONTADO -
      *                  ELO ROMPIDO EM LINHA DE MENOS DIGITOS NAO HERDA
      *                  MAIS O FIM DO MOTIVO DO ARQUIVO ANTERIOR.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADVERIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHGARQ-FILE ASSIGN TO 'ALISTAMENTO.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT CHGLOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT CANC-FILE ASSIGN TO 'ALISTAMENTO.CAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT ACESSO-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT LOTE-ALT-FILE ASSIGN TO 'LOTENOITE.ALT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-ALT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    SO O ELO (ULTIMAS 9 POSICOES) INTERESSA - A LINHA E TRATADA
      *    INTEIRA.
       FD CHGARQ-FILE.
       01 CHGARQ-REC         PIC X(220).

       FD CHGLOG-FILE.
       01 CHGLOG-REC         PIC X(220).

       FD CANC-FILE.
       01 CANC-REC           PIC X(189).

       FD ACESSO-FILE.
       01 ACESSO-REC         PIC X(71).

       FD JRN-FILE.
       01 JRN-REC            PIC X(112).

       FD ANC-FILE.
       COPY ANCDATA.

       FD  LOTE-ALT-FILE.
       01  LOTE-ALT-REC.
           05  LOTE-ALT-TIMESTAMP  PIC X(20).
           05  LOTE-ALT-ETAPA      PIC X(20).
           05  LOTE-ALT-MOTIVO     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-ALT-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-FALHOU          PIC X     VALUE 'N'.
       01 WS-MOTIVO          PIC X(30) VALUE SPACES.
       01 WS-NOME-ARQ        PIC X(20) VALUE SPACES.
       01 WS-LINHA           PIC X(250) VALUE SPACES.
       01 WS-QTD-ARQUIVOS    PIC 9(02) VALUE 0.
       01 WS-QTD-ROMPIDOS    PIC 9(02) VALUE 0.

       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONFERENCIA DA CADEIA DOS LOGS DE "
                   "AUDITORIA ********"

           PERFORM P100-CONFERE-CHG-ARQ
           PERFORM P200-CONFERE-CHG-LOG
           PERFORM P300-CONFERE-CANC
           PERFORM P400-CONFERE-ACESSO
           PERFORM P500-CONFERE-JRN

           DISPLAY " "
           DISPLAY "---- RESUMO DA CONFERENCIA ----"
           DISPLAY "ARQUIVOS CONFERIDOS: " WS-QTD-ARQUIVOS
           DISPLAY "CADEIAS ROMPIDAS:    " WS-QTD-ROMPIDOS
           IF WS-FALHOU = 'S' THEN
               DISPLAY "RESULTADO: FALHA - VER PENDENCIAS NO ALERTVIEW"
           ELSE
               DISPLAY "RESULTADO: OK"
           END-IF
           GO TO P999-STOP.

       P050-INICIA-ARQUIVO.
           MOVE 'N' TO WS-EOF
           PERFORM P-CADEIA-INICIA-CONFERENCIA.

       P060-SEM-ARQUIVO.
      *    ARQUIVO QUE NUNCA FOI CRIADO SO PASSA SE TAMBEM NAO HA
      *    ANCORA COM LINHAS - O FECHAMENTO DA CONFERENCIA DECIDE.
           DISPLAY WS-NOME-ARQ " - ARQUIVO NAO ENCONTRADO".

       P080-CONFERE-LINHA.
      *    WS-LINHA TRAZ A LINHA LIDA; O ELO GRAVADO VEM LOGO DEPOIS
      *    DO CONTEUDO DE WS-CAD-TAM POSICOES.
           MOVE WS-LINHA TO WS-CAD-LINHA
           MOVE WS-LINHA(WS-CAD-TAM + 1:9) TO WS-CAD-LIDO
           PERFORM P-CADEIA-CONFERE.

       P090-FIM-ARQUIVO.
           PERFORM P-CADEIA-FECHA-CONFERENCIA
           ADD 1 TO WS-QTD-ARQUIVOS
           IF WS-CAD-OK = 'S' THEN
               DISPLAY WS-NOME-ARQ " - OK - " WS-CAD-LIDAS " LINHAS"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-ROMPIDOS
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
               WHEN WS-CAD-ROMPIDA > 0
                   STRING "ELO ROMPIDO LINHA " WS-CAD-ROMPIDA
                       DELIMITED BY SIZE INTO WS-MOTIVO
               WHEN WS-ANC-EXISTE NOT = 'S'
                   MOVE "ANCORA .ANC NAO ENCONTRADA" TO WS-MOTIVO
               WHEN OTHER
                   MOVE "FIM DO ARQUIVO DIFERE ANCORA" TO WS-MOTIVO
           END-EVALUATE
           DISPLAY WS-NOME-ARQ " - " WS-CAD-LIDAS " LINHAS LIDAS, "
                   "ANCORA COM " WS-CAD-QTD
           PERFORM P800-FALHA.

       P100-CONFERE-CHG-ARQ.
           MOVE "ALISTAMENTO.LOG.ARQ"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           MOVE 211 TO WS-CAD-TAM
           PERFORM P050-INICIA-ARQUIVO
           OPEN INPUT CHGARQ-FILE
           IF WS-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-ARQUIVO
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ CHGARQ-FILE INTO WS-LINHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P080-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE CHGARQ-FILE
           END-IF
           PERFORM P090-FIM-ARQUIVO.

       P200-CONFERE-CHG-LOG.
           MOVE "ALISTAMENTO.LOG"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.LOG.ANC' TO WS-ANC-PATH
           MOVE 211 TO WS-CAD-TAM
           PERFORM P050-INICIA-ARQUIVO
           OPEN INPUT CHGLOG-FILE
           IF WS-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-ARQUIVO
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ CHGLOG-FILE INTO WS-LINHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P080-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE CHGLOG-FILE
           END-IF
           PERFORM P090-FIM-ARQUIVO.

       P300-CONFERE-CANC.
           MOVE "ALISTAMENTO.CAN"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.CAN.ANC' TO WS-ANC-PATH
           MOVE 180 TO WS-CAD-TAM
           PERFORM P050-INICIA-ARQUIVO
           OPEN INPUT CANC-FILE
           IF WS-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-ARQUIVO
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ CANC-FILE INTO WS-LINHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P080-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE CANC-FILE
           END-IF
           PERFORM P090-FIM-ARQUIVO.

       P400-CONFERE-ACESSO.
           MOVE "ACESSO.LOG"     TO WS-NOME-ARQ
           MOVE 'ACESSO.LOG.ANC' TO WS-ANC-PATH
           MOVE 62 TO WS-CAD-TAM
           PERFORM P050-INICIA-ARQUIVO
           OPEN INPUT ACESSO-FILE
           IF WS-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-ARQUIVO
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ACESSO-FILE INTO WS-LINHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P080-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE ACESSO-FILE
           END-IF
           PERFORM P090-FIM-ARQUIVO.

       P500-CONFERE-JRN.
           MOVE "PRESTACOES.JRN"     TO WS-NOME-ARQ
           MOVE 'PRESTACOES.JRN.ANC' TO WS-ANC-PATH
           MOVE 103 TO WS-CAD-TAM
           PERFORM P050-INICIA-ARQUIVO
           OPEN INPUT JRN-FILE
           IF WS-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-ARQUIVO
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ JRN-FILE INTO WS-LINHA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P080-CONFERE-LINHA
                   END-READ
               END-PERFORM
               CLOSE JRN-FILE
           END-IF
           PERFORM P090-FIM-ARQUIVO.

       P800-FALHA.
      *    FALHA LOUDLY: ALEM DO CONSOLE, A PENDENCIA VAI PARA
      *    LOTENOITE.ALT, PARA O ALERTVIEW MOSTRAR ANTES DO BALCAO
      *    ABRIR - A ETAPA TRAZ O ARQUIVO ROMPIDO.
           MOVE 'S' TO WS-FALHOU
           DISPLAY "*** FALHA: " WS-NOME-ARQ " " WS-MOTIVO " ***"
           OPEN EXTEND LOTE-ALT-FILE
           IF WS-ALT-STATUS EQUAL 35 THEN
               OPEN OUTPUT LOTE-ALT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOTE-ALT-TIMESTAMP
           MOVE WS-NOME-ARQ            TO LOTE-ALT-ETAPA
           MOVE WS-MOTIVO              TO LOTE-ALT-MOTIVO
           WRITE LOTE-ALT-REC
           CLOSE LOTE-ALT-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CADEIA.
       COPY TREINO.

       END PROGRAM CADVERIF.
