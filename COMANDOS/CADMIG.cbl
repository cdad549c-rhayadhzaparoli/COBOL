      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DOS LOGS DE AUDITORIA PARA O
      *          LAYOUT COM O ELO DA CADEIA DE CONFERENCIA (VER
      *          CADEIA.cpy): ALISTAMENTO.LOG E ALISTAMENTO.LOG.ARQ
      *          (211 -> 220 POSICOES), ALISTAMENTO.CAN (180 -> 189),
      *          ACESSO.LOG (62 -> 71) E PRESTACOES.JRN (100 -> 109).
      *          CADA LINHA ANTIGA E REGRAVADA COM O ELO CALCULADO A
      *          PARTIR DA LINHA ANTERIOR E A ANCORA <ARQUIVO>.ANC E
      *          CRIADA NO FIM. O ALISTAMENTO.LOG.ARQ E MIGRADO ANTES
      *          DO LOG VIVO E O LOG VIVO CONTINUA A CADEIA DO ARQUIVO
      *          MORTO, COMO O LOGARQ FAZ DAI EM DIANTE.
      *          RENOMEIE CADA ARQUIVO ATUAL PARA O MESMO NOME COM .OLD
      *          NO FIM (EX. ACESSO.LOG PARA ACESSO.LOG.OLD) E RODE
      *          ESTE PROGRAMA UMA VEZ, ANTES DE LIBERAR OS PROGRAMAS
      *          QUE GRAVAM NO LAYOUT NOVO; O ARQUIVO SEM .OLD E
      *          PULADO COM AVISO (MESMO ESPIRITO DO CODCLIMIG).
      *          PRESTACOES.JRN AINDA SEM A DATA DE NEGOCIO PASSA
      *          ANTES PELO JRNMIG. A CADEIA SO PROVA O QUE FOI GRAVADO
      *          DESTA MIGRACAO EM DIANTE - O CONTEUDO ANTIGO ENTRA NA
      *          CADEIA COMO ESTAVA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CADMIG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CHGARQ-FILE ASSIGN TO 'ALISTAMENTO.LOG.ARQ.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CHGARQ-FILE ASSIGN TO 'ALISTAMENTO.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-CHGLOG-FILE ASSIGN TO 'ALISTAMENTO.LOG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CHGLOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-CANC-FILE ASSIGN TO 'ALISTAMENTO.CAN.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CANC-FILE ASSIGN TO 'ALISTAMENTO.CAN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-ACESSO-FILE ASSIGN TO 'ACESSO.LOG.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT ACESSO-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT OLD-JRN-FILE ASSIGN TO 'PRESTACOES.JRN.OLD'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-OLD-STATUS.

           SELECT JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *    O LAYOUT DOS CAMPOS NAO MUDA - SO O ELO DE 9 DIGITOS E
      *    ACRESCENTADO NO FIM - ENTAO A LINHA E TRATADA INTEIRA.
       FD OLD-CHGARQ-FILE.
       01 OLD-CHGARQ-REC     PIC X(211).
       FD CHGARQ-FILE.
       01 CHGARQ-REC         PIC X(220).

       FD OLD-CHGLOG-FILE.
       01 OLD-CHGLOG-REC     PIC X(211).
       FD CHGLOG-FILE.
       01 CHGLOG-REC         PIC X(220).

       FD OLD-CANC-FILE.
       01 OLD-CANC-REC       PIC X(180).
       FD CANC-FILE.
       01 CANC-REC           PIC X(189).

       FD OLD-ACESSO-FILE.
       01 OLD-ACESSO-REC     PIC X(62).
       FD ACESSO-FILE.
       01 ACESSO-REC         PIC X(71).

       FD OLD-JRN-FILE.
       01 OLD-JRN-REC        PIC X(100).
       FD JRN-FILE.
       01 JRN-REC            PIC X(109).

       FD ANC-FILE.
       COPY ANCDATA.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC 99.
       01 WS-STATUS          PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-NOME-ARQ        PIC X(20) VALUE SPACES.
       01 WS-LINHA           PIC X(250) VALUE SPACES.
       01 WS-QTD-MIGRADOS    PIC 9(09) VALUE 0.
       01 WS-QTD-ARQUIVOS    PIC 9(02) VALUE 0.
       01 WS-QTD-PULADOS     PIC 9(02) VALUE 0.
      *    ELO DA ULTIMA LINHA DO ALISTAMENTO.LOG.ARQ - SEMENTE DO LOG
      *    VIVO.
       01 WS-SEMENTE         PIC 9(09) VALUE 0.

       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DOS LOGS DE AUDITORIA PARA A CADEIA "
                   "DE CONFERENCIA ****"

           PERFORM P100-MIGRA-CHG-ARQ
           PERFORM P200-MIGRA-CHG-LOG
           PERFORM P300-MIGRA-CANC
           PERFORM P400-MIGRA-ACESSO
           PERFORM P500-MIGRA-JRN

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "ARQUIVOS MIGRADOS:  " WS-QTD-ARQUIVOS
           DISPLAY "ARQUIVOS SEM .OLD:  " WS-QTD-PULADOS
           GO TO P999-STOP.

       P050-INICIA-ARQUIVO.
           MOVE 'N'        TO WS-EOF
           MOVE 0          TO WS-QTD-MIGRADOS
           MOVE WS-SEMENTE TO WS-CAD-ANT-NOVO.

       P060-SEM-OLD.
           ADD 1 TO WS-QTD-PULADOS
           DISPLAY WS-NOME-ARQ " - ARQUIVO .OLD NAO EXISTE - NADA "
                   "A MIGRAR".

       P070-FIM-ARQUIVO.
      *    A ANCORA FECHA A CADEIA DO ARQUIVO MIGRADO (ARQUIVO VAZIO
      *    FICA COM O ULTIMO ELO IGUAL A SEMENTE).
           MOVE WS-SEMENTE      TO WS-CAD-SEMENTE
           MOVE WS-CAD-ANT-NOVO TO WS-CAD-ELO
           MOVE WS-QTD-MIGRADOS TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA
           ADD 1 TO WS-QTD-ARQUIVOS
           DISPLAY WS-NOME-ARQ " - LINHAS ENCADEADAS: "
                   WS-QTD-MIGRADOS.

       P080-ENCADEIA-LINHA.
      *    WS-LINHA TRAZ A LINHA ANTIGA; O ELO VAI LOGO DEPOIS DELA.
           MOVE WS-LINHA TO WS-CAD-LINHA
           PERFORM P-CADEIA-REENCADEIA
           MOVE WS-CAD-ELO TO WS-LINHA(WS-CAD-TAM + 1:9)
           ADD 1 TO WS-QTD-MIGRADOS.

       P100-MIGRA-CHG-ARQ.
           MOVE 0 TO WS-SEMENTE
           PERFORM P050-INICIA-ARQUIVO
           MOVE "ALISTAMENTO.LOG.ARQ"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           MOVE 211 TO WS-CAD-TAM
           OPEN INPUT OLD-CHGARQ-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHGARQ-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CHGARQ-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P080-ENCADEIA-LINHA
                       WRITE CHGARQ-REC FROM WS-LINHA
               END-READ
           END-PERFORM
           CLOSE CHGARQ-FILE
           CLOSE OLD-CHGARQ-FILE
           PERFORM P070-FIM-ARQUIVO.

       P200-MIGRA-CHG-LOG.
      *    O LOG VIVO CONTINUA A CADEIA DO ARQUIVO MORTO - A SEMENTE E
      *    O ULTIMO ELO DA ANCORA DO .ARQ (ZERO SE NAO HA .ARQ).
           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           PERFORM P-CADEIA-LE-ANCORA
           MOVE WS-CAD-ULTIMO TO WS-SEMENTE
           PERFORM P050-INICIA-ARQUIVO
           MOVE "ALISTAMENTO.LOG"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.LOG.ANC' TO WS-ANC-PATH
           MOVE 211 TO WS-CAD-TAM
           OPEN INPUT OLD-CHGLOG-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHGLOG-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CHGLOG-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P080-ENCADEIA-LINHA
                       WRITE CHGLOG-REC FROM WS-LINHA
               END-READ
           END-PERFORM
           CLOSE CHGLOG-FILE
           CLOSE OLD-CHGLOG-FILE
           PERFORM P070-FIM-ARQUIVO.

       P300-MIGRA-CANC.
           MOVE 0 TO WS-SEMENTE
           PERFORM P050-INICIA-ARQUIVO
           MOVE "ALISTAMENTO.CAN"     TO WS-NOME-ARQ
           MOVE 'ALISTAMENTO.CAN.ANC' TO WS-ANC-PATH
           MOVE 180 TO WS-CAD-TAM
           OPEN INPUT OLD-CANC-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CANC-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CANC-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P080-ENCADEIA-LINHA
                       WRITE CANC-REC FROM WS-LINHA
               END-READ
           END-PERFORM
           CLOSE CANC-FILE
           CLOSE OLD-CANC-FILE
           PERFORM P070-FIM-ARQUIVO.

       P400-MIGRA-ACESSO.
           MOVE 0 TO WS-SEMENTE
           PERFORM P050-INICIA-ARQUIVO
           MOVE "ACESSO.LOG"     TO WS-NOME-ARQ
           MOVE 'ACESSO.LOG.ANC' TO WS-ANC-PATH
           MOVE 62 TO WS-CAD-TAM
           OPEN INPUT OLD-ACESSO-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACESSO-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-ACESSO-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P080-ENCADEIA-LINHA
                       WRITE ACESSO-REC FROM WS-LINHA
               END-READ
           END-PERFORM
           CLOSE ACESSO-FILE
           CLOSE OLD-ACESSO-FILE
           PERFORM P070-FIM-ARQUIVO.

       P500-MIGRA-JRN.
           MOVE 0 TO WS-SEMENTE
           PERFORM P050-INICIA-ARQUIVO
           MOVE "PRESTACOES.JRN"     TO WS-NOME-ARQ
           MOVE 'PRESTACOES.JRN.ANC' TO WS-ANC-PATH
           MOVE 100 TO WS-CAD-TAM
           OPEN INPUT OLD-JRN-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               PERFORM P060-SEM-OLD
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT JRN-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-JRN-FILE INTO WS-LINHA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P080-ENCADEIA-LINHA
                       WRITE JRN-REC FROM WS-LINHA
               END-READ
           END-PERFORM
           CLOSE JRN-FILE
           CLOSE OLD-JRN-FILE
           PERFORM P070-FIM-ARQUIVO.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CADEIA.
       COPY TREINO.

       END PROGRAM CADMIG.
