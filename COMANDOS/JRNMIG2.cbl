      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO PRESTACOES.JRN PARA O LAYOUT
      *          COM O POSTO DE ATENDIMENTO (JRN-POSTO, VER JRNDATA):
      *          CONTEUDO DE 100 -> 103 POSICOES, REGISTRO DE 109 ->
      *          112. TODA LINHA ANTERIOR AO SEGUNDO POSTO FOI GRAVADA
      *          NO POSTO ORIGINAL E RECEBE O POSTO 001. COMO O ELO DA
      *          CADEIA DE CONFERENCIA (CADEIA.cpy) COBRE O CONTEUDO, O
      *          ARQUIVO E REENCADEADO DO ZERO E A ANCORA
      *          PRESTACOES.JRN.ANC REFEITA - MESMO ESPIRITO DO CADMIG.
      *          RENOMEIE O PRESTACOES.JRN ATUAL PARA PRESTACOES.JRN.OLD
      *          E RODE ESTE PROGRAMA UMA VEZ, ANTES DE LIBERAR OS
      *          PROGRAMAS QUE GRAVAM NO LAYOUT NOVO. JOURNAL AINDA SEM
      *          A DATA DE NEGOCIO OU SEM O ELO PASSA ANTES PELO JRNMIG
      *          E PELO CADMIG. ANTES DE REENCADEAR, A CADEIA DO .OLD E
      *          CONFERIDA CONTRA A ANCORA, COMO NO LOGARQ E NO
      *          ANONIMIZA: CADEIA ROMPIDA NAO E MIGRADA (REENCADEAR
      *          LEGITIMARIA A LINHA ADULTERADA) - APURE PELO CADVERIF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. JRNMIG2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
      *    LAYOUT ANTERIOR: 100 POSICOES DE CONTEUDO + ELO DE 9.
       FD OLD-JRN-FILE.
       01 OLD-JRN-REC        PIC X(109).
       FD JRN-FILE.
       01 JRN-REC            PIC X(112).

       FD ANC-FILE.
       COPY ANCDATA.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS      PIC 99.
       01 WS-STATUS          PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-LINHA           PIC X(250) VALUE SPACES.
       01 WS-QTD-MIGRADAS    PIC 9(09) VALUE 0.
       01 WS-MOTIVO          PIC X(40) VALUE SPACES.

       COPY WSCADEIA.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE PRESTACOES.JRN PARA O LAYOUT COM "
                   "POSTO DE ATENDIMENTO ****"

           OPEN INPUT OLD-JRN-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "PRESTACOES.JRN.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O PRESTACOES.JRN ATUAL PARA "
                       "PRESTACOES.JRN.OLD ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           MOVE 'PRESTACOES.JRN.ANC' TO WS-ANC-PATH
           PERFORM P100-CONFERE-CADEIA
           CLOSE OLD-JRN-FILE
           IF WS-CAD-OK NOT = 'S' THEN
               EVALUATE TRUE
                   WHEN WS-CAD-ROMPIDA > 0
                       STRING "ELO ROMPIDO LINHA " WS-CAD-ROMPIDA
                           DELIMITED BY SIZE INTO WS-MOTIVO
                   WHEN WS-ANC-EXISTE NOT = 'S'
                       MOVE "ANCORA .ANC NAO ENCONTRADA" TO WS-MOTIVO
                   WHEN OTHER
                       MOVE "FIM DO ARQUIVO DIFERE ANCORA" TO WS-MOTIVO
               END-EVALUATE
               DISPLAY "CADEIA DE CONFERENCIA DE PRESTACOES.JRN.OLD "
                       "ROMPIDA - " WS-MOTIVO
               DISPLAY "ARQUIVO NAO MIGRADO - APURE PELO CADVERIF "
                       "ANTES DE RODAR DE NOVO"
               GO TO P999-STOP
           END-IF

           OPEN INPUT OLD-JRN-FILE
           MOVE 'N' TO WS-EOF
           MOVE 103 TO WS-CAD-TAM
           MOVE 0   TO WS-CAD-ANT-NOVO
           OPEN OUTPUT JRN-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-LINHA
               END-READ
           END-PERFORM
           CLOSE JRN-FILE
           CLOSE OLD-JRN-FILE

      *    A ANCORA FECHA A CADEIA DO ARQUIVO MIGRADO (ARQUIVO VAZIO
      *    FICA COM O ULTIMO ELO IGUAL A SEMENTE).
           MOVE 0               TO WS-CAD-SEMENTE
           MOVE WS-CAD-ANT-NOVO TO WS-CAD-ELO
           MOVE WS-QTD-MIGRADAS TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "LINHAS MIGRADAS PARA O POSTO 001: " WS-QTD-MIGRADAS
           GO TO P999-STOP.

       P100-CONFERE-CADEIA.
      *    LAYOUT ANTERIOR: ELO NAS POSICOES 101-109, SOBRE AS 100 DE
      *    CONTEUDO. LEITURA COM ERRO TAMBEM CONTA COMO RUPTURA.
           PERFORM P-CADEIA-INICIA-CONFERENCIA
           MOVE 100 TO WS-CAD-TAM
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE OLD-JRN-REC(1:100) TO WS-CAD-LINHA
                       MOVE OLD-JRN-REC(101:9) TO WS-CAD-LIDO
                       PERFORM P-CADEIA-CONFERE
               END-READ
               IF WS-EOF NOT = 'S' AND WS-OLD-STATUS NOT = 0 THEN
                   MOVE 'N' TO WS-CAD-OK
                   MOVE 'S' TO WS-EOF
               END-IF
           END-PERFORM
           PERFORM P-CADEIA-FECHA-CONFERENCIA.

       P200-MIGRA-LINHA.
      *    CONTEUDO ANTIGO + POSTO 001; O ELO ANTIGO E DESCARTADO E O
      *    NOVO VAI LOGO DEPOIS DO POSTO.
           MOVE SPACES            TO WS-LINHA
           MOVE OLD-JRN-REC(1:100) TO WS-LINHA(1:100)
           MOVE '001'             TO WS-LINHA(101:3)
           MOVE WS-LINHA          TO WS-CAD-LINHA
           PERFORM P-CADEIA-REENCADEIA
           MOVE WS-CAD-ELO TO WS-LINHA(WS-CAD-TAM + 1:9)
           WRITE JRN-REC FROM WS-LINHA
           ADD 1 TO WS-QTD-MIGRADAS.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CADEIA.
       COPY TREINO.

       END PROGRAM JRNMIG2.
