      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO CLIENTE DO LAYOUT
      *          COM COD-CLIENTE DE 3 DIGITOS PARA O LAYOUT ATUAL DE
      *          CLIDATA (COD-CLIENTE DE 7 DIGITOS) - ACIMA DO CLIENTE
      *          999 NENHUM PROGRAMA DE CADASTRO (GRAVACAO-ARQ,
      *          CLIMAIN, CLICSV, CPFXREF) CONSEGUIA INCLUIR NINGUEM.
      *          MESMA RECONSTRUCAO DO CLIMIG3/CLIMIG4: RENOMEIE O
      *          ARQUIVO CLIENTE ATUAL (O DE CLIENTE_PATH) PARA
      *          CLIENTE.OLD E RODE ESTE PROGRAMA. COMO NO CLIMIG2, O
      *          TOTAL DE CONTROLE EM CLIENTE.CNT E REGRAVADO COM O
      *          TOTAL EFETIVAMENTE MIGRADO. O CODIGO MANTEM O MESMO
      *          VALOR (SO GANHA ZEROS A ESQUERDA), ENTAO OS VINCULOS
      *          CONTINUAM VALENDO. FAZ PARTE DA MIGRACAO CONJUNTA DO
      *          CODIGO DO CLIENTE: RODE TAMBEM O CONTRMIG7
      *          (CONTRATO.CTL) E O CODCLIMIG (CLIENTE.LOG,
      *          EXPOSICAO.OVR E DEMAIS ARQUIVOS QUE GUARDAM O CODIGO)
      *          ANTES DE VOLTAR A USAR O SISTEMA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLIMIG5.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-CLIENTE-FILE ASSIGN TO 'CLIENTE.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-CLIENTE OF OLD5-REG-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF OLD5-REG-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-OLD-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE OF REG-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF REG-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT CLI-CNT-FILE ASSIGN TO 'CLIENTE.CNT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CNT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-CLIENTE-FILE.
       COPY CLIDATAOLD5.

       FD  CLIENTE.
       COPY CLIDATA.

       FD  CLI-CNT-FILE.
       COPY CLICOUNT.

       WORKING-STORAGE SECTION.
       01  WS-OLD-STATUS    PIC 99.
       01  WS-STATUS        PIC 99.
       01  WS-CNT-STATUS    PIC 99.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-QTD-MIGRADOS  PIC 9(05) VALUE 0.
       01  WS-QTD-REJEITADOS PIC 9(05) VALUE 0.
       01  WS-CNT-HAS-REC    PIC X    VALUE 'N'.
       COPY CLIPATH.
       COPY WSFSTATUS.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE CLIENTE PARA O LAYOUT COM "
                   "CODIGO DE 7 DIGITOS ****"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           OPEN INPUT OLD-CLIENTE-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "CLIENTE.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O ARQUIVO CLIENTE ATUAL PARA "
                       "CLIENTE.OLD ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           OPEN I-O CLIENTE
           IF WS-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLIENTE
               CLOSE CLIENTE
               OPEN I-O CLIENTE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-CLIENTE-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-REGISTRO
               END-READ
           END-PERFORM

           CLOSE CLIENTE
           CLOSE OLD-CLIENTE-FILE

           PERFORM P300-GRAVA-CONTADOR

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "REGISTROS MIGRADOS:  " WS-QTD-MIGRADOS
           DISPLAY "REGISTROS REJEITADOS:" WS-QTD-REJEITADOS
           DISPLAY "CLIENTE.CNT REGRAVADO COM O TOTAL MIGRADO"
           DISPLAY "A PROXIMA EXPORTACAO DO CSVEXPORT DEVE SER TOTAL "
                   "(T), PARA O CSV NAO MISTURAR CODIGOS DE 3 E 7 "
                   "DIGITOS"
           GO TO P999-STOP.

       P200-MIGRA-REGISTRO.
           INITIALIZE REG-CLIENTE
           MOVE CORRESPONDING OLD5-REG-CLIENTE TO REG-CLIENTE
           WRITE REG-CLIENTE
               INVALID KEY
                   ADD 1 TO WS-QTD-REJEITADOS
                   PERFORM P-DECODE-FSTATUS
                   DISPLAY "COD-CLIENTE "
                           COD-CLIENTE OF OLD5-REG-CLIENTE
                           " NAO MIGRADO - " WS-FSTAT-DESC
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       P300-GRAVA-CONTADOR.
      *    A MIGRACAO RECONSTROI CLIENTE DO ZERO, ENTAO O TOTAL EM
      *    CLIENTE.CNT PASSA A SER O TOTAL EFETIVAMENTE MIGRADO, PARA
      *    QUE LEITURA-ARQ POSSA CONFERIR A LISTAGEM CONTRA ESSE TOTAL.
           MOVE 'N' TO WS-CNT-HAS-REC
           OPEN I-O CLI-CNT-FILE
           IF WS-CNT-STATUS EQUAL 35 THEN
               OPEN OUTPUT CLI-CNT-FILE
               CLOSE CLI-CNT-FILE
               OPEN I-O CLI-CNT-FILE
           ELSE
               READ CLI-CNT-FILE NEXT RECORD
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'S' TO WS-CNT-HAS-REC
               END-READ
           END-IF
           MOVE WS-QTD-MIGRADOS TO CLI-CNT-TOTAL
           IF WS-CNT-HAS-REC = 'S' THEN
               REWRITE CLI-CNT-REC
           ELSE
               WRITE CLI-CNT-REC
           END-IF
           CLOSE CLI-CNT-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FSTATUS.
       COPY TREINO.
       END PROGRAM CLIMIG5.
