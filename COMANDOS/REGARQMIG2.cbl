      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MIGRACAO DE UNICA VEZ DO ARQUIVO MORTO REGISTRO.ARQ
      *          (INDEXADO POR CPF, CHAVE ALTERNATIVA DT-ALISTAMENTO)
      *          DO LAYOUT ANTERIOR A DATA DE NASCIMENTO (PRSDATAOLD3)
      *          PARA O LAYOUT ATUAL DE PRSDATA - PAR DO REGMIG3 PARA O
      *          ARQUIVO MORTO. RENOMEIE O REGISTRO.ARQ ATUAL PARA
      *          REGISTRO.ARQ.OLD E RODE ESTE PROGRAMA, QUE RECONSTROI
      *          REGISTRO.ARQ VIA MOVE CORRESPONDING, COM A DATA DE
      *          NASCIMENTO ZERADA (NAO INFORMADA).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGARQMIG2.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ARCH-FILE ASSIGN TO 'REGISTRO.ARQ.OLD'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF OLD-ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF OLD-ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-OLD-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OLD-ARCH-FILE.
       COPY PRSDATAOLD3 REPLACING OLD3-PRS-DATA BY OLD-ARCH-PRS-DATA.

       FD ARCH-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY ARCH-PRS-DATA.

       WORKING-STORAGE SECTION.
       01 WS-OLD-STATUS       PIC 99.
       01 WS-ARCH-STATUS      PIC 99.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-QTD-MIGRADOS     PIC 9(05) VALUE 0.
       01 WS-QTD-REGRAVADOS   PIC 9(05) VALUE 0.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "**** MIGRACAO DE REGISTRO.ARQ PARA O LAYOUT COM "
                   "DATA DE NASCIMENTO ****"

           OPEN INPUT OLD-ARCH-FILE
           IF WS-OLD-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO.ARQ.OLD NAO EXISTE - NADA A MIGRAR"
               DISPLAY "RENOMEIE O REGISTRO.ARQ ATUAL PARA "
                       "REGISTRO.ARQ.OLD ANTES DE RODAR"
               GO TO P999-STOP
           END-IF

           OPEN I-O ARCH-FILE
           IF WS-ARCH-STATUS EQUAL 35 THEN
               OPEN OUTPUT ARCH-FILE
               CLOSE ARCH-FILE
               OPEN I-O ARCH-FILE
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ OLD-ARCH-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-MIGRA-UM-REGISTRO
               END-READ
           END-PERFORM

           CLOSE ARCH-FILE
           CLOSE OLD-ARCH-FILE

           DISPLAY "---- RESUMO DA MIGRACAO ----"
           DISPLAY "REGISTROS MIGRADOS:  " WS-QTD-MIGRADOS
           DISPLAY "CPF DUPLICADO REGRAVADO: " WS-QTD-REGRAVADOS
           GO TO P999-STOP.

       P200-MIGRA-UM-REGISTRO.
           INITIALIZE ARCH-PRS-DATA
           MOVE CORRESPONDING OLD-ARCH-PRS-DATA TO ARCH-PRS-DATA
           MOVE ADRESS OF OLD-ARCH-PRS-DATA
             TO ADRESS OF ARCH-PRS-DATA
           WRITE ARCH-PRS-DATA
               INVALID KEY
                   REWRITE ARCH-PRS-DATA
                   ADD 1 TO WS-QTD-REGRAVADOS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-MIGRADOS
           END-WRITE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM REGARQMIG2.
