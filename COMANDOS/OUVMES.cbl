      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RELATORIO MENSAL DA OUVIDORIA - PARA A COMPETENCIA
      *          INFORMADA (AAAAMM), MOSTRA POR CATEGORIA QUANTOS
      *          CHAMADOS FORAM ABERTOS E QUANTOS FORAM ENCERRADOS NO
      *          MES, O TEMPO MEDIO DE RESOLUCAO (DIAS CORRIDOS ENTRE
      *          ABERTURA E ENCERRAMENTO DOS ENCERRADOS NO MES) E
      *          QUANTOS DESSES FORAM ENCERRADOS FORA DO PRAZO
      *          REGULATORIO. LE OUVIDORIA.DAT (VER OUVDATA).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUVMES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUV-FILE ASSIGN TO 'OUVIDORIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUV-NUMERO
           ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
           FILE STATUS IS WS-OUV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD OUV-FILE.
       COPY OUVDATA.

       WORKING-STORAGE SECTION.
       01 WS-OUV-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-COMPETENCIA     PIC 9(06)  VALUE 0.
       01 WS-IDX             PIC 9(01)  VALUE 0.
       01 WS-DIAS            PIC 9(05)  VALUE 0.

      *    ACUMULADORES POR CATEGORIA, NA ORDEM A, C, P, O.
       01 WS-TAB-CATEGORIAS.
           05 WS-CAT OCCURS 4 TIMES.
               10 WS-CAT-NOME        PIC X(12).
               10 WS-CAT-ABERTOS     PIC 9(05).
               10 WS-CAT-ENCERRADOS  PIC 9(05).
               10 WS-CAT-FORA-PRAZO  PIC 9(05).
               10 WS-CAT-SOMA-DIAS   PIC 9(09).
       01 WS-TOT-ABERTOS     PIC 9(05)  VALUE 0.
       01 WS-TOT-ENCERRADOS  PIC 9(05)  VALUE 0.
       01 WS-TOT-FORA-PRAZO  PIC 9(05)  VALUE 0.
       01 WS-TOT-SOMA-DIAS   PIC 9(09)  VALUE 0.
       01 WS-MEDIA-DIAS      PIC 9(05)V9 VALUE 0.

       01 WS-ABERTOS-ED      PIC ZZZZ9.
       01 WS-ENCERRADOS-ED   PIC ZZZZ9.
       01 WS-FORA-PRAZO-ED   PIC ZZZZ9.
       01 WS-MEDIA-ED        PIC ZZZZ9.9.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** OUVIDORIA - RELATORIO MENSAL ****"
           DISPLAY "INFORME A COMPETENCIA (AAAAMM)"
           ACCEPT WS-COMPETENCIA
           IF WS-COMPETENCIA(5:2) < "01" OR
              WS-COMPETENCIA(5:2) > "12" THEN
               DISPLAY "COMPETENCIA INVALIDA"
               GO TO P999-STOP
           END-IF
           INITIALIZE WS-TAB-CATEGORIAS
           MOVE "ALISTAMENTO" TO WS-CAT-NOME(1)
           MOVE "COBRANCA"    TO WS-CAT-NOME(2)
           MOVE "PRIVACIDADE" TO WS-CAT-NOME(3)
           MOVE "OUTROS"      TO WS-CAT-NOME(4)

           OPEN INPUT OUV-FILE
           IF WS-OUV-STATUS EQUAL 35 THEN
               DISPLAY "OUVIDORIA.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ OUV-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P100-ACUMULA
               END-READ
           END-PERFORM
           CLOSE OUV-FILE
           PERFORM P200-IMPRIME
           GO TO P999-STOP.

       P100-ACUMULA.
           EVALUATE TRUE
               WHEN OUV-CAT-ALISTAMENTO MOVE 1 TO WS-IDX
               WHEN OUV-CAT-COBRANCA    MOVE 2 TO WS-IDX
               WHEN OUV-CAT-PRIVACIDADE MOVE 3 TO WS-IDX
               WHEN OTHER               MOVE 4 TO WS-IDX
           END-EVALUATE
           IF OUV-DT-ABERTURA(1:6) = WS-COMPETENCIA THEN
               ADD 1 TO WS-CAT-ABERTOS(WS-IDX)
               ADD 1 TO WS-TOT-ABERTOS
           END-IF
           IF OUV-ENCERRADO AND
              OUV-DT-ENCERRAMENTO(1:6) = WS-COMPETENCIA THEN
               COMPUTE WS-DIAS =
                       FUNCTION INTEGER-OF-DATE(OUV-DT-ENCERRAMENTO)
                       - FUNCTION INTEGER-OF-DATE(OUV-DT-ABERTURA)
               ADD 1       TO WS-CAT-ENCERRADOS(WS-IDX)
               ADD WS-DIAS TO WS-CAT-SOMA-DIAS(WS-IDX)
               ADD 1       TO WS-TOT-ENCERRADOS
               ADD WS-DIAS TO WS-TOT-SOMA-DIAS
               IF OUV-DT-ENCERRAMENTO > OUV-DT-PRAZO THEN
                   ADD 1 TO WS-CAT-FORA-PRAZO(WS-IDX)
                   ADD 1 TO WS-TOT-FORA-PRAZO
               END-IF
           END-IF.

       P200-IMPRIME.
           DISPLAY " "
           DISPLAY "COMPETENCIA: " WS-COMPETENCIA
           DISPLAY "CATEGORIA     ABERTOS ENCERR. FORA PRAZO "
                   "MEDIA DIAS"
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 4
               MOVE 0 TO WS-MEDIA-DIAS
               IF WS-CAT-ENCERRADOS(WS-IDX) > 0 THEN
                   COMPUTE WS-MEDIA-DIAS ROUNDED =
                           WS-CAT-SOMA-DIAS(WS-IDX)
                           / WS-CAT-ENCERRADOS(WS-IDX)
               END-IF
               MOVE WS-CAT-ABERTOS(WS-IDX)    TO WS-ABERTOS-ED
               MOVE WS-CAT-ENCERRADOS(WS-IDX) TO WS-ENCERRADOS-ED
               MOVE WS-CAT-FORA-PRAZO(WS-IDX) TO WS-FORA-PRAZO-ED
               MOVE WS-MEDIA-DIAS             TO WS-MEDIA-ED
               DISPLAY WS-CAT-NOME(WS-IDX) "    " WS-ABERTOS-ED
                       "   " WS-ENCERRADOS-ED "      "
                       WS-FORA-PRAZO-ED "    " WS-MEDIA-ED
           END-PERFORM
           MOVE 0 TO WS-MEDIA-DIAS
           IF WS-TOT-ENCERRADOS > 0 THEN
               COMPUTE WS-MEDIA-DIAS ROUNDED =
                       WS-TOT-SOMA-DIAS / WS-TOT-ENCERRADOS
           END-IF
           MOVE WS-TOT-ABERTOS    TO WS-ABERTOS-ED
           MOVE WS-TOT-ENCERRADOS TO WS-ENCERRADOS-ED
           MOVE WS-TOT-FORA-PRAZO TO WS-FORA-PRAZO-ED
           MOVE WS-MEDIA-DIAS     TO WS-MEDIA-ED
           DISPLAY "TOTAL           " WS-ABERTOS-ED
                   "   " WS-ENCERRADOS-ED "      "
                   WS-FORA-PRAZO-ED "    " WS-MEDIA-ED.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.
       END PROGRAM OUVMES.
