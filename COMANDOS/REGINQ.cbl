      *          PARCIAL, USANDO A QUEBRA PRIMEIRO/ULTIMO NOME DO
      *          NOMESPL) E EXIBE O REGISTRO COM MATRICULA E UNIDADE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - BUSCA POR MATRICULA COMUM PASSA A USAR A CHAVE
      *                  ALTERNATIVA MAT-COMUM DE REGISTRO (START/READ
      *                  NEXT) EM VEZ DE VARRER O ARQUIVO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGINQ.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       COPY WSPRSDATA.
       COPY WSFSTATUS.
       COPY WSNOMESPL.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** CONSULTA DE REGISTRO ********"
           DISPLAY "1 PARA BUSCAR POR MATRICULA"
           DISPLAY "2 PARA BUSCAR POR NOME"
               GO TO P999-STOP
           END-IF

      *    MATRICULA COMUM VAI DIRETO PELA CHAVE ALTERNATIVA MAT-COMUM;
      *    MATRICULA ESPECIAL (SETOR PEQUENO, SEM CHAVE) E NOME SEGUEM
      *    NA VARREDURA.
           IF WS-OPCAO = 1 AND WS-TIPO-MAT NOT = 'E' AND
              WS-TIPO-MAT NOT = 'e' THEN
               PERFORM P100-BUSCA-MAT-COMUM
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ REG-FILE INTO WS-PRS-DATA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P200-CONFERE-REGISTRO
                   END-READ
               END-PERFORM
           END-IF
           CLOSE REG-FILE

           DISPLAY " "
           END-IF
           GO TO P999-STOP.

       P100-BUSCA-MAT-COMUM.
           IF WS-MAT-BUSCA = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-MAT-BUSCA TO MAT-COMUM
           START REG-FILE KEY IS EQUAL TO MAT-COMUM
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD INTO WS-PRS-DATA
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-MAT-COMUM NOT = WS-MAT-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-CONFERE-REGISTRO
                       END-IF
               END-READ
           END-PERFORM.

       P200-CONFERE-REGISTRO.
           MOVE 'N' TO WS-REG-MATCH
           IF WS-OPCAO = 1 THEN

       COPY FSTATUS.
       COPY NOMESPL.
       COPY TREINO.
       END PROGRAM REGINQ.
