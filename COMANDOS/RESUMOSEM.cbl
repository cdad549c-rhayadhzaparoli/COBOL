      *          CLIENTES CADASTRADOS NA SEMANA (CLIENTE), EM VEZ DE
      *          CADA PROGRAMA SER CONFERIDO SEPARADAMENTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - ALISTAMENTOS DA SEMANA PASSAM A SER LIDOS PELA
      *                  CHAVE ALTERNATIVA DT-ALISTAMENTO DE REGISTRO
      *                  (START/READ NEXT) A PARTIR DA DATA DE CORTE.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESUMOSEM.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
       COPY WSPRSDATA.
       COPY WSCLIDATA.
       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** RESUMO SEMANAL PARA O SUPERVISOR ******"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           IF WS-REG-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
      *        SO A JANELA DA SEMANA: POSICIONA PELA CHAVE ALTERNATIVA
      *        DT-ALISTAMENTO NA DATA DE CORTE E LE DALI ATE O FIM.
               MOVE WS-CORTE-DATA TO DT-ALISTAMENTO
               START REG-FILE KEY IS NOT LESS THAN DT-ALISTAMENTO
                   INVALID KEY
                       MOVE 1 TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 1
                   READ REG-FILE INTO WS-PRS-DATA
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           IF WS-SETOR = 'E' THEN
                               ADD 1 TO WS-TOT-ESPECIAL
                           ELSE
                               ADD 1 TO WS-TOT-COMUM
                           END-IF
                   END-READ
               END-PERFORM
             INTO RESUMO-LINE
           WRITE RESUMO-LINE.

       COPY TREINO.

       END PROGRAM RESUMOSEM.
