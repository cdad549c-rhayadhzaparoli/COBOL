      *                  FERIADO SO DE SAO PAULO NAO DEVE MAIS ADIAR A
      *                  PARCELA DE TODO MUNDO (VER OCCRS). ARQUIVO NO
      *                  LAYOUT ANTIGO DEVE SER RECADASTRADO.
      *     15/10/2026 - INCLUSAO E REMOCAO DE FERIADO PASSAM A DEIXAR
      *                  LINHA EM CONFIG.LOG COM O OPERADOR, A DATA E O
      *                  ESCOPO (VER CFGLOG).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            ACCESS MODE SEQUENTIAL
            FILE STATUS IS WS-FER-STATUS.

            SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       FD  FERIADOS-FILE.
       COPY FERDATA.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO         PIC 9(01) VALUE 0.
       01 WS-FER-STATUS    PIC 99.
               10 WS-FERIADO-MUNIC  PIC X(30).
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO CALENDARIO DE FERIADOS"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
           END-IF
           WRITE FERIADO-REC
           CLOSE FERIADOS-FILE
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE FERIADO-REC     TO WS-CFG-DEPOIS
           PERFORM P700-LOG-CONFIG
           DISPLAY "FERIADO INCLUIDO"
           GO TO P999-STOP.

           CLOSE FERIADOS-FILE

           IF WS-ACHOU = 'S' THEN
               MOVE WS-NOVO-FERIADO TO FER-DATA
               MOVE WS-NOVA-UF      TO FER-UF
               MOVE WS-NOVO-MUNIC   TO FER-MUNICIPIO
               MOVE FERIADO-REC     TO WS-CFG-ANTES
               MOVE "(INEXISTENTE)" TO WS-CFG-DEPOIS
               PERFORM P700-LOG-CONFIG
               DISPLAY "FERIADO REMOVIDO"
           ELSE
               DISPLAY "DATA NAO ENCONTRADA - ARQUIVO MANTIDO"
       P600-EXIT.
           EXIT.

       P700-LOG-CONFIG.
      *    CHAVE DA LINHA EM CONFIG.LOG: DATA, UF E MUNICIPIO (ESTE
      *    TRUNCADO - O NOME COMPLETO VAI NA IMAGEM DO REGISTRO).
           MOVE "FERMNT"       TO WS-CFG-PROGRAMA
           MOVE "FERIADOS.CTL" TO WS-CFG-ARQUIVO
           MOVE "FERIADO"      TO WS-CFG-CAMPO
           MOVE SPACES         TO WS-CFG-CHAVE
           STRING WS-NOVO-FERIADO " " WS-NOVA-UF " " WS-NOVO-MUNIC
               DELIMITED BY SIZE INTO WS-CFG-CHAVE
           END-STRING
           PERFORM P-CFGLOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY TREINO.
       END PROGRAM FERMNT.
