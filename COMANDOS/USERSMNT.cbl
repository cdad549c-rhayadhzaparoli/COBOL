      *                  USERCTL): A INCLUSAO E A TROCA DE SENHA
      *                  PASSAM A CARIMBAR A DATA, E A TROCA REJEITA
      *                  SENHA QUE REPITA A ATUAL OU O HISTORICO.
      *     15/10/2026 - NOVO PERFIL 'P' = PROFESSOR, RESTRITO AS
      *                  TURMAS/DISCIPLINAS ATRIBUIDAS PELO PROFMNT
      *                  (VER PROFACES.cpy).
      *     15/10/2026 - INCLUSAO, TROCA DE PERFIL, TROCA DE SENHA E
      *                  DESBLOQUEIO PASSAM A DEIXAR LINHA EM CONFIG.LOG
      *                  COM O OPERADOR QUE ALTEROU E OS VALORES ANTES E
      *                  DEPOIS (VER CFGLOG). SENHA E HASH NAO VAO PARA
      *                  A TRILHA - SO O FATO DA TROCA.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - OPERADOR PASSA A PERTENCER A UM POSTO DE
      *                  ATENDIMENTO (USER-CTL-POSTO, VER POSTO.cpy):
      *                  POSTO PEDIDO NA INCLUSAO, NOVA OPCAO 6 PARA
      *                  TRANSFERIR DE POSTO E POSTO NA LISTAGEM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-LOGON-STATUS.

            SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-CFGLOG-STATUS.

            SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-POSTO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       FD POSTO-FILE.
       COPY POSTODATA.

       WORKING-STORAGE SECTION.
       01 WS-OPCAO        PIC 9(01) VALUE 0.
       01 WS-ACHOU        PIC X     VALUE 'N'.
       01 WS-ID-BUSCA     PIC X(10) VALUE SPACES.
       01 WS-ROLE-NOVO    PIC X(01) VALUE SPACES.
       01 WS-LOCKED-ANT   PIC X(01) VALUE SPACES.
       01 WS-FAILS-ANT    PIC 9(02) VALUE 0.
       01 WS-POSTO-NOVO   PIC 9(03) VALUE 0.
       01 WS-POSTO-ANT    PIC 9(03) VALUE 0.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSPOSTO.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DE OPERADORES (USERS.CTL)"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "USERSMNT"  TO WS-CFG-PROGRAMA
           MOVE "USERS.CTL" TO WS-CFG-ARQUIVO

           DISPLAY "1 PARA INCLUIR OPERADOR"
           DISPLAY "2 PARA TROCAR SENHA DE OPERADOR"
           DISPLAY "3 PARA TROCAR PERFIL DE OPERADOR"
           DISPLAY "4 PARA DESBLOQUEAR OPERADOR"
           DISPLAY "5 PARA LISTAR OPERADORES"
           DISPLAY "6 PARA TROCAR POSTO DE ATENDIMENTO DE OPERADOR"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 3 GO TO P300-TROCAR-PERFIL
               WHEN 4 GO TO P400-DESBLOQUEAR
               WHEN 5 GO TO P500-LISTAR
               WHEN 6 GO TO P550-TROCAR-POSTO
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
               GO TO P999-STOP
           END-IF

           DISPLAY "PERFIL (A=ADMINISTRADOR, O=OPERADOR COMUM, "
                   "P=PROFESSOR)"
           ACCEPT WS-ROLE-NOVO
           PERFORM P900-PEDE-POSTO
           DISPLAY "SENHA INICIAL"
           ACCEPT WS-OPERADOR-SENHA

           MOVE 0                TO USER-CTL-HASH-ANT(1)
           MOVE 0                TO USER-CTL-HASH-ANT(2)
           MOVE 0                TO USER-CTL-HASH-ANT(3)
           MOVE WS-POSTO-NOVO    TO USER-CTL-POSTO

           OPEN EXTEND USER-CTL-FILE
           IF WS-LOGON-STATUS EQUAL 35 THEN
           END-IF
           WRITE USER-CTL-REC
           CLOSE USER-CTL-FILE
           MOVE WS-ID-BUSCA     TO WS-CFG-CHAVE
           MOVE "PERFIL"        TO WS-CFG-CAMPO
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE WS-ROLE-NOVO    TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "POSTO"         TO WS-CFG-CAMPO
           MOVE WS-POSTO-NOVO   TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "OPERADOR INCLUIDO"
           GO TO P999-STOP.

               GO TO P999-STOP
           END-IF

           MOVE USER-CTL-LOCKED TO WS-LOCKED-ANT
           MOVE USER-CTL-FAILS  TO WS-FAILS-ANT
           MOVE USER-CTL-HASH-ANT(2) TO USER-CTL-HASH-ANT(3)
           MOVE USER-CTL-HASH-ANT(1) TO USER-CTL-HASH-ANT(2)
           MOVE USER-CTL-SENHA-HASH  TO USER-CTL-HASH-ANT(1)
           MOVE 'N'               TO USER-CTL-LOCKED
           REWRITE USER-CTL-REC
           CLOSE USER-CTL-FILE
           MOVE WS-ID-BUSCA     TO WS-CFG-CHAVE
           MOVE "SENHA"         TO WS-CFG-CAMPO
           MOVE "(ANTERIOR)"    TO WS-CFG-ANTES
           MOVE "(TROCADA)"     TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           PERFORM P800-LOG-DESBLOQUEIO
           DISPLAY "SENHA ATUALIZADA"
           GO TO P999-STOP.

       P300-TROCAR-PERFIL.
      *    TROCA O PERFIL (ADMINISTRADOR/OPERADOR COMUM/PROFESSOR) DE
      *    UM OPERADOR JA CADASTRADO.
           DISPLAY "ID DO OPERADOR"
           ACCEPT WS-ID-BUSCA
           PERFORM P700-ABRIR-LOCALIZAR
               GO TO P999-STOP
           END-IF

           DISPLAY "NOVO PERFIL (A=ADMINISTRADOR, O=OPERADOR COMUM, "
                   "P=PROFESSOR)"
           ACCEPT WS-ROLE-NOVO
           MOVE WS-ID-BUSCA   TO WS-CFG-CHAVE
           MOVE "PERFIL"      TO WS-CFG-CAMPO
           MOVE USER-CTL-ROLE TO WS-CFG-ANTES
           MOVE WS-ROLE-NOVO  TO WS-CFG-DEPOIS
           MOVE WS-ROLE-NOVO TO USER-CTL-ROLE
           REWRITE USER-CTL-REC
           CLOSE USER-CTL-FILE
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "PERFIL ATUALIZADO"
           GO TO P999-STOP.

               GO TO P999-STOP
           END-IF

           MOVE USER-CTL-LOCKED TO WS-LOCKED-ANT
           MOVE USER-CTL-FAILS  TO WS-FAILS-ANT
           MOVE 'N' TO USER-CTL-LOCKED
           MOVE 0   TO USER-CTL-FAILS
           REWRITE USER-CTL-REC
           CLOSE USER-CTL-FILE
           PERFORM P800-LOG-DESBLOQUEIO
           DISPLAY "OPERADOR DESBLOQUEADO"
           GO TO P999-STOP.

                       DISPLAY USER-CTL-ID " PERFIL: " USER-CTL-ROLE
                               " FALHAS: " USER-CTL-FAILS
                               " BLOQUEADO: " USER-CTL-LOCKED
                               " POSTO: " USER-CTL-POSTO
               END-READ
           END-PERFORM
           CLOSE USER-CTL-FILE
           GO TO P999-STOP.

       P550-TROCAR-POSTO.
      *    TRANSFERE O OPERADOR PARA OUTRO POSTO DE ATENDIMENTO. OS
      *    LANCAMENTOS JA GRAVADOS CONTINUAM COM O POSTO DE ORIGEM; SO
      *    OS NOVOS LEVAM O POSTO NOVO.
           DISPLAY "ID DO OPERADOR"
           ACCEPT WS-ID-BUSCA
           PERFORM P900-PEDE-POSTO
           PERFORM P700-ABRIR-LOCALIZAR
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "ID NAO ENCONTRADO EM USERS.CTL"
               CLOSE USER-CTL-FILE
               GO TO P999-STOP
           END-IF

           MOVE USER-CTL-POSTO TO WS-POSTO-ANT
           MOVE WS-POSTO-NOVO  TO USER-CTL-POSTO
           REWRITE USER-CTL-REC
           CLOSE USER-CTL-FILE
           MOVE WS-ID-BUSCA    TO WS-CFG-CHAVE
           MOVE "POSTO"        TO WS-CFG-CAMPO
           MOVE WS-POSTO-ANT   TO WS-CFG-ANTES
           MOVE WS-POSTO-NOVO  TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "POSTO DE ATENDIMENTO ATUALIZADO"
           GO TO P999-STOP.

       P600-LOCALIZAR.
      *    PROCURA WS-ID-BUSCA EM USERS.CTL SEM MANTER O ARQUIVO
      *    ABERTO, PARA USO ANTES DE UMA INCLUSAO (OPEN EXTEND).
       P700-EXIT.
           EXIT.

       P800-LOG-DESBLOQUEIO.
      *    BLOQUEIO E FALHAS ANTES (GUARDADOS PELO CHAMADOR) E DEPOIS
      *    DA REGRAVACAO, QUE SEMPRE DESTRAVA E ZERA AS FALHAS - SO VAI
      *    PARA CONFIG.LOG O QUE MUDOU.
           MOVE WS-ID-BUSCA     TO WS-CFG-CHAVE
           MOVE "BLOQUEADO"     TO WS-CFG-CAMPO
           MOVE WS-LOCKED-ANT   TO WS-CFG-ANTES
           MOVE "N"             TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "FALHAS"        TO WS-CFG-CAMPO
           MOVE WS-FAILS-ANT    TO WS-CFG-ANTES
           MOVE "00"            TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA.

       P900-PEDE-POSTO.
      *    POSTO DE ATENDIMENTO DO OPERADOR - CADASTRADO E ATIVO EM
      *    POSTO.CTL (VER P-POSTO-VALIDA EM POSTO.cpy).
           PERFORM P-POSTO-CARREGA
           DISPLAY "POSTO DE ATENDIMENTO (CODIGO DE 3 DIGITOS)"
           ACCEPT WS-POSTO-NOVO
           MOVE WS-POSTO-NOVO TO WS-POSTO-COD-BUSCA
           PERFORM P-POSTO-VALIDA
           IF WS-POSTO-OK NOT = 'S' THEN
               DISPLAY "POSTO NAO CADASTRADO OU DESATIVADO EM POSTO.CTL"
               GO TO P999-STOP
           END-IF.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY POSTO.
       COPY TREINO.
       END PROGRAM USERSMNT.
