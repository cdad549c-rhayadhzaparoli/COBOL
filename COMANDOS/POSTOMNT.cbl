      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE POSTOS DE ATENDIMENTO
      *          (POSTO.CTL, VER POSTODATA). COM O SEGUNDO POSTO EM
      *          FUNCIONAMENTO, CADA OPERADOR DE USERS.CTL PERTENCE A
      *          UM POSTO, E REGISTRO, CLIENTE, AGENDA.DAT E
      *          PRESTACOES.JRN GUARDAM O POSTO DE QUEM GEROU O
      *          LANCAMENTO. INCLUSAO, ALTERACAO DE NOME,
      *          DESATIVACAO/REATIVACAO (COM AVISO DOS OPERADORES AINDA
      *          LOTADOS NO POSTO) E LISTAGEM COM A QUANTIDADE DE
      *          OPERADORES POR POSTO. MESMO ESTILO DE MANUTENCAO DO
      *          UNIMNT/PRODMNT, COM TRILHA EM CONFIG.LOG.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTOMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT POSTO-FILE ASSIGN TO 'POSTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-STATUS.

           SELECT POSTO-NEW-FILE ASSIGN TO 'POSTO.CTL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-POSTO-NEW-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD POSTO-FILE.
       COPY POSTODATA.

       FD POSTO-NEW-FILE.
       COPY POSTODATA REPLACING LEADING ==POSTO== BY ==POSTO-NEW==.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-POSTO-NEW-STATUS PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-CONFIRMA        PIC X     VALUE 'N'.
       01 WS-COD-POSTO       PIC 9(03) VALUE 0.
       01 WS-NOVO-NOME       PIC X(30) VALUE SPACES.
       01 WS-ACAO-ATIVO      PIC X(01) VALUE SPACES.
       01 WS-CMD             PIC X(80) VALUE SPACES.
       01 WS-QTD-OPERADORES  PIC 9(03) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSPOSTO.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO MESTRE DE POSTOS DE ATENDIMENTO"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "POSTOMNT"  TO WS-CFG-PROGRAMA
           MOVE "POSTO.CTL" TO WS-CFG-ARQUIVO

           DISPLAY "1 PARA INCLUIR POSTO"
           DISPLAY "2 PARA ALTERAR NOME DO POSTO"
           DISPLAY "3 PARA DESATIVAR POSTO"
           DISPLAY "4 PARA REATIVAR POSTO"
           DISPLAY "5 PARA LISTAR POSTOS"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-INCLUIR
               WHEN 2 GO TO P200-ALTERAR
               WHEN 3 GO TO P300-DESATIVAR
               WHEN 4 GO TO P400-REATIVAR
               WHEN 5 GO TO P500-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-INCLUIR.
      *    O CODIGO 000 E RESERVADO AOS LANCAMENTOS GERADOS EM LOTE,
      *    SEM OPERADOR (VER POSTODATA).
           DISPLAY "CODIGO DO POSTO (001 A 999)"
           ACCEPT WS-COD-POSTO
           IF WS-COD-POSTO = 0 THEN
               DISPLAY "CODIGO 000 E RESERVADO AOS PROGRAMAS EM LOTE"
               GO TO P999-STOP
           END-IF
           PERFORM P-POSTO-CARREGA
           MOVE WS-COD-POSTO TO WS-POSTO-COD-BUSCA
           PERFORM P-POSTO-BUSCA
           IF WS-POSTO-ACHOU = 'S' THEN
               DISPLAY "CODIGO JA CADASTRADO EM POSTO.CTL"
               GO TO P999-STOP
           END-IF
           IF WS-POSTO-QTD NOT < 20 THEN
               DISPLAY "POSTO.CTL JA TEM O MAXIMO DE 20 POSTOS"
               GO TO P999-STOP
           END-IF

           DISPLAY "NOME DO POSTO"
           ACCEPT WS-NOVO-NOME
           IF WS-NOVO-NOME = SPACES THEN
               DISPLAY "NOME NAO PODE SER EM BRANCO"
               GO TO P999-STOP
           END-IF

           MOVE WS-COD-POSTO TO POSTO-CODIGO
           MOVE WS-NOVO-NOME TO POSTO-NOME
           MOVE 'S'          TO POSTO-ATIVO
           OPEN EXTEND POSTO-FILE
           IF WS-POSTO-STATUS EQUAL 35 THEN
               OPEN OUTPUT POSTO-FILE
           END-IF
           WRITE POSTO-REC
           CLOSE POSTO-FILE
           MOVE WS-COD-POSTO    TO WS-CFG-CHAVE
           MOVE "POSTO"         TO WS-CFG-CAMPO
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE POSTO-REC       TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "POSTO INCLUIDO"
           GO TO P999-STOP.

       P200-ALTERAR.
           DISPLAY "CODIGO DO POSTO A ALTERAR"
           ACCEPT WS-COD-POSTO
           PERFORM P700-LOCALIZAR
           IF WS-POSTO-ACHOU NOT = 'S' THEN
               DISPLAY "POSTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           DISPLAY "NOVO NOME"
           ACCEPT WS-NOVO-NOME
           IF WS-NOVO-NOME = SPACES THEN
               DISPLAY "NOME NAO PODE SER EM BRANCO"
               GO TO P999-STOP
           END-IF
           MOVE 'C' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "POSTO ALTERADO"
           GO TO P999-STOP.

       P300-DESATIVAR.
           DISPLAY "CODIGO DO POSTO A DESATIVAR"
           ACCEPT WS-COD-POSTO
           PERFORM P700-LOCALIZAR
           IF WS-POSTO-ACHOU NOT = 'S' THEN
               DISPLAY "POSTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF

           PERFORM P720-CONTA-OPERADORES
           IF WS-QTD-OPERADORES > 0 THEN
               DISPLAY "ATENCAO - " WS-QTD-OPERADORES " OPERADORES "
                       "AINDA LOTADOS NESTE POSTO EM USERS.CTL"
               DISPLAY "USE O USERSMNT (OPCAO 6) PARA TRANSFERI-LOS "
                       "ANTES OU CONFIRME A DESATIVACAO MESMO ASSIM"
               DISPLAY "CONFIRMA A DESATIVACAO (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
                   DISPLAY "DESATIVACAO ABORTADA"
                   GO TO P999-STOP
               END-IF
           END-IF

           MOVE 'N' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "POSTO DESATIVADO - NAO RECEBE MAIS OPERADOR"
           GO TO P999-STOP.

       P400-REATIVAR.
           DISPLAY "CODIGO DO POSTO A REATIVAR"
           ACCEPT WS-COD-POSTO
           PERFORM P700-LOCALIZAR
           IF WS-POSTO-ACHOU NOT = 'S' THEN
               DISPLAY "POSTO NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           MOVE 'S' TO WS-ACAO-ATIVO
           PERFORM P800-REGRAVAR
           DISPLAY "POSTO REATIVADO"
           GO TO P999-STOP.

       P500-LISTAR.
           PERFORM P-POSTO-CARREGA
           IF WS-POSTO-QTD = 0 THEN
               DISPLAY "POSTO.CTL AINDA NAO FOI CRIADO OU ESTA VAZIO"
               GO TO P999-STOP
           END-IF
           PERFORM P-POSTO-CARREGA-OPER
           PERFORM VARYING WS-POSTO-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-IDX > WS-POSTO-QTD
               MOVE WS-POSTO-TB-CODIGO(WS-POSTO-IDX) TO WS-COD-POSTO
               PERFORM P730-CONTA-NA-TABELA
               DISPLAY "CODIGO: " WS-POSTO-TB-CODIGO(WS-POSTO-IDX)
                       "  NOME: " WS-POSTO-TB-NOME(WS-POSTO-IDX)
                       "  ATIVO: " WS-POSTO-TB-ATIVO(WS-POSTO-IDX)
                       "  OPERADORES: " WS-QTD-OPERADORES
           END-PERFORM
           GO TO P999-STOP.

       P700-LOCALIZAR.
           PERFORM P-POSTO-CARREGA
           MOVE WS-COD-POSTO TO WS-POSTO-COD-BUSCA
           PERFORM P-POSTO-BUSCA.

       P720-CONTA-OPERADORES.
           PERFORM P-POSTO-CARREGA-OPER
           PERFORM P730-CONTA-NA-TABELA.

       P730-CONTA-NA-TABELA.
           MOVE 0 TO WS-QTD-OPERADORES
           PERFORM VARYING WS-POSTO-OP-IDX FROM 1 BY 1
                   UNTIL WS-POSTO-OP-IDX > WS-POSTO-OP-QTD
               IF WS-POSTO-OP-COD(WS-POSTO-OP-IDX) = WS-COD-POSTO THEN
                   ADD 1 TO WS-QTD-OPERADORES
               END-IF
           END-PERFORM.

       P800-REGRAVAR.
      *    REGRAVA POSTO.CTL APLICANDO A ALTERACAO PEDIDA NO CODIGO
      *    LOCALIZADO (MESMA TECNICA DE REGRAVACAO DO UNIMNT).
           OPEN INPUT POSTO-FILE
           OPEN OUTPUT POSTO-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ POSTO-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE POSTO-REC TO POSTO-NEW-REC
                       IF POSTO-CODIGO = WS-COD-POSTO THEN
                           EVALUATE WS-ACAO-ATIVO
                               WHEN 'C'
                                   MOVE WS-NOVO-NOME TO POSTO-NEW-NOME
                               WHEN 'N'
                                   MOVE 'N' TO POSTO-NEW-ATIVO
                               WHEN 'S'
                                   MOVE 'S' TO POSTO-NEW-ATIVO
                           END-EVALUATE
                           PERFORM P810-LOG-ALTERACAO
                       END-IF
                       WRITE POSTO-NEW-REC
               END-READ
           END-PERFORM
           CLOSE POSTO-FILE
           CLOSE POSTO-NEW-FILE
           MOVE "mv POSTO.CTL.NEW POSTO.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P810-LOG-ALTERACAO.
      *    UMA LINHA EM CONFIG.LOG POR CAMPO QUE MUDOU NO POSTO
      *    (P-CFGLOG-GRAVA DESPREZA O CAMPO QUE FICOU IGUAL).
           MOVE WS-COD-POSTO       TO WS-CFG-CHAVE
           MOVE "NOME"             TO WS-CFG-CAMPO
           MOVE POSTO-NOME         TO WS-CFG-ANTES
           MOVE POSTO-NEW-NOME     TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "ATIVO"            TO WS-CFG-CAMPO
           MOVE POSTO-ATIVO        TO WS-CFG-ANTES
           MOVE POSTO-NEW-ATIVO    TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY POSTO.
       COPY POSTOOPER.
       COPY TREINO.
       END PROGRAM POSTOMNT.
