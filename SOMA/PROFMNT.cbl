      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO MESTRE DE PROFESSORES (PROFESSOR.DAT,
      *          VER PROFDATA) E DA ATRIBUICAO DE AULAS (ATRIBUICAO.DAT,
      *          VER ATRIBDATA) - ATE AQUI QUALQUER OPERADOR ALTERAVA
      *          QUALQUER NOTA E O BOLETIM NAO DIZIA QUEM LECIONOU. O
      *          PROFESSOR RECEBE UM ID DE PROFID.CTL (MESMO PADRAO DE
      *          ALUMID.CTL) E E LIGADO AO SEU OPERADOR DE USERS.CTL
      *          (PERFIL 'P', VER USERSMNT); A ATRIBUICAO DIZ QUE
      *          PROFESSOR DA CADA TURMA + DISCIPLINA NO ANO LETIVO. O
      *          NOTASMNT, O RECUPMNT E O FREQMNT SO DEIXAM O PERFIL
      *          PROFESSOR MEXER NO QUE FOI ATRIBUIDO A ELE (VER
      *          PROFACES.cpy), E O CALCMEDIA IMPRIME O NOME DO
      *          PROFESSOR NO BOLETIM. RESTRITO A ADMINISTRADORES.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - INCLUSAO E ALTERACAO DE PROFESSOR E INCLUSAO,
      *                  TROCA E REMOCAO DE ATRIBUICAO PASSAM A DEIXAR
      *                  LINHA EM CONFIG.LOG COM O OPERADOR E OS VALORES
      *                  ANTES E DEPOIS (VER CFGLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROFMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-FILE ASSIGN TO 'PROFESSOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROF-ID
           FILE STATUS IS WS-PROF-STATUS.

           SELECT ATR-FILE ASSIGN TO 'ATRIBUICAO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATR-CHAVE
           FILE STATUS IS WS-ATR-STATUS.

           SELECT PROFID-CTL-FILE ASSIGN TO 'PROFID.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-PROFID-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROF-FILE.
       COPY PROFDATA.

       FD  ATR-FILE.
       COPY ATRIBDATA.

       FD  PROFID-CTL-FILE.
       01  PROFID-CTL-REC.
           05  PROFID-ULTIMO   PIC 9(05).

       FD  USER-CTL-FILE.
       COPY USERCTL.

       FD  CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01  WS-PROF-STATUS   PIC 99.
       01  WS-ATR-STATUS    PIC 99.
       01  WS-PROFID-STATUS PIC 99.
       01  WS-OPCAO         PIC 9(01) VALUE 0.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-ACHOU         PIC X     VALUE 'N'.
       01  WS-ID-BUSCA      PIC 9(05) VALUE 0.
       01  WS-ID-NOVO       PIC 9(05) VALUE 0.
       01  WS-OPER-BUSCA    PIC X(10) VALUE SPACES.
       01  WS-NOME-PROF     PIC X(40) VALUE SPACES.
       01  WS-ANO-BUSCA     PIC 9(04) VALUE 0.
       01  WS-QTD-LISTADOS  PIC 9(05) VALUE 0.
       01  WS-NOME-ANTERIOR PIC X(40) VALUE SPACES.
       01  WS-OPER-ANTERIOR PIC X(10) VALUE SPACES.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.
       COPY WSCFGLOG.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DE PROFESSORES E ATRIBUICAO DE AULAS"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "PROFMNT" TO WS-CFG-PROGRAMA

           DISPLAY "1 PARA INCLUIR PROFESSOR"
           DISPLAY "2 PARA ALTERAR NOME/OPERADOR DO PROFESSOR"
           DISPLAY "3 PARA LISTAR PROFESSORES"
           DISPLAY "4 PARA ATRIBUIR TURMA + DISCIPLINA + ANO"
           DISPLAY "5 PARA REMOVER ATRIBUICAO"
           DISPLAY "6 PARA LISTAR ATRIBUICOES DE UM ANO LETIVO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-INCLUIR
               WHEN 2 GO TO P200-ALTERAR
               WHEN 3 GO TO P300-LISTAR
               WHEN 4 GO TO P400-ATRIBUIR
               WHEN 5 GO TO P500-REMOVER-ATRIB
               WHEN 6 GO TO P600-LISTAR-ATRIB
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-INCLUIR.
           DISPLAY "NOME DO PROFESSOR"
           ACCEPT WS-NOME-PROF
           DISPLAY "OPERADOR DO PROFESSOR EM USERS.CTL"
           ACCEPT WS-OPER-BUSCA
           PERFORM P700-CONFERE-OPERADOR
           IF WS-ACHOU NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           PERFORM P800-PROXIMO-ID
           MOVE WS-ID-NOVO    TO PROF-ID
           MOVE WS-NOME-PROF  TO PROF-NOME
           MOVE WS-OPER-BUSCA TO PROF-OPERADOR
           OPEN I-O PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               OPEN OUTPUT PROF-FILE
               CLOSE PROF-FILE
               OPEN I-O PROF-FILE
           END-IF
           WRITE PROF-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL INCLUIR O PROFESSOR"
               NOT INVALID KEY
                   DISPLAY "PROFESSOR INCLUIDO COM O ID " PROF-ID
                   MOVE "PROFESSOR"     TO WS-CFG-CAMPO
                   MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
                   MOVE PROF-REC        TO WS-CFG-DEPOIS
                   PERFORM P850-LOG-PROFESSOR
           END-WRITE
           CLOSE PROF-FILE
           GO TO P999-STOP.

       P200-ALTERAR.
           DISPLAY "ID DO PROFESSOR"
           ACCEPT WS-ID-BUSCA
           OPEN I-O PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               DISPLAY "PROFESSOR.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-ID-BUSCA TO PROF-ID
           READ PROF-FILE
               INVALID KEY
                   DISPLAY "ID NAO ENCONTRADO"
                   CLOSE PROF-FILE
                   GO TO P999-STOP
           END-READ
           DISPLAY "NOME ATUAL: " PROF-NOME
           DISPLAY "NOVO NOME"
           ACCEPT WS-NOME-PROF
           DISPLAY "OPERADOR ATUAL: " PROF-OPERADOR
           DISPLAY "NOVO OPERADOR"
           ACCEPT WS-OPER-BUSCA
      *    P700 ABRE USERS.CTL E PROFESSOR.DAT POR CONTA PROPRIA -
      *    GUARDA O REGISTRO E FECHA ANTES DE CONFERIR.
           CLOSE PROF-FILE
           IF WS-OPER-BUSCA NOT = PROF-OPERADOR THEN
               PERFORM P700-CONFERE-OPERADOR
               IF WS-ACHOU NOT = 'S' THEN
                   GO TO P999-STOP
               END-IF
           END-IF
           OPEN I-O PROF-FILE
           MOVE WS-ID-BUSCA TO PROF-ID
           READ PROF-FILE
               INVALID KEY
                   DISPLAY "ID NAO ENCONTRADO"
                   CLOSE PROF-FILE
                   GO TO P999-STOP
           END-READ
           MOVE PROF-NOME     TO WS-NOME-ANTERIOR
           MOVE PROF-OPERADOR TO WS-OPER-ANTERIOR
           MOVE WS-NOME-PROF  TO PROF-NOME
           MOVE WS-OPER-BUSCA TO PROF-OPERADOR
           REWRITE PROF-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ALTERAR"
               NOT INVALID KEY
                   DISPLAY "PROFESSOR ALTERADO"
                   MOVE "NOME"           TO WS-CFG-CAMPO
                   MOVE WS-NOME-ANTERIOR TO WS-CFG-ANTES
                   MOVE PROF-NOME        TO WS-CFG-DEPOIS
                   PERFORM P850-LOG-PROFESSOR
                   MOVE "OPERADOR"       TO WS-CFG-CAMPO
                   MOVE WS-OPER-ANTERIOR TO WS-CFG-ANTES
                   MOVE PROF-OPERADOR    TO WS-CFG-DEPOIS
                   PERFORM P850-LOG-PROFESSOR
           END-REWRITE
           CLOSE PROF-FILE
           GO TO P999-STOP.

       P300-LISTAR.
           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               DISPLAY "PROFESSOR.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ PROF-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LISTADOS
                       DISPLAY PROF-ID " " PROF-NOME
                               " OPERADOR: " PROF-OPERADOR
               END-READ
           END-PERFORM
           CLOSE PROF-FILE
           DISPLAY "PROFESSORES: " WS-QTD-LISTADOS
           GO TO P999-STOP.

       P400-ATRIBUIR.
      *    UM PROFESSOR POR TURMA + DISCIPLINA + ANO: ATRIBUIR DE NOVO
      *    A MESMA CHAVE TROCA O PROFESSOR.
           DISPLAY "ID DO PROFESSOR"
           ACCEPT WS-ID-BUSCA
           PERFORM P750-NOME-DO-PROFESSOR
           IF WS-NOME-PROF = SPACES THEN
               DISPLAY "ID NAO ENCONTRADO NO MESTRE DE PROFESSORES"
               GO TO P999-STOP
           END-IF
           DISPLAY "PROFESSOR: " WS-NOME-PROF
           DISPLAY "ANO LETIVO (AAAA)"
           ACCEPT ATR-ANO
           DISPLAY "TURMA"
           ACCEPT ATR-TURMA
           DISPLAY "DISCIPLINA (COMO LANCADA NO BOLETIM)"
           ACCEPT ATR-DISCIPLINA
           IF ATR-TURMA = SPACES OR ATR-DISCIPLINA = SPACES OR
              ATR-ANO = 0 THEN
               DISPLAY "ANO, TURMA E DISCIPLINA SAO OBRIGATORIOS"
               GO TO P999-STOP
           END-IF
           MOVE WS-ID-BUSCA TO ATR-PROF-ID

           OPEN I-O ATR-FILE
           IF WS-ATR-STATUS EQUAL 35 THEN
               OPEN OUTPUT ATR-FILE
               CLOSE ATR-FILE
               OPEN I-O ATR-FILE
           END-IF
           WRITE ATR-REC
               INVALID KEY
                   PERFORM P410-TROCA-PROFESSOR
               NOT INVALID KEY
                   DISPLAY "ATRIBUICAO INCLUIDA"
                   MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
                   MOVE ATR-PROF-ID     TO WS-CFG-DEPOIS
                   PERFORM P860-LOG-ATRIBUICAO
           END-WRITE
           CLOSE ATR-FILE
           GO TO P999-STOP.

       P410-TROCA-PROFESSOR.
      *    A CHAVE JA EXISTE - LE O PROFESSOR ATUAL PARA A TRILHA DE
      *    CONFIG.LOG ANTES DE TROCAR.
           READ ATR-FILE
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATRIBUIR"
                   EXIT PARAGRAPH
           END-READ
           MOVE ATR-PROF-ID TO WS-CFG-ANTES
           MOVE WS-ID-BUSCA TO ATR-PROF-ID
           REWRITE ATR-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ATRIBUIR"
               NOT INVALID KEY
                   DISPLAY "ATRIBUICAO TROCADA PARA ESTE "
                           "PROFESSOR"
                   MOVE ATR-PROF-ID TO WS-CFG-DEPOIS
                   PERFORM P860-LOG-ATRIBUICAO
           END-REWRITE.

       P500-REMOVER-ATRIB.
           DISPLAY "ANO LETIVO (AAAA)"
           ACCEPT ATR-ANO
           DISPLAY "TURMA"
           ACCEPT ATR-TURMA
           DISPLAY "DISCIPLINA"
           ACCEPT ATR-DISCIPLINA
           OPEN I-O ATR-FILE
           IF WS-ATR-STATUS EQUAL 35 THEN
               DISPLAY "ATRIBUICAO.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           READ ATR-FILE
               INVALID KEY
                   DISPLAY "ATRIBUICAO NAO ENCONTRADA"
                   CLOSE ATR-FILE
                   GO TO P999-STOP
           END-READ
           MOVE ATR-PROF-ID TO WS-CFG-ANTES
           DELETE ATR-FILE RECORD
               INVALID KEY
                   DISPLAY "ATRIBUICAO NAO ENCONTRADA"
               NOT INVALID KEY
                   DISPLAY "ATRIBUICAO REMOVIDA"
                   MOVE "(INEXISTENTE)" TO WS-CFG-DEPOIS
                   PERFORM P860-LOG-ATRIBUICAO
           END-DELETE
           CLOSE ATR-FILE
           GO TO P999-STOP.

       P600-LISTAR-ATRIB.
           DISPLAY "ANO LETIVO (AAAA)"
           ACCEPT WS-ANO-BUSCA
           OPEN INPUT ATR-FILE
           IF WS-ATR-STATUS EQUAL 35 THEN
               DISPLAY "ATRIBUICAO.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT PROF-FILE
           MOVE WS-ANO-BUSCA TO ATR-ANO
           MOVE LOW-VALUES   TO ATR-TURMA
           MOVE LOW-VALUES   TO ATR-DISCIPLINA
           START ATR-FILE KEY IS NOT LESS THAN ATR-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ ATR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF ATR-ANO NOT = WS-ANO-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           MOVE SPACES TO PROF-NOME
                           MOVE ATR-PROF-ID TO PROF-ID
                           READ PROF-FILE
                               INVALID KEY
                                   MOVE "(PROFESSOR NAO CADASTRADO)"
                                     TO PROF-NOME
                           END-READ
                           DISPLAY ATR-TURMA " " ATR-DISCIPLINA
                                   " " ATR-PROF-ID " " PROF-NOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-FILE
           CLOSE ATR-FILE
           DISPLAY "ATRIBUICOES NO ANO: " WS-QTD-LISTADOS
           GO TO P999-STOP.

       P700-CONFERE-OPERADOR.
      *    O OPERADOR PRECISA EXISTIR EM USERS.CTL COM PERFIL
      *    PROFESSOR E NAO PODE ESTAR LIGADO A OUTRO PROFESSOR. SEM
      *    USERS.CTL (MESMA CONVENCAO DO LOGON) SO SE CONFERE O VINCULO.
           MOVE 'N' TO WS-ACHOU
           IF WS-OPER-BUSCA = SPACES THEN
               DISPLAY "OPERADOR NAO PODE SER EM BRANCO"
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT USER-CTL-FILE
           IF WS-LOGON-STATUS EQUAL 35 THEN
               MOVE 'S' TO WS-ACHOU
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ USER-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF USER-CTL-ID = WS-OPER-BUSCA THEN
                               MOVE 'S' TO WS-EOF
                               IF USER-CTL-ROLE = 'P' THEN
                                   MOVE 'S' TO WS-ACHOU
                               ELSE
                                   DISPLAY "OPERADOR SEM PERFIL "
                                           "PROFESSOR (VER USERSMNT)"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE USER-CTL-FILE
               MOVE 'N' TO WS-EOF
               IF WS-ACHOU NOT = 'S' THEN
                   DISPLAY "OPERADOR " WS-OPER-BUSCA
                           " NAO HABILITADO COMO PROFESSOR"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ PROF-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PROF-OPERADOR = WS-OPER-BUSCA THEN
                           MOVE 'N' TO WS-ACHOU
                           MOVE 'S' TO WS-EOF
                           DISPLAY "OPERADOR JA LIGADO AO PROFESSOR "
                                   PROF-ID " " PROF-NOME
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-FILE
           MOVE 'N' TO WS-EOF.

       P750-NOME-DO-PROFESSOR.
           MOVE SPACES TO WS-NOME-PROF
           OPEN INPUT PROF-FILE
           IF WS-PROF-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-ID-BUSCA TO PROF-ID
           READ PROF-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE PROF-NOME TO WS-NOME-PROF
           END-READ
           CLOSE PROF-FILE.

       P800-PROXIMO-ID.
      *    MESMO PADRAO DE CONTADOR DE ALUMID.CTL.
           OPEN I-O PROFID-CTL-FILE
           IF WS-PROFID-STATUS EQUAL 35 THEN
               OPEN OUTPUT PROFID-CTL-FILE
               MOVE 0 TO PROFID-ULTIMO
               WRITE PROFID-CTL-REC
               CLOSE PROFID-CTL-FILE
               OPEN I-O PROFID-CTL-FILE
           END-IF
           READ PROFID-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO PROFID-ULTIMO
           END-READ
           ADD 1 TO PROFID-ULTIMO GIVING WS-ID-NOVO
           MOVE WS-ID-NOVO TO PROFID-ULTIMO
           REWRITE PROFID-CTL-REC
           CLOSE PROFID-CTL-FILE.

       P850-LOG-PROFESSOR.
      *    O CHAMADOR PREENCHE CAMPO, ANTES E DEPOIS; P-CFGLOG-GRAVA
      *    DESPREZA O CAMPO QUE FICOU IGUAL NA ALTERACAO.
           MOVE "PROFESSOR.DAT" TO WS-CFG-ARQUIVO
           MOVE PROF-ID         TO WS-CFG-CHAVE
           PERFORM P-CFGLOG-GRAVA.

       P860-LOG-ATRIBUICAO.
      *    A CHAVE E ANO + TURMA + DISCIPLINA; O VALOR E O ID DO
      *    PROFESSOR ATRIBUIDO.
           MOVE "ATRIBUICAO.DAT" TO WS-CFG-ARQUIVO
           MOVE ATR-CHAVE        TO WS-CFG-CHAVE
           MOVE "PROFESSOR"      TO WS-CFG-CAMPO
           PERFORM P-CFGLOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       COPY CFGLOG.
       END PROGRAM PROFMNT.
