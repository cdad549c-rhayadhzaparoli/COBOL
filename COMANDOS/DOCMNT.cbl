      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: DOCUMENTOS EXIGIDOS DO CONSCRITO. REGISTRA A ENTREGA
      *          DE UM DOCUMENTO QUE FALTAVA NO ALISTAMENTO
      *          (DOCAPRES.DAT, COM DATA E OPERADOR), MOSTRA O QUE UM
      *          CPF JA ENTREGOU E O QUE AINDA DEVE, E MANTEM O MESTRE
      *          DE TIPOS DE
      *          DOCUMENTO (DOCTIPO.CTL, VER DOCTIPODATA) - INCLUSAO,
      *          ALTERACAO, DESATIVACAO/REATIVACAO, SO POR
      *          ADMINISTRADOR. A CARTEIRA SO SAI (ALISTAMENTO-MILITAR,
      *          CARTIMPR, CARTLOTE) COM A DOCUMENTACAO COMPLETA - VER
      *          DOCCHK. A LISTA DIARIA DE QUEM DEVE DOCUMENTO E DO
      *          DOCPEND.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A LINHA DA TRILHA DE ACESSO PASSA A LEVAR O ELO
      *                  DA CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - INCLUSAO, ALTERACAO E DESATIVACAO/REATIVACAO DE
      *                  TIPO DE DOCUMENTO PASSAM A DEIXAR LINHA EM
      *                  CONFIG.LOG COM O OPERADOR E OS VALORES ANTES E
      *                  DEPOIS (VER CFGLOG).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCMNT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT DOCTIPO-FILE ASSIGN TO 'DOCTIPO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCT-STATUS.

           SELECT DOCAPRES-FILE ASSIGN TO 'DOCAPRES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCA-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD REG-FILE.
       COPY PRSDATA.

       FD DOCTIPO-FILE.
       COPY DOCTIPODATA.

       FD DOCAPRES-FILE.
       COPY DOCAPRDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-CPF-BUSCA       PIC 9(11) VALUE 0.
       01 WS-KEY             PIC X     VALUE 'N'.
       01 WS-ACHOU           PIC X     VALUE 'N'.
       01 WS-POS             PIC 9(02) VALUE 0.
       01 WS-COD-BUSCA       PIC X(02) VALUE SPACES.
       01 WS-NOVA-DESC       PIC X(30) VALUE SPACES.
       01 WS-NOVA-REGRA      PIC X(01) VALUE SPACE.
       01 WS-SITUACAO-DESC   PIC X(12) VALUE SPACES.
       01 WS-REGRA-DESC      PIC X(20) VALUE SPACES.
       01 WS-DESC-ANTERIOR   PIC X(30) VALUE SPACES.
       01 WS-REGRA-ANTERIOR  PIC X(13) VALUE SPACES.

       COPY WSPRSDATA.
       COPY WSDOCCHK.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSCFGLOG.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** DOCUMENTOS DO CONSCRITO ********"
           PERFORM P-SIGN-ON
           PERFORM P-DATA-NEGOCIO
           MOVE "DOCMNT" TO WS-CFG-PROGRAMA

           DISPLAY "1 PARA REGISTRAR ENTREGA DE DOCUMENTO"
           DISPLAY "2 PARA CONSULTAR DOCUMENTOS DE UM CPF"
           DISPLAY "3 PARA INCLUIR/ALTERAR TIPO DE DOCUMENTO"
           DISPLAY "4 PARA DESATIVAR/REATIVAR TIPO DE DOCUMENTO"
           DISPLAY "5 PARA LISTAR TIPOS DE DOCUMENTO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-REGISTRAR
               WHEN 2 GO TO P200-CONSULTAR
               WHEN 3 GO TO P300-TIPO-MANTER
               WHEN 4 GO TO P400-TIPO-ATIVO
               WHEN 5 GO TO P500-TIPO-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-REGISTRAR.
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P600-LOCALIZA-CONSCRITO
           PERFORM P610-MOSTRA-CHECKLIST
           IF WS-DOC-CHECKLIST-OK THEN
               DISPLAY "DOCUMENTACAO JA ESTA COMPLETA"
               GO TO P999-STOP
           END-IF

           MOVE 'S' TO WS-KEY
           PERFORM P110-REGISTRA-UM
               UNTIL WS-KEY NOT = 'S' OR WS-DOC-CHECKLIST-OK

           IF WS-DOC-CHECKLIST-OK THEN
               DISPLAY "DOCUMENTACAO COMPLETA - A CARTEIRA PODE SER "
                       "EMITIDA PELO CARTIMPR"
           ELSE
               DISPLAY "AINDA PENDENTES: " WS-DOC-FALTA-LISTA
           END-IF
           GO TO P999-STOP.

       P110-REGISTRA-UM.
           DISPLAY "CODIGO DO DOCUMENTO ENTREGUE"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZA-TIPO
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "CODIGO NAO CADASTRADO EM DOCTIPO.CTL"
           ELSE
               IF WS-DOC-ATIVO(WS-POS) = 'N' THEN
                   DISPLAY "TIPO DE DOCUMENTO DESATIVADO"
               ELSE
                   IF WS-DOC-APRESENTADO(WS-POS) = 'S' THEN
                       DISPLAY "DOCUMENTO JA ENTREGUE EM "
                               WS-DOC-DT-APRES(WS-POS)
                   ELSE
                       MOVE WS-DOC-COD(WS-POS) TO WS-DOC-COD-REG
                       MOVE WS-DT-NEGOCIO      TO WS-DOC-DT-REG
                       MOVE WS-OPERADOR-ID     TO WS-DOC-OPERADOR
                       PERFORM P-DOC-REGISTRA
                       DISPLAY "ENTREGA REGISTRADA: "
                               WS-DOC-DESC(WS-POS)
                       PERFORM P-DOC-CHECKLIST
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DOC-CHECKLIST-OK THEN
               DISPLAY "REGISTRAR OUTRO DOCUMENTO (S/N)?"
               ACCEPT WS-KEY
               IF WS-KEY = 's' THEN
                   MOVE 'S' TO WS-KEY
               END-IF
           END-IF.

       P200-CONSULTAR.
           PERFORM P600-LOCALIZA-CONSCRITO
           PERFORM P610-MOSTRA-CHECKLIST
           IF WS-DOC-CHECKLIST-OK THEN
               DISPLAY "DOCUMENTACAO COMPLETA"
           ELSE
               DISPLAY "DOCUMENTOS PENDENTES: " WS-DOC-FALTA-LISTA
           END-IF
           GO TO P999-STOP.

       P300-TIPO-MANTER.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P-DOC-CARREGA-TIPOS
           DISPLAY "CODIGO DO TIPO DE DOCUMENTO (2 CARACTERES)"
           ACCEPT WS-COD-BUSCA
           IF WS-COD-BUSCA = SPACES THEN
               DISPLAY "CODIGO NAO PODE SER EM BRANCO"
               GO TO P999-STOP
           END-IF
           PERFORM P700-LOCALIZA-TIPO
           IF WS-ACHOU = 'S' THEN
               DISPLAY "ALTERANDO: " WS-DOC-DESC(WS-POS)
                       "  REGRA: " WS-DOC-REGRA(WS-POS)
           ELSE
               IF WS-DOC-QTD-TIPOS NOT < 20 THEN
                   DISPLAY "LIMITE DE 20 TIPOS DE DOCUMENTO ATINGIDO"
                   GO TO P999-STOP
               END-IF
           END-IF
           DISPLAY "DESCRICAO"
           ACCEPT WS-NOVA-DESC
           IF WS-NOVA-DESC = SPACES THEN
               DISPLAY "DESCRICAO NAO PODE SER EM BRANCO"
               GO TO P999-STOP
           END-IF
           DISPLAY "QUANDO E EXIGIDO: T = DE TODOS, M = SO DE MAIOR DE "
                   "18 ANOS NO ALISTAMENTO, O = OPCIONAL"
           ACCEPT WS-NOVA-REGRA
           IF WS-NOVA-REGRA NOT = 'T' AND WS-NOVA-REGRA NOT = 'M' AND
              WS-NOVA-REGRA NOT = 'O' THEN
               DISPLAY "REGRA INVALIDA - DOCTIPO.CTL NAO ALTERADO"
               GO TO P999-STOP
           END-IF
           IF WS-ACHOU NOT = 'S' THEN
               MOVE "(INEXISTENTE)"  TO WS-DESC-ANTERIOR
               MOVE "(INEXISTENTE)"  TO WS-REGRA-ANTERIOR
               ADD 1 TO WS-DOC-QTD-TIPOS
               MOVE WS-DOC-QTD-TIPOS TO WS-POS
               MOVE WS-COD-BUSCA     TO WS-DOC-COD(WS-POS)
               MOVE 'S'              TO WS-DOC-ATIVO(WS-POS)
           ELSE
               MOVE WS-DOC-DESC(WS-POS)  TO WS-DESC-ANTERIOR
               MOVE WS-DOC-REGRA(WS-POS) TO WS-REGRA-ANTERIOR
           END-IF
           MOVE WS-NOVA-DESC  TO WS-DOC-DESC(WS-POS)
           MOVE WS-NOVA-REGRA TO WS-DOC-REGRA(WS-POS)
           PERFORM P800-GRAVA-TIPOS
           MOVE "DESCRICAO"          TO WS-CFG-CAMPO
           MOVE WS-DESC-ANTERIOR     TO WS-CFG-ANTES
           MOVE WS-DOC-DESC(WS-POS)  TO WS-CFG-DEPOIS
           PERFORM P810-LOG-TIPO
           MOVE "REGRA"              TO WS-CFG-CAMPO
           MOVE WS-REGRA-ANTERIOR    TO WS-CFG-ANTES
           MOVE WS-DOC-REGRA(WS-POS) TO WS-CFG-DEPOIS
           PERFORM P810-LOG-TIPO
           DISPLAY "DOCTIPO.CTL ATUALIZADO"
           GO TO P999-STOP.

       P400-TIPO-ATIVO.
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           PERFORM P-DOC-CARREGA-TIPOS
           DISPLAY "CODIGO DO TIPO DE DOCUMENTO"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZA-TIPO
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "CODIGO NAO CADASTRADO EM DOCTIPO.CTL"
               GO TO P999-STOP
           END-IF
           MOVE WS-DOC-ATIVO(WS-POS) TO WS-CFG-ANTES
           IF WS-DOC-ATIVO(WS-POS) = 'N' THEN
               MOVE 'S' TO WS-DOC-ATIVO(WS-POS)
               DISPLAY WS-DOC-DESC(WS-POS) " REATIVADO"
           ELSE
      *        TIPO DESATIVADO DEIXA DE SER EXIGIDO NA HORA - AS
      *        ENTREGAS JA REGISTRADAS FICAM EM DOCAPRES.DAT.
               MOVE 'N' TO WS-DOC-ATIVO(WS-POS)
               DISPLAY WS-DOC-DESC(WS-POS) " DESATIVADO"
           END-IF
           PERFORM P800-GRAVA-TIPOS
           MOVE "ATIVO"              TO WS-CFG-CAMPO
           MOVE WS-DOC-ATIVO(WS-POS) TO WS-CFG-DEPOIS
           PERFORM P810-LOG-TIPO
           GO TO P999-STOP.

       P500-TIPO-LISTAR.
           PERFORM P-DOC-CARREGA-TIPOS
           IF WS-DOCT-STATUS EQUAL 35 THEN
               DISPLAY "DOCTIPO.CTL AINDA NAO FOI CRIADO - VALE A "
                       "LISTA PADRAO:"
           END-IF
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               MOVE WS-DOC-IDX TO WS-POS
               PERFORM P620-DESCREVE-REGRA
               IF WS-DOC-ATIVO(WS-DOC-IDX) = 'N' THEN
                   MOVE "DESATIVADO" TO WS-SITUACAO-DESC
               ELSE
                   MOVE "ATIVO"      TO WS-SITUACAO-DESC
               END-IF
               DISPLAY WS-DOC-COD(WS-DOC-IDX) " "
                       WS-DOC-DESC(WS-DOC-IDX) " "
                       WS-REGRA-DESC " " WS-SITUACAO-DESC
           END-PERFORM
           GO TO P999-STOP.

       P600-LOCALIZA-CONSCRITO.
           DISPLAY "DIGITE O CPF DO CONSCRITO"
           ACCEPT WS-CPF-BUSCA
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-CPF-BUSCA TO CPF
           READ REG-FILE INTO WS-PRS-DATA
               INVALID KEY
                   DISPLAY "CPF NAO ENCONTRADO EM REGISTRO"
                   CLOSE REG-FILE
                   GO TO P999-STOP
           END-READ
           CLOSE REG-FILE
      *    CONSULTA DE DADOS PESSOAIS - FICA NA TRILHA DE ACESSO (VER
      *    ACESSLOG).
           MOVE "DOCMNT"     TO WS-ACESSO-PROGRAMA
           MOVE 'C'          TO WS-ACESSO-TIPO
           MOVE WS-CPF-BUSCA TO WS-ACESSO-CHAVE
           PERFORM P-LOG-ACESSO
           DISPLAY "CONSCRITO: " WS-NAME
           MOVE WS-CPF            TO WS-DOC-CPF
           MOVE WS-DT-NASCIMENTO  TO WS-DOC-DT-NASC
           MOVE WS-DT-ALISTAMENTO TO WS-DOC-DT-REF
           PERFORM P-DOC-CHECKLIST.

       P610-MOSTRA-CHECKLIST.
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               IF WS-DOC-APRESENTADO(WS-DOC-IDX) = 'S' THEN
                   DISPLAY "  " WS-DOC-COD(WS-DOC-IDX) " "
                           WS-DOC-DESC(WS-DOC-IDX)
                           " ENTREGUE EM " WS-DOC-DT-APRES(WS-DOC-IDX)
               ELSE
                   IF WS-DOC-EXIGIDO(WS-DOC-IDX) = 'S' THEN
                       DISPLAY "  " WS-DOC-COD(WS-DOC-IDX) " "
                               WS-DOC-DESC(WS-DOC-IDX) " PENDENTE"
                   ELSE
                       IF WS-DOC-REGRA(WS-DOC-IDX) = 'O' AND
                          WS-DOC-ATIVO(WS-DOC-IDX) NOT = 'N' THEN
                           DISPLAY "  " WS-DOC-COD(WS-DOC-IDX) " "
                                   WS-DOC-DESC(WS-DOC-IDX)
                                   " OPCIONAL"
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       P620-DESCREVE-REGRA.
           EVALUATE WS-DOC-REGRA(WS-POS)
               WHEN 'T' MOVE "EXIGIDO DE TODOS"     TO WS-REGRA-DESC
               WHEN 'M' MOVE "EXIGIDO DE MAIOR 18"  TO WS-REGRA-DESC
               WHEN 'O' MOVE "OPCIONAL"             TO WS-REGRA-DESC
               WHEN OTHER MOVE "REGRA INVALIDA"     TO WS-REGRA-DESC
           END-EVALUATE.

       P700-LOCALIZA-TIPO.
           MOVE 'N' TO WS-ACHOU
           MOVE 0   TO WS-POS
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
                      OR WS-ACHOU = 'S'
               IF WS-DOC-COD(WS-DOC-IDX) = WS-COD-BUSCA THEN
                   MOVE 'S'        TO WS-ACHOU
                   MOVE WS-DOC-IDX TO WS-POS
               END-IF
           END-PERFORM.

       P800-GRAVA-TIPOS.
      *    O MESTRE E PEQUENO E FICA INTEIRO EM WS-DOC-TAB - REGRAVA O
      *    ARQUIVO TODO, COMO O CTLMNT FAZ COM OS ARQUIVOS DE CONTROLE.
           OPEN OUTPUT DOCTIPO-FILE
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               MOVE WS-DOC-COD(WS-DOC-IDX)   TO DOCT-CODIGO
               MOVE WS-DOC-DESC(WS-DOC-IDX)  TO DOCT-DESCRICAO
               MOVE WS-DOC-REGRA(WS-DOC-IDX) TO DOCT-REGRA
               MOVE WS-DOC-ATIVO(WS-DOC-IDX) TO DOCT-ATIVO
               WRITE DOCT-REC
           END-PERFORM
           CLOSE DOCTIPO-FILE.

       P810-LOG-TIPO.
      *    O CHAMADOR PREENCHE CAMPO, ANTES E DEPOIS; P-CFGLOG-GRAVA
      *    DESPREZA O CAMPO QUE FICOU IGUAL NA ALTERACAO.
           MOVE "DOCTIPO.CTL" TO WS-CFG-ARQUIVO
           MOVE WS-COD-BUSCA  TO WS-CFG-CHAVE
           PERFORM P-CFGLOG-GRAVA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DOCCHK.
       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY TREINO.
       COPY CFGLOG.
       END PROGRAM DOCMNT.
