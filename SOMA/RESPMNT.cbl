      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MANUTENCAO DO CADASTRO DE RESPONSAVEIS PELO ALUNO
      *          (RESPONSAVEL.DAT, VER RESPDATA) - INCLUIR, ALTERAR,
      *          REMOVER E LISTAR OS RESPONSAVEIS DE UM ALUNO DO MESTRE
      *          (ALUMESTRE.DAT). NOME SO COM LETRAS/ESPACO/APOSTROFO/
      *          HIFEN, DIGITO VERIFICADOR DO CPF E TELEFONE NO FORMATO
      *          DD-9999-9999 COM DDD VALIDO (MESMAS REGRAS DO CLIMAIN/
      *          PREALIST), E-MAIL OPCIONAL COM UM UNICO "@", E CIDADE/
      *          UF CONFERIDAS CONTRA O CEP EM CEP.CTL (CEPLOOKUP). E
      *          PARA ESTES RESPONSAVEIS QUE O AVISOFAM MANDA A CARTA
      *          DE AVISO DE FALTAS/RISCO DE REPROVACAO. DADO PESSOAL
      *          DA FAMILIA: TODAS AS OPCOES EXIGEM LOGON.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESPMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESP-FILE ASSIGN TO 'RESPONSAVEL.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RESP-CHAVE
           FILE STATUS IS WS-RESP-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT CEP-CTL-FILE ASSIGN TO 'CEP.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEP-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RESP-FILE.
       COPY RESPDATA.

       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  CEP-CTL-FILE.
       01  CEP-CTL-REC.
           05  CEP-CTL-CEP     PIC X(09).
           05  CEP-CTL-CIDADE  PIC X(30).
           05  CEP-CTL-UF      PIC X(02).

       FD  USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01  WS-RESP-STATUS   PIC 99.
       01  WS-ALUM-STATUS   PIC 99.
       01  WS-OPCAO         PIC 9(01) VALUE 0.
       01  WS-EOF           PIC X     VALUE 'N'.
       01  WS-ACHOU         PIC X     VALUE 'N'.
       01  WS-BUSCA-ID      PIC 9(05) VALUE 0.
       01  WS-BUSCA-SEQ     PIC 9(02) VALUE 0.
       01  WS-NOME-MESTRE   PIC X(40) VALUE SPACES.
       01  WS-QTD-LISTADOS  PIC 9(03) VALUE 0.
       01  WS-DADOS-OK      PIC X     VALUE 'N'.
       01  WS-QTD-ARROBA    PIC 9(02) VALUE 0.
       01  WS-PARENTESCO-ED PIC X(20) VALUE SPACES.

      *    DADOS DIGITADOS DO RESPONSAVEL, CONFERIDOS ANTES DE GRAVAR.
       01  WS-RESP-DADOS.
           05  WS-RESP-NOME        PIC X(40).
           05  WS-RESP-CPF         PIC X(11).
           05  WS-RESP-PARENTESCO  PIC X(01).
           05  WS-RESP-TELEFONE    PIC X(12).
           05  WS-RESP-EMAIL       PIC X(40).
           05  WS-RESP-RUA         PIC X(40).
           05  WS-RESP-NUMERO      PIC X(10).
           05  WS-RESP-BAIRRO      PIC X(30).
           05  WS-RESP-CIDADE      PIC X(30).
           05  WS-RESP-UF          PIC X(02).
           05  WS-RESP-CEP         PIC X(09).

       01  WS-NOME-VALIDO PIC X       VALUE 'N'.
       01  WS-NOME-IDX    PIC 9(02)   VALUE 0.
       01  WS-NOME-CHAR   PIC X       VALUE SPACE.

       01  WS-CPF-VALID  PIC X VALUE 'N'.
       01  WS-CPF-CHK    PIC 9(11) VALUE 0.
       01  WS-CPF-TAB REDEFINES WS-CPF-CHK.
         05 WS-CPF-D    PIC 9 OCCURS 11 TIMES.
       01  WS-CPF-SUM    PIC 9(4) VALUE 0.
       01  WS-CPF-REM    PIC 9(4) VALUE 0.
       01  WS-CPF-DV1    PIC 9 VALUE 0.
       01  WS-CPF-DV2    PIC 9 VALUE 0.
       01  WS-CPF-IDX    PIC 9(2) VALUE 0.
       01  WS-CPF-PESO   PIC 9(2) VALUE 0.
       01  WS-CPF-REPDIG PIC X VALUE 'N'.

       COPY WSTELCHK.
       COPY WSCEPLOOKUP.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "CADASTRO DE RESPONSAVEIS PELO ALUNO"
           PERFORM P-SIGN-ON
           DISPLAY "1 PARA INCLUIR RESPONSAVEL"
           DISPLAY "2 PARA ALTERAR RESPONSAVEL"
           DISPLAY "3 PARA REMOVER RESPONSAVEL"
           DISPLAY "4 PARA LISTAR OS RESPONSAVEIS DE UM ALUNO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-INCLUIR
               WHEN 2 GO TO P200-ALTERAR
               WHEN 3 GO TO P300-REMOVER
               WHEN 4 GO TO P400-LISTAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-INCLUIR.
           DISPLAY "ID DO ALUNO (VER ALUMMNT)"
           ACCEPT WS-BUSCA-ID
           PERFORM P700-CONSULTA-MESTRE
           IF WS-NOME-MESTRE = SPACES THEN
               DISPLAY "ID NAO ENCONTRADO NO MESTRE DE ALUNOS"
               GO TO P999-STOP
           END-IF
           DISPLAY "ALUNO: " WS-NOME-MESTRE

           MOVE SPACES TO WS-RESP-DADOS
           PERFORM P500-CAPTURA
           PERFORM P600-VALIDA
           IF WS-DADOS-OK NOT = 'S' THEN
               DISPLAY "RESPONSAVEL NAO INCLUIDO"
               GO TO P999-STOP
           END-IF

           PERFORM P750-PROXIMA-SEQUENCIA
           OPEN I-O RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               OPEN OUTPUT RESP-FILE
               CLOSE RESP-FILE
               OPEN I-O RESP-FILE
           END-IF
           MOVE WS-BUSCA-ID  TO RESP-ALU-ID
           MOVE WS-BUSCA-SEQ TO RESP-SEQ
           PERFORM P650-MOVE-DADOS
           WRITE RESP-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL INCLUIR O RESPONSAVEL"
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL INCLUIDO COM A SEQUENCIA "
                           RESP-SEQ
           END-WRITE
           CLOSE RESP-FILE
           GO TO P999-STOP.

       P200-ALTERAR.
           DISPLAY "ID DO ALUNO"
           ACCEPT WS-BUSCA-ID
           DISPLAY "SEQUENCIA DO RESPONSAVEL (VER OPCAO 4)"
           ACCEPT WS-BUSCA-SEQ
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               DISPLAY "RESPONSAVEL.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-BUSCA-ID  TO RESP-ALU-ID
           MOVE WS-BUSCA-SEQ TO RESP-SEQ
           READ RESP-FILE
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
                   CLOSE RESP-FILE
                   GO TO P999-STOP
           END-READ
           CLOSE RESP-FILE
           PERFORM P450-EXIBE-RESPONSAVEL

      *    A CONFERENCIA DO CEP ABRE CEP.CTL POR CONTA PROPRIA - O
      *    ARQUIVO DE RESPONSAVEIS SO E REABERTO PARA REGRAVAR.
           MOVE SPACES TO WS-RESP-DADOS
           DISPLAY "DIGITE OS NOVOS DADOS"
           PERFORM P500-CAPTURA
           PERFORM P600-VALIDA
           IF WS-DADOS-OK NOT = 'S' THEN
               DISPLAY "RESPONSAVEL NAO ALTERADO"
               GO TO P999-STOP
           END-IF

           OPEN I-O RESP-FILE
           MOVE WS-BUSCA-ID  TO RESP-ALU-ID
           MOVE WS-BUSCA-SEQ TO RESP-SEQ
           READ RESP-FILE
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
                   CLOSE RESP-FILE
                   GO TO P999-STOP
           END-READ
           PERFORM P650-MOVE-DADOS
           REWRITE RESP-REC
               INVALID KEY
                   DISPLAY "NAO FOI POSSIVEL ALTERAR"
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL ALTERADO"
           END-REWRITE
           CLOSE RESP-FILE
           GO TO P999-STOP.

       P300-REMOVER.
           DISPLAY "ID DO ALUNO"
           ACCEPT WS-BUSCA-ID
           DISPLAY "SEQUENCIA DO RESPONSAVEL (VER OPCAO 4)"
           ACCEPT WS-BUSCA-SEQ
           OPEN I-O RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               DISPLAY "RESPONSAVEL.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-BUSCA-ID  TO RESP-ALU-ID
           MOVE WS-BUSCA-SEQ TO RESP-SEQ
           DELETE RESP-FILE RECORD
               INVALID KEY
                   DISPLAY "RESPONSAVEL NAO ENCONTRADO"
               NOT INVALID KEY
                   DISPLAY "RESPONSAVEL REMOVIDO"
           END-DELETE
           CLOSE RESP-FILE
           GO TO P999-STOP.

       P400-LISTAR.
           DISPLAY "ID DO ALUNO"
           ACCEPT WS-BUSCA-ID
           PERFORM P700-CONSULTA-MESTRE
           DISPLAY "ALUNO: " WS-NOME-MESTRE
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               DISPLAY "RESPONSAVEL.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-BUSCA-ID TO RESP-ALU-ID
           MOVE 0           TO RESP-SEQ
           START RESP-FILE KEY IS NOT LESS THAN RESP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ RESP-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RESP-ALU-ID NOT = WS-BUSCA-ID THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-QTD-LISTADOS
                           DISPLAY "----------------------------------"
                           PERFORM P450-EXIBE-RESPONSAVEL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESP-FILE
           IF WS-QTD-LISTADOS = 0 THEN
               DISPLAY "NENHUM RESPONSAVEL CADASTRADO PARA O ALUNO"
           END-IF
           GO TO P999-STOP.

       P450-EXIBE-RESPONSAVEL.
           EVALUATE RESP-PARENTESCO
               WHEN 'M' MOVE "MAE"                 TO WS-PARENTESCO-ED
               WHEN 'P' MOVE "PAI"                 TO WS-PARENTESCO-ED
               WHEN 'A' MOVE "AVO"                 TO WS-PARENTESCO-ED
               WHEN 'T' MOVE "TIO/TIA"             TO WS-PARENTESCO-ED
               WHEN OTHER MOVE "RESPONSAVEL LEGAL" TO WS-PARENTESCO-ED
           END-EVALUATE
           DISPLAY "SEQUENCIA: " RESP-SEQ " - " WS-PARENTESCO-ED
           DISPLAY "NOME:      " RESP-NOME
           DISPLAY "CPF:       " RESP-CPF
           DISPLAY "TELEFONE:  " RESP-TELEFONE
           DISPLAY "E-MAIL:    " RESP-EMAIL
           DISPLAY "ENDERECO:  " RESP-RUA " " RESP-NUMERO
           DISPLAY "           " RESP-BAIRRO " " RESP-CIDADE
                   "/" RESP-UF " CEP " RESP-CEP.

       P500-CAPTURA.
           DISPLAY "NOME DO RESPONSAVEL"
           ACCEPT WS-RESP-NOME
           DISPLAY "CPF DO RESPONSAVEL (SO NUMEROS)"
           ACCEPT WS-RESP-CPF
           DISPLAY "PARENTESCO: M=MAE P=PAI A=AVO T=TIO/TIA "
                   "R=OUTRO RESPONSAVEL LEGAL"
           ACCEPT WS-RESP-PARENTESCO
           DISPLAY "TELEFONE (DD-9999-9999)"
           ACCEPT WS-RESP-TELEFONE
           DISPLAY "E-MAIL (ENTER SE NAO TIVER)"
           ACCEPT WS-RESP-EMAIL
           DISPLAY "RUA"
           ACCEPT WS-RESP-RUA
           DISPLAY "NUMERO"
           ACCEPT WS-RESP-NUMERO
           DISPLAY "BAIRRO"
           ACCEPT WS-RESP-BAIRRO
           DISPLAY "CIDADE"
           ACCEPT WS-RESP-CIDADE
           DISPLAY "UF"
           ACCEPT WS-RESP-UF
           DISPLAY "CEP (99999-999)"
           ACCEPT WS-RESP-CEP.

       P600-VALIDA.
           MOVE 'N' TO WS-DADOS-OK

           PERFORM P610-VALIDA-NOME
           IF WS-NOME-VALIDO NOT = 'S' THEN
               DISPLAY "NOME INVALIDO - SO LETRAS, ESPACO, APOSTROFO "
                       "E HIFEN"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESP-CPF IS NOT NUMERIC THEN
               DISPLAY "CPF INVALIDO"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RESP-CPF TO WS-CPF-CHK
           PERFORM P620-CPF-CHECK
           IF WS-CPF-VALID NOT = 'S' THEN
               DISPLAY "CPF INVALIDO"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESP-PARENTESCO NOT = 'M' AND
              WS-RESP-PARENTESCO NOT = 'P' AND
              WS-RESP-PARENTESCO NOT = 'A' AND
              WS-RESP-PARENTESCO NOT = 'T' AND
              WS-RESP-PARENTESCO NOT = 'R' THEN
               DISPLAY "PARENTESCO INVALIDO"
               EXIT PARAGRAPH
           END-IF

           PERFORM P630-VALIDA-TEL
           IF WS-TEL-VALID NOT = 'S' THEN
               DISPLAY "TELEFONE INVALIDO - USE DD-9999-9999 COM DDD "
                       "EXISTENTE"
               EXIT PARAGRAPH
           END-IF

           IF WS-RESP-EMAIL NOT = SPACES THEN
               MOVE 0 TO WS-QTD-ARROBA
               INSPECT WS-RESP-EMAIL TALLYING WS-QTD-ARROBA
                   FOR ALL "@"
               IF WS-QTD-ARROBA NOT = 1 OR
                  WS-RESP-EMAIL(1:1) = "@" THEN
                   DISPLAY "E-MAIL INVALIDO"
                   EXIT PARAGRAPH
               END-IF
           END-IF

           IF WS-RESP-RUA = SPACES OR WS-RESP-CEP = SPACES THEN
               DISPLAY "RUA E CEP SAO OBRIGATORIOS PARA A CARTA"
               EXIT PARAGRAPH
           END-IF

      *    CEP CADASTRADO EM CEP.CTL: CIDADE/UF EM BRANCO VEM DO CEP;
      *    DIGITADAS DIFERENTES DO CEP NAO SAO GRAVADAS (A CARTA VOLTA
      *    DO CORREIO). CEP FORA DA TABELA SEGUE COMO DIGITADO.
           MOVE WS-RESP-CEP TO WS-CEP-BUSCA
           PERFORM P-CEP-LOOKUP
           IF WS-CEP-ACHOU-CEP = 'S' THEN
               IF WS-RESP-CIDADE = SPACES AND WS-RESP-UF = SPACES THEN
                   MOVE WS-CEP-CIDADE-ACHADA TO WS-RESP-CIDADE
                   MOVE WS-CEP-UF-ACHADA     TO WS-RESP-UF
               END-IF
               IF WS-RESP-CIDADE NOT = WS-CEP-CIDADE-ACHADA OR
                  WS-RESP-UF NOT = WS-CEP-UF-ACHADA THEN
                   DISPLAY "CIDADE/UF DIGITADAS NAO CONFEREM COM O CEP"
                   DISPLAY "CEP.CTL INDICA: " WS-CEP-CIDADE-ACHADA
                           "/" WS-CEP-UF-ACHADA
                   EXIT PARAGRAPH
               END-IF
           END-IF

           MOVE 'S' TO WS-DADOS-OK.

       P610-VALIDA-NOME.
      *    MESMA REGRA DE P210-VALIDA-NOME NO PREALIST.
           MOVE 'S' TO WS-NOME-VALIDO
           IF WS-RESP-NOME = SPACES THEN
               MOVE 'N' TO WS-NOME-VALIDO
           END-IF
           PERFORM P615-VERIFICA-CARACTER
               VARYING WS-NOME-IDX FROM 1 BY 1
               UNTIL WS-NOME-IDX > 40 OR WS-NOME-VALIDO = 'N'.

       P615-VERIFICA-CARACTER.
           MOVE WS-RESP-NOME(WS-NOME-IDX:1) TO WS-NOME-CHAR
           IF WS-NOME-CHAR NOT = SPACE
              AND (WS-NOME-CHAR < 'A' OR WS-NOME-CHAR > 'Z')
              AND (WS-NOME-CHAR < 'a' OR WS-NOME-CHAR > 'z')
              AND WS-NOME-CHAR NOT = "'"
              AND WS-NOME-CHAR NOT = '-' THEN
               MOVE 'N' TO WS-NOME-VALIDO
           END-IF.

       P620-CPF-CHECK.
      *    MESMA CONFERENCIA DE DIGITO VERIFICADOR (MODULO 11) DE
      *    P220-CPF-CHECK NO PREALIST.
           MOVE 'N' TO WS-CPF-VALID
           MOVE 'S' TO WS-CPF-REPDIG

           PERFORM VARYING WS-CPF-IDX FROM 2 BY 1
                   UNTIL WS-CPF-IDX > 11
               IF WS-CPF-D(WS-CPF-IDX) NOT = WS-CPF-D(1) THEN
                   MOVE 'N' TO WS-CPF-REPDIG
               END-IF
           END-PERFORM

           IF WS-CPF-CHK = 0 OR WS-CPF-REPDIG = 'S' THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CPF-SUM
           MOVE 10 TO WS-CPF-PESO
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1 UNTIL WS-CPF-IDX > 9
               COMPUTE WS-CPF-SUM = WS-CPF-SUM +
                       (WS-CPF-D(WS-CPF-IDX) * WS-CPF-PESO)
               SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-IDX
                   REMAINDER WS-CPF-REM
           IF WS-CPF-REM < 2 THEN
               MOVE 0 TO WS-CPF-DV1
           ELSE
               SUBTRACT WS-CPF-REM FROM 11 GIVING WS-CPF-DV1
           END-IF
           IF WS-CPF-DV1 NOT = WS-CPF-D(10) THEN
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-CPF-SUM
           MOVE 11 TO WS-CPF-PESO
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1 UNTIL WS-CPF-IDX > 10
               COMPUTE WS-CPF-SUM = WS-CPF-SUM +
                       (WS-CPF-D(WS-CPF-IDX) * WS-CPF-PESO)
               SUBTRACT 1 FROM WS-CPF-PESO
           END-PERFORM
           DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-IDX
                   REMAINDER WS-CPF-REM
           IF WS-CPF-REM < 2 THEN
               MOVE 0 TO WS-CPF-DV2
           ELSE
               SUBTRACT WS-CPF-REM FROM 11 GIVING WS-CPF-DV2
           END-IF
           IF WS-CPF-DV2 = WS-CPF-D(11) THEN
               MOVE 'S' TO WS-CPF-VALID
           END-IF.

       P630-VALIDA-TEL.
      *    VALIDA O FORMATO DD-9999-9999 E CONFERE O DDD CONTRA
      *    DDD-LISTA (VER WSTELCHK), COMO P210-VALIDA-TEL NO CLIMAIN.
           MOVE 'N' TO WS-TEL-VALID
           MOVE WS-RESP-TELEFONE TO WS-TEL-CHECK
           IF WS-TEL-HIFEN-DDD = '-' AND WS-TEL-HIFEN = '-'
              AND WS-TEL-DDD IS NUMERIC AND WS-TEL-P1 IS NUMERIC
              AND WS-TEL-P2 IS NUMERIC THEN
               PERFORM P635-VALIDA-DDD
               IF WS-TEL-DDD-VALIDO = 'S' THEN
                   MOVE 'S' TO WS-TEL-VALID
               END-IF
           END-IF.

       P635-VALIDA-DDD.
           MOVE 'N' TO WS-TEL-DDD-VALIDO
           PERFORM VARYING WS-TEL-DDD-IDX FROM 1 BY 1 UNTIL
                           WS-TEL-DDD-IDX > 67
               IF DDD-COD(WS-TEL-DDD-IDX) = WS-TEL-DDD THEN
                   MOVE 'S' TO WS-TEL-DDD-VALIDO
               END-IF
           END-PERFORM.

       P650-MOVE-DADOS.
           MOVE WS-RESP-NOME       TO RESP-NOME
           MOVE WS-CPF-CHK         TO RESP-CPF
           MOVE WS-RESP-PARENTESCO TO RESP-PARENTESCO
           MOVE WS-RESP-TELEFONE   TO RESP-TELEFONE
           MOVE WS-RESP-EMAIL      TO RESP-EMAIL
           MOVE WS-RESP-RUA        TO RESP-RUA
           MOVE WS-RESP-NUMERO     TO RESP-NUMERO
           MOVE WS-RESP-BAIRRO     TO RESP-BAIRRO
           MOVE WS-RESP-CIDADE     TO RESP-CIDADE
           MOVE WS-RESP-UF         TO RESP-UF
           MOVE WS-RESP-CEP        TO RESP-CEP.

       P700-CONSULTA-MESTRE.
           MOVE SPACES TO WS-NOME-MESTRE
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-ID TO ALUM-ID
           READ ALUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE ALUM-NOME TO WS-NOME-MESTRE
           END-READ
           CLOSE ALUM-FILE.

       P750-PROXIMA-SEQUENCIA.
      *    PROXIMA SEQUENCIA LIVRE DO ALUNO = MAIOR JA USADA + 1.
           MOVE 0 TO WS-BUSCA-SEQ
           OPEN INPUT RESP-FILE
           IF WS-RESP-STATUS EQUAL 35 THEN
               MOVE 1 TO WS-BUSCA-SEQ
               EXIT PARAGRAPH
           END-IF
           MOVE WS-BUSCA-ID TO RESP-ALU-ID
           MOVE 0           TO RESP-SEQ
           MOVE 'N' TO WS-EOF
           START RESP-FILE KEY IS NOT LESS THAN RESP-CHAVE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ RESP-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RESP-ALU-ID NOT = WS-BUSCA-ID THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           MOVE RESP-SEQ TO WS-BUSCA-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RESP-FILE
           MOVE 'N' TO WS-EOF
           ADD 1 TO WS-BUSCA-SEQ.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CEPLOOKUP.
       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM RESPMNT.
