      *          DEMAIS PELA METADE. MESMO ESTILO DE MANUTENCAO DO
      *          FERMNT/USERSMNT.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - NOVAS OPCOES 7 E 8 - NECESSIDADE ANUAL DE
      *                  INCORPORACAO POR UNIDADE (NECESSIDADE.CTL, VER
      *                  NECDATA), USADA PELA DISPENSA POR EXCESSO DE
      *                  CONTINGENTE (DISPEXC).
      *     15/10/2026 - OCUPACAO POR UNIDADE E CONTAGEM DE VINCULADOS
      *                  PASSAM A LER REGISTRO PELA CHAVE ALTERNATIVA
      *                  UNIDADE (START/READ NEXT) EM VEZ DE VARRER.
      *     15/10/2026 - INCLUSAO, ALTERACAO, DESATIVACAO/REATIVACAO DE
      *                  UNIDADE E NECESSIDADE ANUAL PASSAM A DEIXAR
      *                  LINHA EM CONFIG.LOG COM O OPERADOR E OS VALORES
      *                  ANTES E DEPOIS DE CADA CAMPO (VER CFGLOG).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. UNIMNT.
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNI-NEW-STATUS.

           SELECT NEC-CTL-FILE ASSIGN TO 'NECESSIDADE.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEC-STATUS.

           SELECT NEC-NEW-FILE ASSIGN TO 'NECESSIDADE.CTL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEC-NEW-STATUS.

           SELECT CFG-LOG-FILE ASSIGN TO 'CONFIG.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFGLOG-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

       DATA DIVISION.
       FD UNIDADE-NEW-FILE.
       COPY UNIDATA REPLACING LEADING ==UNI== BY ==UNI-NEW==.

       FD NEC-CTL-FILE.
       COPY NECDATA.

       FD NEC-NEW-FILE.
       COPY NECDATA REPLACING LEADING ==NEC== BY ==NEC-NEW==.

       FD REG-FILE.
       COPY PRSDATA.

       FD CFG-LOG-FILE.
       COPY CFGLOGDATA.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-UNI-STATUS      PIC 99.
       01 WS-NOVA-UF         PIC X(02) VALUE SPACES.
       01 WS-NOVA-CAPAC      PIC 9(05) VALUE 0.
       01 WS-ACAO-ATIVO      PIC X(01) VALUE SPACES.
       01 WS-CAPAC-ACHADA    PIC 9(05) VALUE 0.
       01 WS-NEC-STATUS      PIC 99.
       01 WS-NEC-NEW-STATUS  PIC 99.
       01 WS-ANO-NEC         PIC 9(04) VALUE 0.
       01 WS-NEC-ATUAL       PIC 9(05) VALUE 0.
       01 WS-NOVA-NEC        PIC 9(05) VALUE 0.
       01 WS-QTD-LISTADAS    PIC 9(03) VALUE 0.

      *    TABELA DE UNIDADES PARA O RELATORIO DE OCUPACAO (MESMO
      *    ESTILO DA TABELA DE FERIADOS DO FERMNT).
       COPY WSFSTATUS.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCFGLOG.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           DISPLAY "MANUTENCAO DO MESTRE DE UNIDADES MILITARES"
           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF
           MOVE "UNIMNT" TO WS-CFG-PROGRAMA

           DISPLAY "1 PARA INCLUIR UNIDADE"
           DISPLAY "2 PARA ALTERAR CIDADE/CAPACIDADE"
           DISPLAY "4 PARA REATIVAR UNIDADE"
           DISPLAY "5 PARA LISTAR UNIDADES"
           DISPLAY "6 PARA RELATORIO DE OCUPACAO"
           DISPLAY "7 PARA INFORMAR NECESSIDADE ANUAL DE INCORPORACAO"
           DISPLAY "8 PARA LISTAR NECESSIDADES DE UM ANO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 4 GO TO P400-REATIVAR
               WHEN 5 GO TO P500-LISTAR
               WHEN 6 GO TO P600-OCUPACAO
               WHEN 7 GO TO P900-NECESSIDADE
               WHEN 8 GO TO P910-LISTAR-NECESSIDADE
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-IF
           WRITE UNI-CTL-REC
           CLOSE UNIDADE-CTL-FILE
           MOVE "UNIDADE.CTL"   TO WS-CFG-ARQUIVO
           MOVE WS-COD-BUSCA    TO WS-CFG-CHAVE
           MOVE "UNIDADE"       TO WS-CFG-CAMPO
           MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           MOVE UNI-CTL-REC     TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "UNIDADE INCLUIDA"
           GO TO P999-STOP.

           GO TO P999-STOP.

       P600-OCUPACAO.
      *    CONTA OS REGISTROS DE REGISTRO DE CADA UNIDADE PELA CHAVE
      *    ALTERNATIVA UNIDADE E COMPARA COM A CAPACIDADE CADASTRADA.
           PERFORM P610-CARREGA-UNIDADES
           IF WS-QTD-UNIDADES = 0 THEN
               DISPLAY "UNIDADE.CTL AINDA NAO FOI CRIADO OU ESTA VAZIO"
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
           ELSE
               PERFORM VARYING WS-UNI-IDX FROM 1 BY 1
                       UNTIL WS-UNI-IDX > WS-QTD-UNIDADES
                   PERFORM P620-ACUMULA-OCUPACAO
               END-PERFORM
               CLOSE REG-FILE
           END-IF
           END-IF.

       P620-ACUMULA-OCUPACAO.
           MOVE 0 TO WS-UNI-TB-OCUP(WS-UNI-IDX)
           MOVE 'N' TO WS-EOF
           MOVE WS-UNI-TB-CODIGO(WS-UNI-IDX) TO UNIDADE
           START REG-FILE KEY IS EQUAL TO UNIDADE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF UNIDADE NOT =
                          WS-UNI-TB-CODIGO(WS-UNI-IDX) THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           ADD 1 TO WS-UNI-TB-OCUP(WS-UNI-IDX)
                       END-IF
               END-READ
           END-PERFORM
           MOVE 'N' TO WS-EOF.

       P700-LOCALIZAR.
           MOVE 'N' TO WS-ACHOU
                       NOT AT END
                           IF UNI-CODIGO = WS-COD-BUSCA THEN
                               MOVE 'S' TO WS-ACHOU
                               MOVE UNI-CAPACIDADE TO WS-CAPAC-ACHADA
                           END-IF
                   END-READ
               END-PERFORM
               CONTINUE
           ELSE
               MOVE 'N' TO WS-EOF
               MOVE WS-COD-BUSCA TO UNIDADE
               START REG-FILE KEY IS EQUAL TO UNIDADE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ REG-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF UNIDADE NOT = WS-COD-BUSCA THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               ADD 1 TO WS-QTD-VINCULADOS
                           END-IF
                   END-READ
                               WHEN 'S'
                                   MOVE 'S' TO UNI-NEW-ATIVO
                           END-EVALUATE
                           PERFORM P810-LOG-ALTERACAO
                       END-IF
                       WRITE UNI-NEW-CTL-REC
               END-READ
           MOVE "mv UNIDADE.CTL.NEW UNIDADE.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P810-LOG-ALTERACAO.
      *    UMA LINHA EM CONFIG.LOG POR CAMPO QUE MUDOU NA UNIDADE
      *    (P-CFGLOG-GRAVA DESPREZA O CAMPO QUE FICOU IGUAL).
           MOVE "UNIDADE.CTL"      TO WS-CFG-ARQUIVO
           MOVE WS-COD-BUSCA       TO WS-CFG-CHAVE
           MOVE "CIDADE"           TO WS-CFG-CAMPO
           MOVE UNI-CIDADE         TO WS-CFG-ANTES
           MOVE UNI-NEW-CIDADE     TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "UF"               TO WS-CFG-CAMPO
           MOVE UNI-UF             TO WS-CFG-ANTES
           MOVE UNI-NEW-UF         TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "CAPACIDADE"       TO WS-CFG-CAMPO
           MOVE UNI-CAPACIDADE     TO WS-CFG-ANTES
           MOVE UNI-NEW-CAPACIDADE TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           MOVE "ATIVO"            TO WS-CFG-CAMPO
           MOVE UNI-ATIVO          TO WS-CFG-ANTES
           MOVE UNI-NEW-ATIVO      TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA.

       P900-NECESSIDADE.
      *    QUANTOS CONSCRITOS A UNIDADE PRECISA INCORPORAR NO ANO. O
      *    EXCEDENTE DOS ALISTADOS NAO CONVOCADOS E DISPENSADO PELO
      *    DISPEXC; UNIDADE SEM NECESSIDADE INFORMADA NO ANO NAO TEM
      *    NINGUEM DISPENSADO.
           DISPLAY "CODIGO DA UNIDADE"
           ACCEPT WS-COD-BUSCA
           PERFORM P700-LOCALIZAR
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "UNIDADE NAO ENCONTRADA"
               GO TO P999-STOP
           END-IF
           DISPLAY "ANO DA INCORPORACAO (AAAA)"
           ACCEPT WS-ANO-NEC
           IF WS-ANO-NEC < 2000 THEN
               DISPLAY "ANO INVALIDO"
               GO TO P999-STOP
           END-IF

           MOVE 0   TO WS-NEC-ATUAL
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT NEC-CTL-FILE
           IF WS-NEC-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S' OR WS-ACHOU = 'S'
                   READ NEC-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF NEC-UNIDADE = WS-COD-BUSCA AND
                              NEC-ANO = WS-ANO-NEC THEN
                               MOVE 'S'     TO WS-ACHOU
                               MOVE NEC-QTD TO WS-NEC-ATUAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NEC-CTL-FILE
           END-IF
           IF WS-ACHOU = 'S' THEN
               DISPLAY "NECESSIDADE ATUAL: " WS-NEC-ATUAL
           ELSE
               DISPLAY "NECESSIDADE AINDA NAO INFORMADA PARA O ANO"
           END-IF
           DISPLAY "CAPACIDADE DA UNIDADE: " WS-CAPAC-ACHADA
           DISPLAY "NOVA NECESSIDADE DE INCORPORACAO NO ANO"
           ACCEPT WS-NOVA-NEC
           IF WS-CAPAC-ACHADA > 0 AND
              WS-NOVA-NEC > WS-CAPAC-ACHADA THEN
               DISPLAY "ATENCAO - NECESSIDADE ACIMA DA CAPACIDADE; A "
                       "DISPENSA VAI CONSIDERAR A CAPACIDADE"
           END-IF
           PERFORM P920-REGRAVAR-NECESSIDADE
           MOVE "NECESSIDADE.CTL" TO WS-CFG-ARQUIVO
           MOVE SPACES            TO WS-CFG-CHAVE
           STRING WS-COD-BUSCA " " WS-ANO-NEC
               DELIMITED BY SIZE INTO WS-CFG-CHAVE
           END-STRING
           MOVE "NECESSIDADE"     TO WS-CFG-CAMPO
           IF WS-ACHOU = 'S' THEN
               MOVE WS-NEC-ATUAL    TO WS-CFG-ANTES
           ELSE
               MOVE "(INEXISTENTE)" TO WS-CFG-ANTES
           END-IF
           MOVE WS-NOVA-NEC       TO WS-CFG-DEPOIS
           PERFORM P-CFGLOG-GRAVA
           DISPLAY "NECESSIDADE.CTL ATUALIZADO"
           GO TO P999-STOP.

       P910-LISTAR-NECESSIDADE.
           DISPLAY "ANO (AAAA)"
           ACCEPT WS-ANO-NEC
           OPEN INPUT NEC-CTL-FILE
           IF WS-NEC-STATUS EQUAL 35 THEN
               DISPLAY "NECESSIDADE.CTL AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ NEC-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NEC-ANO = WS-ANO-NEC THEN
                           ADD 1 TO WS-QTD-LISTADAS
                           DISPLAY "UNIDADE: " NEC-UNIDADE
                                   "  NECESSIDADE: " NEC-QTD
                                   "  ALTERADA EM: " NEC-DT-ALTER
                                   "  POR: " NEC-OPERADOR
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEC-CTL-FILE
           IF WS-QTD-LISTADAS = 0 THEN
               DISPLAY "NENHUMA NECESSIDADE INFORMADA PARA O ANO"
           END-IF
           GO TO P999-STOP.

       P920-REGRAVAR-NECESSIDADE.
      *    MESMA TECNICA DE P800-REGRAVAR: COPIA O ARQUIVO TROCANDO A
      *    LINHA DA UNIDADE/ANO, OU ACRESCENTA NO FIM SE NAO HAVIA.
           OPEN OUTPUT NEC-NEW-FILE
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT NEC-CTL-FILE
           IF WS-NEC-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ NEC-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE NEC-CTL-REC TO NEC-NEW-CTL-REC
                           IF NEC-UNIDADE = WS-COD-BUSCA AND
                              NEC-ANO = WS-ANO-NEC THEN
                               MOVE 'S' TO WS-ACHOU
                               MOVE WS-NOVA-NEC TO NEC-NEW-QTD
                               MOVE WS-OPERADOR-ID TO NEC-NEW-OPERADOR
                               MOVE FUNCTION CURRENT-DATE(1:8)
                                 TO NEC-NEW-DT-ALTER
                           END-IF
                           WRITE NEC-NEW-CTL-REC
                   END-READ
               END-PERFORM
               CLOSE NEC-CTL-FILE
           END-IF
           IF WS-ACHOU NOT = 'S' THEN
               MOVE WS-COD-BUSCA   TO NEC-NEW-UNIDADE
               MOVE WS-ANO-NEC     TO NEC-NEW-ANO
               MOVE WS-NOVA-NEC    TO NEC-NEW-QTD
               MOVE WS-OPERADOR-ID TO NEC-NEW-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:8) TO NEC-NEW-DT-ALTER
               WRITE NEC-NEW-CTL-REC
           END-IF
           CLOSE NEC-NEW-FILE
           MOVE "mv NECESSIDADE.CTL.NEW NECESSIDADE.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.
       COPY FSTATUS.
       COPY LOGON.
       COPY SENHASH.
       COPY CFGLOG.
       COPY TREINO.
       END PROGRAM UNIMNT.
