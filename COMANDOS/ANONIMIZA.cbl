      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: ANONIMIZACAO ANUAL POR FIM DO PRAZO DE RETENCAO (LGPD).
      *          O REGARCH E O LOGARQ SO MUDAM OS DADOS DE LUGAR; AQUI
      *          O DADO PESSOAL DE QUEM JA PASSOU DO PRAZO DE RETENCAO
      *          E APAGADO NO PROPRIO REGISTRO, COM PRAZO POR CONJUNTO
      *          DE DADOS (ANONIMIZA.CTL, MANTIDO PELO CTLMNT):
      *          - CLIENTE INATIVO OU FALECIDO (SIT-CLIENTE 'I' OU
      *            'F') SEM MOVIMENTO DE CONTRATO (VINCULO OU LINHA DO
      *            DIARIO PRESTACOES.JRN) HA MAIS DE N ANOS - SEM
      *            CONTRATO, VALE A DATA DE CADASTRO;
      *          - ALISTAMENTO DE REGISTRO.ARQ COM ANO DE ALISTAMENTO
      *            ANTERIOR AO LIMITE LEGAL.
      *          NOME VIRA "ANONIMIZADO"; ENDERECO, TELEFONE, E-MAIL E
      *          RG SAO APAGADOS; O CPF E TROCADO POR UM SUBSTITUTO
      *          (SEQUENCIAL DE ANONNUM.CTL COM DIGITO VERIFICADOR
      *          PROPOSITALMENTE INVALIDO, QUE NUNCA COINCIDE COM UM CPF
      *          REAL). FICAM OS CAMPOS ESTATISTICOS (DATAS, SETOR,
      *          UNIDADE, MEDIA, APTIDAO, SITUACOES, RATING, CODIGO DO
      *          CLIENTE E CONTRATOS) DE QUE DEPENDEM O ALISTREND E O
      *          PORTFRPT. AS LINHAS DA MESMA PESSOA EM CLIENTE.LOG
      *          (NOTA), ALISTAMENTO.LOG.ARQ (CPF E VALORES) E
      *          ACESSO.LOG (CPF CONSULTADO) RECEBEM O MESMO
      *          TRATAMENTO - SALVO SE O CPF AINDA TEM CADASTRO VIVO EM
      *          OUTRO ARQUIVO, CASO EM QUE A TRILHA DESSE CPF FICA.
      *          DUPLO CONTROLE COMO NO REGARCH (VER APRVDATA, ACAO
      *          'ANONIMIZA'): A PRIMEIRA EXECUCAO REGISTRA O PEDIDO E
      *          ENCERRA; SO RODA APOS A APROVACAO DE UM SEGUNDO
      *          ADMINISTRADOR NO APROVMNT. O CERTIFICADO DO QUE FOI
      *          ANONIMIZADO (SEM O CPF ORIGINAL) E ACRESCENTADO EM
      *          ANONIMIZA.PRN E A EXECUCAO FICA EM LGPD.LOG.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O CLIENTE FALECIDO (SIT-CLIENTE 'F', VER
      *                  OBITOCASC) TAMBEM ENTRA NA ANONIMIZACAO POR FIM
      *                  DE RETENCAO, COMO O INATIVO.
      *     15/10/2026 - A DATA DE NASCIMENTO (DT-NASCIMENTO) DO
      *                  ALISTAMENTO ARQUIVADO TAMBEM E ZERADA NA
      *                  ANONIMIZACAO.
      *     15/10/2026 - ALISTAMENTO.LOG.ARQ E ACESSO.LOG SAO
      *                  REENCADEADOS NA REGRAVACAO (CADEIA DE
      *                  CONFERENCIA, VER CADEIA.cpy), DEPOIS DE
      *                  CONFERIR A CADEIA GRAVADA - ARQUIVO COM ELO
      *                  ROMPIDO NAO E ANONIMIZADO, PARA NAO APAGAR O
      *                  RASTRO DA ADULTERACAO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM ANONIMIZA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT PREST-JRN-FILE ASSIGN TO 'PRESTACOES.JRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JRN-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

           SELECT CLI-LOG-NEW-FILE ASSIGN TO 'CLIENTE.LOG.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT CHG-ARQ-FILE ASSIGN TO 'ALISTAMENTO.LOG.ARQ'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT CHG-NEW-FILE ASSIGN TO 'ALISTAMENTO.LOG.ARQ.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT ACESSO-NEW-FILE ASSIGN TO 'ACESSO.LOG.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEW-STATUS.

           SELECT ANON-CTL-FILE ASSIGN TO 'ANONIMIZA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANON-STATUS.

           SELECT ANONNUM-CTL-FILE ASSIGN TO 'ANONNUM.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANONNUM-STATUS.

           SELECT ANON-PRN-FILE ASSIGN TO 'ANONIMIZA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT LGPD-LOG-FILE ASSIGN TO 'LGPD.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LGPD-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT APRV-FILE ASSIGN TO 'APROVACAO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRV-STATUS.

           SELECT APRV-NEW-FILE ASSIGN TO 'APROVACAO.CTL.NEW'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-APRV-NEW-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SPOOL-IDX-FILE ASSIGN TO 'SPOOL.IDX'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-STATUS.

           SELECT SPOOL-TAM-FILE ASSIGN TO WS-SPL-TAM-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SPL-TAM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REG-FILE.
       COPY PRSDATA.

       FD ARCH-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY ARCH-PRS-DATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-JRN-FILE.
       COPY JRNDATA.

       FD CLI-LOG-FILE.
      *    MESMO LAYOUT DE CLI-LOG-REC NO CLIMAIN.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD CLI-LOG-NEW-FILE.
       01 CLI-LOG-NEW-REC    PIC X(112).

       FD CHG-ARQ-FILE.
       COPY CHGLOGDATA.

       FD CHG-NEW-FILE.
       01 CHG-NEW-REC        PIC X(220).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD ACESSO-NEW-FILE.
       01 ACESSO-NEW-REC     PIC X(71).

       FD ANON-CTL-FILE.
      *    MESMO LAYOUT DE ANON-CTL-REC NO CTLMNT.
       01 ANON-CTL-REC.
         05 ANON-ANOS-CLIENTE PIC 9(02).
         05 ANON-ANOS-ALIST   PIC 9(02).

       FD ANONNUM-CTL-FILE.
       01 ANONNUM-CTL-REC.
         05 ANONNUM-ULTIMO    PIC 9(09).

       FD ANON-PRN-FILE.
       01 ANON-PRN-LINE      PIC X(100).

       FD LGPD-LOG-FILE.
       COPY LGPDLOG.

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD APRV-FILE.
       COPY APRVDATA.

       FD APRV-NEW-FILE.
       COPY APRVDATA REPLACING LEADING ==APRV== BY ==APRV-NEW==.

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS      PIC 99.
       01 WS-ARCH-STATUS     PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-JRN-STATUS      PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-ACESSO-STATUS   PIC 99.
       01 WS-NEW-STATUS      PIC 99.
       01 WS-ANON-STATUS     PIC 99.
       01 WS-ANONNUM-STATUS  PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-LGPD-STATUS     PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-CONTR-EOF       PIC X      VALUE 'N'.
       01 WS-CMD             PIC X(80)  VALUE SPACES.

      *    PRAZOS DE RETENCAO (ANONIMIZA.CTL). SEM O ARQUIVO (OU COM
      *    ZERO) VALEM 5 ANOS PARA CLIENTE E 10 PARA REGISTRO.ARQ.
       01 WS-ANOS-CLIENTE    PIC 9(02)  VALUE 5.
       01 WS-ANOS-ALIST      PIC 9(02)  VALUE 10.
       01 WS-CORTE-CLI       PIC 9(08)  VALUE 0.
       01 WS-CORTE-ANO       PIC 9(04)  VALUE 0.
       01 WS-REG-ANO         PIC 9(04)  VALUE 0.
       01 WS-DT-LINHA        PIC 9(08)  VALUE 0.
       01 WS-ULT-MOV-CLI     PIC 9(08)  VALUE 0.

      *    DATA DO ULTIMO MOVIMENTO NO DIARIO, POR CONTRATO (MESMA
      *    REGRA DO PRESTARCH).
       01 WS-TAB-ULT-MOV.
           05 WS-ULT-MOV     PIC 9(08) OCCURS 99999 TIMES.

      *    CPF ORIGINAL X SUBSTITUTO DOS ANONIMIZADOS NESTA EXECUCAO,
      *    PARA DAR O MESMO SUBSTITUTO A MESMA PESSOA NOS DOIS
      *    CONJUNTOS E NOS LOGS. WS-MAP-LOGS 'N' = O CPF AINDA TEM
      *    CADASTRO VIVO EM OUTRO ARQUIVO E A TRILHA DELE NAO MUDA.
       01 WS-MAX-TAB         PIC 9(04)  VALUE 9999.
       01 WS-QTD-MAP         PIC 9(04)  VALUE 0.
       01 WS-TAB-MAP.
           05 WS-MAP OCCURS 9999 TIMES.
               10 WS-MAP-ORIG    PIC 9(11).
               10 WS-MAP-NOVO    PIC 9(11).
               10 WS-MAP-LOGS    PIC X(01).
       01 WS-MAP-IDX         PIC 9(04)  VALUE 0.
       01 WS-MAP-ACHOU       PIC 9(04)  VALUE 0.

      *    CODIGOS DE CLIENTE ANONIMIZADOS (LINHAS DE CLIENTE.LOG).
       01 WS-QTD-COD         PIC 9(04)  VALUE 0.
       01 WS-TAB-COD.
           05 WS-COD-ANON    PIC 9(07) OCCURS 9999 TIMES.
       01 WS-COD-IDX         PIC 9(04)  VALUE 0.
       01 WS-COD-ACHOU       PIC X      VALUE 'N'.

      *    CPFS DE REGISTRO.ARQ A ANONIMIZAR (A CHAVE MUDA, ENTAO A
      *    LISTA E MONTADA ANTES DE REGRAVAR).
       01 WS-QTD-ARQ         PIC 9(04)  VALUE 0.
       01 WS-TAB-ARQ.
           05 WS-ARQ-CPF     PIC 9(11) OCCURS 9999 TIMES.
       01 WS-ARQ-IDX         PIC 9(04)  VALUE 0.
       01 WS-TAB-CHEIA       PIC X      VALUE 'N'.

       01 WS-FASE            PIC X(01)  VALUE SPACE.
       01 WS-REG-ABERTO      PIC X      VALUE 'N'.
       01 WS-ARCH-ABERTO     PIC X      VALUE 'N'.
       01 WS-CLI-ABERTO      PIC X      VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-VIVO            PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-CPF-ORIG        PIC 9(11)  VALUE 0.
       01 WS-CPF-NOVO        PIC 9(11)  VALUE 0.
       01 WS-ANON-SEQ        PIC 9(09)  VALUE 0.

      *    DIGITO VERIFICADOR DO CPF (MESMO CALCULO DO ALISTAMENTO).
       01 WS-CPF-CHK         PIC 9(11)  VALUE 0.
       01 WS-CPF-CHK-R REDEFINES WS-CPF-CHK.
           05 WS-CPF-D       PIC 9(01) OCCURS 11 TIMES.
       01 WS-CPF-SUM         PIC 9(04)  VALUE 0.
       01 WS-CPF-QUO         PIC 9(04)  VALUE 0.
       01 WS-CPF-REM         PIC 9(02)  VALUE 0.
       01 WS-CPF-DV1         PIC 9(02)  VALUE 0.
       01 WS-CPF-IDX         PIC 9(02)  VALUE 0.

       01 WS-QTD-CLI-ANON    PIC 9(05)  VALUE 0.
       01 WS-QTD-CLI-MANT    PIC 9(05)  VALUE 0.
       01 WS-QTD-ARQ-ANON    PIC 9(05)  VALUE 0.
       01 WS-QTD-ARQ-MANT    PIC 9(05)  VALUE 0.
       01 WS-QTD-CLILOG      PIC 9(07)  VALUE 0.
       01 WS-QTD-CHGLOG      PIC 9(07)  VALUE 0.
       01 WS-QTD-ACSLOG      PIC 9(07)  VALUE 0.
       01 WS-QTD-ED          PIC ZZZZZZ9.
       01 WS-PRN-ABERTO      PIC X      VALUE 'N'.
       01 WS-CONCLUIDO       PIC X      VALUE 'N'.

       01 WS-LINHA-CLI.
           05 FILLER         PIC X(10)  VALUE "CLIENTE   ".
           05 WS-LC-COD      PIC 9(07).
           05 FILLER         PIC X(28)
                             VALUE "   ULTIMO MOVIMENTO  ".
           05 WS-LC-ULT-MOV  PIC 9(08).
           05 FILLER         PIC X(18)  VALUE "   CPF SUBSTITUTO ".
           05 WS-LC-CPF      PIC 9(11).
           05 FILLER         PIC X(18)  VALUE SPACES.

       01 WS-LINHA-ARQ.
           05 FILLER         PIC X(18)  VALUE "ALISTAMENTO DE    ".
           05 WS-LA-ANO      PIC 9(04).
           05 FILLER         PIC X(09)  VALUE "  SETOR  ".
           05 WS-LA-SETOR    PIC X(01).
           05 FILLER         PIC X(11)  VALUE "  UNIDADE  ".
           05 WS-LA-UNIDADE  PIC X(06).
           05 FILLER         PIC X(18)  VALUE "   CPF SUBSTITUTO ".
           05 WS-LA-CPF      PIC 9(11).
           05 FILLER         PIC X(22)  VALUE SPACES.

       COPY WSPRSDATA.
       COPY CLIPATH.
       COPY WSFILELOCK.
       COPY WSDATAMOV.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCADEIA.

       01 WS-APRV-STATUS     PIC 99.
       01 WS-APRV-NEW-STATUS PIC 99.
       01 WS-APRV-EOF        PIC X     VALUE 'N'.
       01 WS-APRV-MAX-ID     PIC 9(05) VALUE 0.
       01 WS-APRV-LIBERADO   PIC X     VALUE 'N'.
       01 WS-APRV-AGUARDANDO PIC X     VALUE 'N'.
       01 WS-APRV-ID-EXEC    PIC 9(05) VALUE 0.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'ANONIMIZA' TO WS-SPL-PROGRAMA
           DISPLAY "******** ANONIMIZACAO POR FIM DE RETENCAO ********"

           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF

           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           PERFORM P050-CONFERE-APROVACAO
           IF WS-APRV-LIBERADO NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           PERFORM P100-LE-PRAZOS
           COMPUTE WS-CORTE-CLI = WS-DT-NEGOCIO
                                - WS-ANOS-CLIENTE * 10000
           COMPUTE WS-CORTE-ANO = WS-DT-NEGOCIO / 10000
                                - WS-ANOS-ALIST
           DISPLAY "CLIENTE INATIVO SEM MOVIMENTO DESDE ANTES DE "
                   WS-CORTE-CLI
           DISPLAY "REGISTRO.ARQ COM ALISTAMENTO ANTERIOR A "
                   WS-CORTE-ANO
           PERFORM P150-ABRE-CERTIFICADO

      *    CLIENTE E CLIENTE.LOG SOB A TRAVA DO CLIENTE; REGISTRO.ARQ
      *    SOB A TRAVA DO REGISTRO. SE A SEGUNDA TRAVA NAO SAIR, A FASE
      *    DE REGISTRO.ARQ FICA INTACTA PARA A PROXIMA EXECUCAO (O
      *    PEDIDO CONTINUA APROVADO), MAS OS LOGS DOS CLIENTES JA
      *    ANONIMIZADOS SAO TRATADOS AGORA - NA PROXIMA EXECUCAO ELES
      *    JA NAO SERIAM ENCONTRADOS.
           MOVE "CLIENTE.LCK" TO WS-LOCK-PATH
           MOVE "ANONIMIZA" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF
           PERFORM P160-ULTIMO-MOVIMENTO
           PERFORM P200-FASE-CLIENTES
           PERFORM P600-CLIENTE-LOG
           PERFORM P-DESTRAVA-ARQUIVO

           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P300-FASE-ARQUIVO
               PERFORM P-DESTRAVA-ARQUIVO
               MOVE 'S' TO WS-CONCLUIDO
           END-IF
           PERFORM P700-ALISTAMENTO-LOG
           PERFORM P750-ACESSO-LOG
           PERFORM P850-REGISTRA-LGPD
           IF WS-CONCLUIDO = 'S' THEN
               PERFORM P900-MARCA-EXECUTADO
           END-IF
           GO TO P999-STOP.

       P050-CONFERE-APROVACAO.
      *    DUPLO CONTROLE (VER APRVDATA), MESMA REGRA DO REGARCH: SEM
      *    PEDIDO, REGISTRA UM E ENCERRA; COM PEDIDO PENDENTE, ENCERRA
      *    AGUARDANDO A APROVACAO NO APROVMNT.
           MOVE 'N' TO WS-APRV-LIBERADO
           MOVE 'N' TO WS-APRV-AGUARDANDO
           MOVE 0   TO WS-APRV-MAX-ID
           MOVE 0   TO WS-APRV-ID-EXEC
           OPEN INPUT APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE 'N' TO WS-APRV-EOF
               PERFORM UNTIL WS-APRV-EOF = 'S'
                   READ APRV-FILE
                       AT END
                           MOVE 'S' TO WS-APRV-EOF
                       NOT AT END
                           IF APRV-ID > WS-APRV-MAX-ID THEN
                               MOVE APRV-ID TO WS-APRV-MAX-ID
                           END-IF
                           IF APRV-ACAO = "ANONIMIZA" THEN
                               IF APRV-SITUACAO = 'A' THEN
                                   MOVE 'S' TO WS-APRV-LIBERADO
                                   MOVE APRV-ID TO WS-APRV-ID-EXEC
                               END-IF
                               IF APRV-SITUACAO = SPACE THEN
                                   MOVE 'S' TO WS-APRV-AGUARDANDO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE APRV-FILE
           END-IF

           IF WS-APRV-LIBERADO = 'S' THEN
               DISPLAY "PEDIDO " WS-APRV-ID-EXEC " APROVADO - "
                       "EXECUTANDO A ANONIMIZACAO"
               EXIT PARAGRAPH
           END-IF
           IF WS-APRV-AGUARDANDO = 'S' THEN
               DISPLAY "JA EXISTE PEDIDO DE ANONIMIZACAO AGUARDANDO "
                       "APROVACAO NO APROVMNT"
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-APRV-MAX-ID GIVING APRV-ID
           MOVE FUNCTION CURRENT-DATE TO APRV-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO APRV-SOLICITANTE
           MOVE "ANONIMIZA"           TO APRV-ACAO
           MOVE 0                     TO APRV-CPF
           MOVE "ANONIMIZACAO ANUAL POR FIM DO PRAZO DE RETENCAO"
             TO APRV-MOTIVO
           MOVE SPACE                 TO APRV-SITUACAO
           MOVE SPACES                TO APRV-APROVADOR
           MOVE SPACES                TO APRV-DT-DECISAO
           OPEN EXTEND APRV-FILE
           IF WS-APRV-STATUS EQUAL 35 THEN
               OPEN OUTPUT APRV-FILE
           END-IF
           WRITE APRV-REC
           CLOSE APRV-FILE
           DISPLAY "PEDIDO " APRV-ID " REGISTRADO - AGUARDA A "
                   "APROVACAO DE UM SEGUNDO ADMINISTRADOR (APROVMNT)".

       P100-LE-PRAZOS.
           OPEN INPUT ANON-CTL-FILE
           IF WS-ANON-STATUS NOT EQUAL 35 THEN
               READ ANON-CTL-FILE
                   NOT AT END
                       IF ANON-ANOS-CLIENTE > 0 THEN
                           MOVE ANON-ANOS-CLIENTE TO WS-ANOS-CLIENTE
                       END-IF
                       IF ANON-ANOS-ALIST > 0 THEN
                           MOVE ANON-ANOS-ALIST TO WS-ANOS-ALIST
                       END-IF
               END-READ
               CLOSE ANON-CTL-FILE
           END-IF
           DISPLAY "RETENCAO - CLIENTE: " WS-ANOS-CLIENTE
                   " ANOS  REGISTRO.ARQ: " WS-ANOS-ALIST " ANOS".

       P150-ABRE-CERTIFICADO.
      *    CADA EXECUCAO ACRESCENTA O SEU CERTIFICADO AO ARQUIVO; OS
      *    ANTERIORES FICAM COMO COMPROVANTE.
           MOVE 'ANONIMIZA.PRN' TO WS-SPL-ARQUIVO
           MOVE 100             TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND ANON-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT ANON-PRN-FILE
           END-IF
           MOVE 'S' TO WS-PRN-ABERTO
           MOVE ALL "=" TO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE SPACES TO ANON-PRN-LINE
           STRING "CERTIFICADO DE ANONIMIZACAO - PEDIDO "
                                            DELIMITED BY SIZE
                  WS-APRV-ID-EXEC           DELIMITED BY SIZE
                  "  DATA DE MOVIMENTO "    DELIMITED BY SIZE
                  WS-DT-NEGOCIO             DELIMITED BY SIZE
                  "  OPERADOR "             DELIMITED BY SIZE
                  WS-OPERADOR-ID            DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE SPACES TO ANON-PRN-LINE
           STRING "RETENCAO: CLIENTE INATIVO SEM MOVIMENTO DESDE "
                                            DELIMITED BY SIZE
                  WS-CORTE-CLI              DELIMITED BY SIZE
                  "; REGISTRO.ARQ ANTERIOR A " DELIMITED BY SIZE
                  WS-CORTE-ANO              DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE.

       P160-ULTIMO-MOVIMENTO.
      *    UMA PASSADA NO DIARIO GUARDA A DATA DA LINHA MAIS RECENTE
      *    DE CADA CONTRATO (DATA OFICIAL DE MOVIMENTO; LINHA ANTIGA,
      *    SEM ELA, VALE PELO TIMESTAMP - MESMA REGRA DO PRESTARCH).
           INITIALIZE WS-TAB-ULT-MOV
           OPEN INPUT PREST-JRN-FILE
           IF WS-JRN-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-JRN-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF JRN-NUM-CONT NUMERIC AND JRN-NUM-CONT > 0
                           THEN
                           IF JRN-DT-NEGOCIO NUMERIC AND
                              JRN-DT-NEGOCIO > 0 THEN
                               MOVE JRN-DT-NEGOCIO TO WS-DT-LINHA
                           ELSE
                               MOVE JRN-TIMESTAMP(1:8) TO WS-DT-LINHA
                           END-IF
                           IF WS-DT-LINHA > WS-ULT-MOV(JRN-NUM-CONT)
                               THEN
                               MOVE WS-DT-LINHA
                                 TO WS-ULT-MOV(JRN-NUM-CONT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-JRN-FILE
           MOVE 'N' TO WS-EOF.

       P200-FASE-CLIENTES.
           MOVE 'C' TO WS-FASE
           OPEN I-O CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "CLIENTE AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-CLI-ABERTO
           PERFORM P250-ABRE-CONSULTAS

           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF (SIT-CLIENTE = 'I' OR SIT-CLIENTE = 'F')
                          AND NM-CLIENTE NOT = "ANONIMIZADO" THEN
                           PERFORM P210-AVALIA-CLIENTE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE CLIENTE
           MOVE 'N' TO WS-CLI-ABERTO
           PERFORM P260-FECHA-CONSULTAS
           DISPLAY "CLIENTES ANONIMIZADOS: " WS-QTD-CLI-ANON
           DISPLAY "INATIVOS AINDA NO PRAZO: " WS-QTD-CLI-MANT.

       P210-AVALIA-CLIENTE.
      *    ULTIMO MOVIMENTO = MAIOR DATA ENTRE O CADASTRO, O VINCULO DE
      *    CADA CONTRATO DO CLIENTE E A ULTIMA LINHA DO DIARIO DE CADA
      *    UM DELES.
           MOVE DT-CADASTRO TO WS-ULT-MOV-CLI
           IF WS-CONTR-ABERTO = 'S' THEN
               MOVE COD-CLIENTE TO CONTR-COD-CLIENTE
               MOVE 'N' TO WS-CONTR-EOF
               START CONTR-FILE KEY IS EQUAL CONTR-COD-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WS-CONTR-EOF
               END-START
               PERFORM UNTIL WS-CONTR-EOF = 'S'
                   READ CONTR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-CONTR-EOF
                       NOT AT END
                           IF CONTR-COD-CLIENTE NOT = COD-CLIENTE THEN
                               MOVE 'S' TO WS-CONTR-EOF
                           ELSE
                               IF CONTR-DT-VINCULO > WS-ULT-MOV-CLI
                                   THEN
                                   MOVE CONTR-DT-VINCULO
                                     TO WS-ULT-MOV-CLI
                               END-IF
                               IF CONTR-NUM-CONT > 0 AND
                                  WS-ULT-MOV(CONTR-NUM-CONT) >
                                  WS-ULT-MOV-CLI THEN
                                   MOVE WS-ULT-MOV(CONTR-NUM-CONT)
                                     TO WS-ULT-MOV-CLI
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-IF
           IF WS-ULT-MOV-CLI NOT < WS-CORTE-CLI THEN
               ADD 1 TO WS-QTD-CLI-MANT
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-COD NOT < WS-MAX-TAB OR
              WS-QTD-MAP NOT < WS-MAX-TAB THEN
               MOVE 'S' TO WS-TAB-CHEIA
               MOVE 'S' TO WS-EOF
               EXIT PARAGRAPH
           END-IF
           PERFORM P220-ANONIMIZA-CLIENTE.

       P220-ANONIMIZA-CLIENTE.
           MOVE 0 TO WS-CPF-NOVO
           IF CPF-CLIENTE > 0 THEN
               MOVE CPF-CLIENTE TO WS-CPF-ORIG
               PERFORM P500-SUBSTITUTO
               MOVE WS-CPF-NOVO TO CPF-CLIENTE
           END-IF
           MOVE "ANONIMIZADO" TO NM-CLIENTE
           MOVE SPACES        TO TEL-CLIENTE
           MOVE SPACES        TO EMAIL-CLIENTE
           MOVE SPACES        TO CEP-CLIENTE
           MOVE SPACES        TO RUA-CLIENTE
           MOVE SPACES        TO NUMERO-CLIENTE
           MOVE SPACES        TO BAIRRO-CLIENTE
           MOVE SPACES        TO CIDADE-CLIENTE
           MOVE SPACES        TO UF-CLIENTE
           MOVE 'S'           TO OPTOUT-CLIENTE
           MOVE WS-DT-NEGOCIO TO DT-ALTERACAO
           REWRITE REG-CLIENTE
               INVALID KEY
                   DISPLAY "ERRO AO REGRAVAR CLIENTE " COD-CLIENTE
                           " - STATUS " WS-CLI-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-CLI-ANON
                   ADD 1 TO WS-QTD-COD
                   MOVE COD-CLIENTE    TO WS-COD-ANON(WS-QTD-COD)
                   MOVE COD-CLIENTE    TO WS-LC-COD
                   MOVE WS-ULT-MOV-CLI TO WS-LC-ULT-MOV
                   MOVE WS-CPF-NOVO    TO WS-LC-CPF
                   MOVE WS-LINHA-CLI   TO ANON-PRN-LINE
                   WRITE ANON-PRN-LINE
           END-REWRITE.

       P250-ABRE-CONSULTAS.
      *    ARQUIVOS SO CONSULTADOS NA FASE (CONTRATOS E A CONFERENCIA
      *    DE CADASTRO VIVO DO CPF).
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-REG-ABERTO
           END-IF
           IF WS-FASE = 'C' THEN
               OPEN INPUT CONTR-FILE
               IF WS-CONTR-STATUS NOT EQUAL 35 THEN
                   MOVE 'S' TO WS-CONTR-ABERTO
               END-IF
               OPEN INPUT ARCH-FILE
               IF WS-ARCH-STATUS NOT EQUAL 35 THEN
                   MOVE 'S' TO WS-ARCH-ABERTO
               END-IF
           ELSE
               OPEN INPUT CLIENTE
               IF WS-CLI-STATUS NOT EQUAL 35 THEN
                   MOVE 'S' TO WS-CLI-ABERTO
               END-IF
           END-IF.

       P260-FECHA-CONSULTAS.
           IF WS-REG-ABERTO = 'S' THEN
               CLOSE REG-FILE
               MOVE 'N' TO WS-REG-ABERTO
           END-IF
           IF WS-FASE = 'C' THEN
               IF WS-CONTR-ABERTO = 'S' THEN
                   CLOSE CONTR-FILE
                   MOVE 'N' TO WS-CONTR-ABERTO
               END-IF
               IF WS-ARCH-ABERTO = 'S' THEN
                   CLOSE ARCH-FILE
                   MOVE 'N' TO WS-ARCH-ABERTO
               END-IF
           ELSE
               IF WS-CLI-ABERTO = 'S' THEN
                   CLOSE CLIENTE
                   MOVE 'N' TO WS-CLI-ABERTO
               END-IF
           END-IF.

       P300-FASE-ARQUIVO.
           MOVE 'R' TO WS-FASE
           OPEN I-O ARCH-FILE
           IF WS-ARCH-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO.ARQ AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM P250-ABRE-CONSULTAS

      *    PRIMEIRA PASSADA: LISTA OS VENCIDOS. A CHAVE (CPF) MUDA NA
      *    REGRAVACAO, ENTAO NAO SE REGRAVA DURANTE A LEITURA.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ARCH-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       COMPUTE WS-REG-ANO =
                           DT-ALISTAMENTO OF ARCH-PRS-DATA / 10000
                       IF DT-ALISTAMENTO OF ARCH-PRS-DATA NOT = 0 AND
                          WS-REG-ANO < WS-CORTE-ANO AND
                          NAMES OF ARCH-PRS-DATA NOT = "ANONIMIZADO"
                          THEN
                           IF WS-QTD-ARQ < WS-MAX-TAB THEN
                               ADD 1 TO WS-QTD-ARQ
                               MOVE CPF OF ARCH-PRS-DATA
                                 TO WS-ARQ-CPF(WS-QTD-ARQ)
                           ELSE
                               MOVE 'S' TO WS-TAB-CHEIA
                           END-IF
                       ELSE
                           ADD 1 TO WS-QTD-ARQ-MANT
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-ARQ-IDX FROM 1 BY 1
                   UNTIL WS-ARQ-IDX > WS-QTD-ARQ
               IF WS-QTD-MAP < WS-MAX-TAB THEN
                   PERFORM P310-ANONIMIZA-ARQUIVO
               ELSE
                   MOVE 'S' TO WS-TAB-CHEIA
               END-IF
           END-PERFORM

           CLOSE ARCH-FILE
           PERFORM P260-FECHA-CONSULTAS
           DISPLAY "ALISTAMENTOS ARQUIVADOS ANONIMIZADOS: "
                   WS-QTD-ARQ-ANON
           DISPLAY "ALISTAMENTOS ARQUIVADOS AINDA NO PRAZO: "
                   WS-QTD-ARQ-MANT.

       P310-ANONIMIZA-ARQUIVO.
      *    O REGISTRO ANONIMIZADO E GRAVADO NA CHAVE DO SUBSTITUTO E
      *    SO DEPOIS O ORIGINAL E EXCLUIDO.
           MOVE WS-ARQ-CPF(WS-ARQ-IDX) TO CPF OF ARCH-PRS-DATA
           MOVE 'S' TO WS-ACHOU
           READ ARCH-FILE INTO WS-PRS-DATA
               KEY IS CPF OF ARCH-PRS-DATA
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO WS-CPF-ORIG
           PERFORM P500-SUBSTITUTO
           MOVE WS-CPF-NOVO   TO WS-CPF
           MOVE "ANONIMIZADO" TO WS-NAME
           MOVE 0             TO WS-RG
           MOVE SPACES        TO WS-ADDRESS
           MOVE SPACES        TO WS-RG-UF
           MOVE 0             TO WS-RG-DT-EMISSAO
           MOVE 0             TO WS-DT-NASCIMENTO
           MOVE WS-PRS-DATA   TO ARCH-PRS-DATA
           WRITE ARCH-PRS-DATA
               INVALID KEY
                   DISPLAY "ERRO AO GRAVAR O SUBSTITUTO " WS-CPF-NOVO
                           " - STATUS " WS-ARCH-STATUS
                   MOVE 'N' TO WS-ACHOU
           END-WRITE
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-ORIG TO CPF OF ARCH-PRS-DATA
           DELETE ARCH-FILE RECORD
               INVALID KEY
                   DISPLAY "ERRO AO EXCLUIR O REGISTRO ORIGINAL - "
                           "STATUS " WS-ARCH-STATUS
           END-DELETE
           ADD 1 TO WS-QTD-ARQ-ANON
           COMPUTE WS-LA-ANO = WS-DT-ALISTAMENTO / 10000
           MOVE WS-SETOR      TO WS-LA-SETOR
           MOVE WS-UNIDADE    TO WS-LA-UNIDADE
           MOVE WS-CPF-NOVO   TO WS-LA-CPF
           MOVE WS-LINHA-ARQ  TO ANON-PRN-LINE
           WRITE ANON-PRN-LINE.

       P500-SUBSTITUTO.
      *    A MESMA PESSOA RECEBE SEMPRE O MESMO SUBSTITUTO NA EXECUCAO.
           MOVE 0 TO WS-MAP-ACHOU
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-QTD-MAP
                      OR WS-MAP-ACHOU > 0
               IF WS-MAP-ORIG(WS-MAP-IDX) = WS-CPF-ORIG THEN
                   MOVE WS-MAP-IDX TO WS-MAP-ACHOU
               END-IF
           END-PERFORM
           IF WS-MAP-ACHOU > 0 THEN
               MOVE WS-MAP-NOVO(WS-MAP-ACHOU) TO WS-CPF-NOVO
               EXIT PARAGRAPH
           END-IF

           PERFORM P510-PROXIMO-SUBSTITUTO
      *    DV1 CALCULADO COMO NO ALISTAMENTO (PESOS 10 A 2, RESTO DE
      *    11) E GRAVADO SOMADO DE 1: O SUBSTITUTO NUNCA PASSA NA
      *    VALIDACAO DE CPF E NAO SE CONFUNDE COM UMA PESSOA REAL.
           COMPUTE WS-CPF-CHK = WS-ANON-SEQ * 100
           MOVE 0 TO WS-CPF-SUM
           PERFORM VARYING WS-CPF-IDX FROM 1 BY 1 UNTIL WS-CPF-IDX > 9
               COMPUTE WS-CPF-SUM = WS-CPF-SUM
                       + WS-CPF-D(WS-CPF-IDX) * (11 - WS-CPF-IDX)
           END-PERFORM
           DIVIDE WS-CPF-SUM BY 11 GIVING WS-CPF-QUO
               REMAINDER WS-CPF-REM
           IF WS-CPF-REM < 2 THEN
               MOVE 0 TO WS-CPF-DV1
           ELSE
               COMPUTE WS-CPF-DV1 = 11 - WS-CPF-REM
           END-IF
           IF WS-CPF-DV1 = 9 THEN
               MOVE 0 TO WS-CPF-D(10)
           ELSE
               COMPUTE WS-CPF-D(10) = WS-CPF-DV1 + 1
           END-IF
           MOVE 0 TO WS-CPF-D(11)
           MOVE WS-CPF-CHK TO WS-CPF-NOVO

           PERFORM P520-CONFERE-VIVO
           ADD 1 TO WS-QTD-MAP
           MOVE WS-CPF-ORIG TO WS-MAP-ORIG(WS-QTD-MAP)
           MOVE WS-CPF-NOVO TO WS-MAP-NOVO(WS-QTD-MAP)
           IF WS-VIVO = 'S' THEN
               MOVE 'N' TO WS-MAP-LOGS(WS-QTD-MAP)
           ELSE
               MOVE 'S' TO WS-MAP-LOGS(WS-QTD-MAP)
           END-IF.

       P510-PROXIMO-SUBSTITUTO.
      *    MESMO PADRAO DE CONTADOR DE CARTNUM.CTL/RECIBONUM.CTL.
           OPEN I-O ANONNUM-CTL-FILE
           IF WS-ANONNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT ANONNUM-CTL-FILE
               MOVE 0 TO ANONNUM-ULTIMO
               WRITE ANONNUM-CTL-REC
               CLOSE ANONNUM-CTL-FILE
               OPEN I-O ANONNUM-CTL-FILE
           END-IF
           READ ANONNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO ANONNUM-ULTIMO
           END-READ
           ADD 1 TO ANONNUM-ULTIMO GIVING WS-ANON-SEQ
           MOVE WS-ANON-SEQ TO ANONNUM-ULTIMO
           REWRITE ANONNUM-CTL-REC
           CLOSE ANONNUM-CTL-FILE.

       P520-CONFERE-VIVO.
      *    O CPF AINDA TEM CADASTRO FORA DO PRAZO DE ANONIMIZACAO?
      *    (ALISTAMENTO VIVO EM REGISTRO; NA FASE DE CLIENTE, ENTRADA
      *    DE REGISTRO.ARQ AINDA NO PRAZO; NA FASE DE REGISTRO.ARQ,
      *    CLIENTE AINDA NAO ANONIMIZADO.) SE TIVER, A TRILHA DESSE CPF
      *    NOS LOGS CONTINUA A SERVIR AO CADASTRO VIVO E NAO MUDA.
           MOVE 'N' TO WS-VIVO
           IF WS-REG-ABERTO = 'S' THEN
               MOVE WS-CPF-ORIG TO CPF OF PRS-DATA
               READ REG-FILE
                   KEY IS CPF OF PRS-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-VIVO
               END-READ
           END-IF
           IF WS-FASE = 'C' AND WS-ARCH-ABERTO = 'S' THEN
               MOVE WS-CPF-ORIG TO CPF OF ARCH-PRS-DATA
               READ ARCH-FILE
                   KEY IS CPF OF ARCH-PRS-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE WS-REG-ANO =
                           DT-ALISTAMENTO OF ARCH-PRS-DATA / 10000
                       IF WS-REG-ANO NOT < WS-CORTE-ANO THEN
                           MOVE 'S' TO WS-VIVO
                       END-IF
               END-READ
           END-IF
           IF WS-FASE = 'R' AND WS-CLI-ABERTO = 'S' THEN
               MOVE WS-CPF-ORIG TO CPF-CLIENTE
               READ CLIENTE
                   KEY IS CPF-CLIENTE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NM-CLIENTE NOT = "ANONIMIZADO" THEN
                           MOVE 'S' TO WS-VIVO
                       END-IF
               END-READ
           END-IF.

       P600-CLIENTE-LOG.
      *    A NOTA DAS LINHAS DOS CLIENTES ANONIMIZADOS E APAGADA; DATA,
      *    OPERADOR E TIPO FICAM. REGRAVACAO POR ARQUIVO NOVO, COMO NO
      *    LOGARQ.
           IF WS-QTD-COD = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLI-LOG-NEW-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLI-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE 'N' TO WS-COD-ACHOU
                       PERFORM VARYING WS-COD-IDX FROM 1 BY 1
                               UNTIL WS-COD-IDX > WS-QTD-COD
                                  OR WS-COD-ACHOU = 'S'
                           IF WS-COD-ANON(WS-COD-IDX) = CLI-LOG-COD
                               THEN
                               MOVE 'S' TO WS-COD-ACHOU
                           END-IF
                       END-PERFORM
                       IF WS-COD-ACHOU = 'S' THEN
                           MOVE "ANONIMIZADO" TO CLI-LOG-NOTA
                           ADD 1 TO WS-QTD-CLILOG
                       END-IF
                       MOVE CLI-LOG-REC TO CLI-LOG-NEW-REC
                       WRITE CLI-LOG-NEW-REC
               END-READ
           END-PERFORM
           CLOSE CLI-LOG-FILE
           CLOSE CLI-LOG-NEW-FILE
           MOVE "mv CLIENTE.LOG.NEW CLIENTE.LOG" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY "LINHAS DE CLIENTE.LOG ANONIMIZADAS: "
                   WS-QTD-CLILOG.

       P700-ALISTAMENTO-LOG.
      *    NAS LINHAS DA PESSOA EM ALISTAMENTO.LOG.ARQ O CPF VIRA O
      *    SUBSTITUTO E OS VALORES ANTERIOR/NOVO (NOME, ENDERECO, RG,
      *    CPF) SAO APAGADOS. A LINHA ALTERADA MUDA O ELO DA CADEIA DE
      *    CONFERENCIA (CADEIA.cpy), ENTAO O ARQUIVO INTEIRO E
      *    REENCADEADO - MAS SO DEPOIS DE CONFERIR A CADEIA QUE ESTAVA
      *    GRAVADA: ARQUIVO COM ELO ROMPIDO NAO E REGRAVADO, PARA A
      *    ANONIMIZACAO NAO APAGAR O RASTRO DE UMA ADULTERACAO.
           IF WS-QTD-MAP = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CHG-ARQ-FILE
           IF WS-CHG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CHG-NEW-FILE
           MOVE 'ALISTAMENTO.LOG.ARQ.ANC' TO WS-ANC-PATH
           PERFORM P-CADEIA-INICIA-CONFERENCIA
           MOVE 211 TO WS-CAD-TAM
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CHG-ARQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CHG-LOG-REC TO WS-CAD-LINHA
                       MOVE CHG-ELO     TO WS-CAD-LIDO
                       PERFORM P-CADEIA-CONFERE
                       MOVE CHG-CPF TO WS-CPF-ORIG
                       PERFORM P780-PROCURA-MAPA
                       IF WS-MAP-ACHOU > 0 THEN
                           MOVE WS-MAP-NOVO(WS-MAP-ACHOU) TO CHG-CPF
                           MOVE SPACES        TO CHG-OLD-VALUE
                           MOVE "ANONIMIZADO" TO CHG-NEW-VALUE
                           ADD 1 TO WS-QTD-CHGLOG
                       END-IF
                       MOVE CHG-LOG-REC TO WS-CAD-LINHA
                       PERFORM P-CADEIA-REENCADEIA
                       MOVE WS-CAD-ELO  TO CHG-ELO
                       MOVE CHG-LOG-REC TO CHG-NEW-REC
                       WRITE CHG-NEW-REC
               END-READ
           END-PERFORM
           CLOSE CHG-ARQ-FILE
           CLOSE CHG-NEW-FILE
           PERFORM P-CADEIA-FECHA-CONFERENCIA
           IF WS-CAD-OK NOT = 'S' THEN
               MOVE "rm -f ALISTAMENTO.LOG.ARQ.NEW" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE 0 TO WS-QTD-CHGLOG
               DISPLAY "CADEIA DE CONFERENCIA DE ALISTAMENTO.LOG.ARQ "
                       "ROMPIDA - ARQUIVO NAO ANONIMIZADO"
               DISPLAY "APURE PELO CADVERIF ANTES DE RODAR DE NOVO"
               EXIT PARAGRAPH
           END-IF
           MOVE "mv ALISTAMENTO.LOG.ARQ.NEW ALISTAMENTO.LOG.ARQ"
             TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE WS-CAD-ANT-NOVO TO WS-CAD-ELO
           MOVE WS-CAD-LIDAS    TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA
           DISPLAY "LINHAS DE ALISTAMENTO.LOG.ARQ ANONIMIZADAS: "
                   WS-QTD-CHGLOG.

       P750-ACESSO-LOG.
      *    CONSULTAS POR CPF DA PESSOA PASSAM A APONTAR O SUBSTITUTO;
      *    AS CONSULTAS POR CODIGO DE CLIENTE FICAM (O CODIGO E
      *    MANTIDO NO CADASTRO ANONIMIZADO). CONFERE E REENCADEIA
      *    COMO O P700-ALISTAMENTO-LOG.
           IF WS-QTD-MAP = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ACESSO-LOG-FILE
           IF WS-ACESSO-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT ACESSO-NEW-FILE
           MOVE 'ACESSO.LOG.ANC' TO WS-ANC-PATH
           PERFORM P-CADEIA-INICIA-CONFERENCIA
           MOVE 62 TO WS-CAD-TAM
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ ACESSO-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE ACESSO-LOG-REC TO WS-CAD-LINHA
                       MOVE ACS-ELO        TO WS-CAD-LIDO
                       PERFORM P-CADEIA-CONFERE
                       IF ACS-TIPO = 'C' THEN
                           MOVE ACS-CHAVE TO WS-CPF-ORIG
                           PERFORM P780-PROCURA-MAPA
                           IF WS-MAP-ACHOU > 0 THEN
                               MOVE WS-MAP-NOVO(WS-MAP-ACHOU)
                                 TO ACS-CHAVE
                               ADD 1 TO WS-QTD-ACSLOG
                           END-IF
                       END-IF
                       MOVE ACESSO-LOG-REC TO WS-CAD-LINHA
                       PERFORM P-CADEIA-REENCADEIA
                       MOVE WS-CAD-ELO     TO ACS-ELO
                       MOVE ACESSO-LOG-REC TO ACESSO-NEW-REC
                       WRITE ACESSO-NEW-REC
               END-READ
           END-PERFORM
           CLOSE ACESSO-LOG-FILE
           CLOSE ACESSO-NEW-FILE
           PERFORM P-CADEIA-FECHA-CONFERENCIA
           IF WS-CAD-OK NOT = 'S' THEN
               MOVE "rm -f ACESSO.LOG.NEW" TO WS-CMD
               CALL "SYSTEM" USING WS-CMD
               MOVE 0 TO WS-QTD-ACSLOG
               DISPLAY "CADEIA DE CONFERENCIA DE ACESSO.LOG ROMPIDA - "
                       "ARQUIVO NAO ANONIMIZADO"
               DISPLAY "APURE PELO CADVERIF ANTES DE RODAR DE NOVO"
               EXIT PARAGRAPH
           END-IF
           MOVE "mv ACESSO.LOG.NEW ACESSO.LOG" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           MOVE WS-CAD-ANT-NOVO TO WS-CAD-ELO
           MOVE WS-CAD-LIDAS    TO WS-CAD-QTD
           PERFORM P-CADEIA-GRAVA-ANCORA
           DISPLAY "LINHAS DE ACESSO.LOG ANONIMIZADAS: "
                   WS-QTD-ACSLOG.

       P780-PROCURA-MAPA.
      *    SO VALEM AS PESSOAS SEM CADASTRO VIVO (WS-MAP-LOGS 'S').
           MOVE 0 TO WS-MAP-ACHOU
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-QTD-MAP
                      OR WS-MAP-ACHOU > 0
               IF WS-MAP-ORIG(WS-MAP-IDX) = WS-CPF-ORIG AND
                  WS-MAP-LOGS(WS-MAP-IDX) = 'S' THEN
                   MOVE WS-MAP-IDX TO WS-MAP-ACHOU
               END-IF
           END-PERFORM.

       P800-TOTAIS.
           MOVE SPACES TO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE WS-QTD-CLI-ANON TO WS-QTD-ED
           MOVE SPACES TO ANON-PRN-LINE
           STRING "CLIENTES ANONIMIZADOS............: "
                  DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE WS-QTD-ARQ-ANON TO WS-QTD-ED
           MOVE SPACES TO ANON-PRN-LINE
           STRING "ALISTAMENTOS (REGISTRO.ARQ)......: "
                  DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE WS-QTD-CLILOG TO WS-QTD-ED
           MOVE SPACES TO ANON-PRN-LINE
           STRING "LINHAS DE CLIENTE.LOG............: "
                  DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE WS-QTD-CHGLOG TO WS-QTD-ED
           MOVE SPACES TO ANON-PRN-LINE
           STRING "LINHAS DE ALISTAMENTO.LOG.ARQ....: "
                  DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE WS-QTD-ACSLOG TO WS-QTD-ED
           MOVE SPACES TO ANON-PRN-LINE
           STRING "LINHAS DE ACESSO.LOG.............: "
                  DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO ANON-PRN-LINE
           WRITE ANON-PRN-LINE
           MOVE SPACES TO ANON-PRN-LINE
           IF WS-CONCLUIDO NOT = 'S' THEN
               MOVE "EXECUCAO INCOMPLETA - O PEDIDO CONTINUA APROVADO"
                 TO ANON-PRN-LINE
           ELSE
               IF WS-TAB-CHEIA = 'S' THEN
                   STRING "LIMITE DE " DELIMITED BY SIZE
                          WS-MAX-TAB   DELIMITED BY SIZE
                          " PESSOAS POR EXECUCAO ATINGIDO - RODAR "
                                       DELIMITED BY SIZE
                          "DE NOVO"    DELIMITED BY SIZE
                          INTO ANON-PRN-LINE
               ELSE
                   MOVE "ANONIMIZACAO CONCLUIDA" TO ANON-PRN-LINE
               END-IF
           END-IF
           WRITE ANON-PRN-LINE
           CLOSE ANON-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           MOVE 'N' TO WS-PRN-ABERTO
           DISPLAY "CERTIFICADO ACRESCENTADO EM ANONIMIZA.PRN".

       P850-REGISTRA-LGPD.
      *    A EXECUCAO FICA EM LGPD.LOG, SEM CPF (E UM LOTE).
           OPEN EXTEND LGPD-LOG-FILE
           IF WS-LGPD-STATUS EQUAL 35 THEN
               OPEN OUTPUT LGPD-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LGPD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO LGPD-OPERADOR
           MOVE "ANONIMIZA"           TO LGPD-PROGRAMA
           MOVE 'N'                   TO LGPD-TIPO
           MOVE 0                     TO LGPD-CPF
           MOVE WS-DT-NEGOCIO         TO LGPD-DT-NEGOCIO
           COMPUTE LGPD-QTD-ITENS = WS-QTD-CLI-ANON + WS-QTD-ARQ-ANON
           WRITE LGPD-LOG-REC
           CLOSE LGPD-LOG-FILE.

       P900-MARCA-EXECUTADO.
      *    BAIXA O PEDIDO APROVADO COMO EXECUTADO, REGRAVANDO A FILA
      *    (MESMA TECNICA DO REGARCH). COM O LIMITE DA TABELA ATINGIDO
      *    O PEDIDO CONTINUA APROVADO PARA A PROXIMA EXECUCAO.
           IF WS-TAB-CHEIA = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT APRV-FILE
           OPEN OUTPUT APRV-NEW-FILE
           MOVE 'N' TO WS-APRV-EOF
           PERFORM UNTIL WS-APRV-EOF = 'S'
               READ APRV-FILE
                   AT END
                       MOVE 'S' TO WS-APRV-EOF
                   NOT AT END
                       MOVE APRV-REC TO APRV-NEW-REC
                       IF APRV-ID = WS-APRV-ID-EXEC THEN
                           MOVE 'E' TO APRV-NEW-SITUACAO
                       END-IF
                       WRITE APRV-NEW-REC
               END-READ
           END-PERFORM
           CLOSE APRV-FILE
           CLOSE APRV-NEW-FILE
           MOVE "mv APROVACAO.CTL.NEW APROVACAO.CTL" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P999-STOP.
           IF WS-PRN-ABERTO = 'S' THEN
               PERFORM P800-TOTAIS
           END-IF
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY FILELOCK.
       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM ANONIMIZA.
