      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: DISPENSA POR EXCESSO DE CONTINGENTE - TODO ANO AS
      *          UNIDADES PRECISAM DE MENOS RECRUTAS DO QUE OS
      *          ALISTADOS, E A LISTA DE DISPENSADOS ERA DATILOGRAFADA A
      *          PARTIR DO ROSTER. PARA CADA UNIDADE COM NECESSIDADE
      *          INFORMADA NO ANO (NECESSIDADE.CTL, VER UNIMNT OPCAO 7),
      *          LIMITADA A UNI-CAPACIDADE DE UNIDADE.CTL E DESCONTADOS
      *          OS JA CONVOCADOS NO ANO, CLASSIFICA OS ALISTADOS AINDA
      *          NAO CONVOCADOS PELA PRIORIDADE DE DISPENSA.CTL (VER
      *          CTLMNT OPCAO 17): APTIDAO, MEDIA DO Q.I., SETOR E CASO
      *          ESPECIAL (CPF COM REJEICAO EM REJEITADOS POR CODIGO DE
      *          ISENCAO MARCADO). QUEM PASSA DAS VAGAS E DISPENSADO:
      *          SIT-SERVICO 'E' E DT-DISPENSA (VER PRSDATA), LINHA EM
      *          ALISTAMENTO.LOG E CERTIFICADO DE DISPENSA NA FILA DO
      *          CERTRES (CERTFILA.DAT, VER CERTFILADATA). A LISTA POR
      *          UNIDADE SAI EM DISPEXC.PRN. A SIMULACAO SO IMPRIME A
      *          LISTA, SEM ALTERAR NADA. O CONVOCA NAO CONVOCA QUEM FOI
      *          DISPENSADO. RESTRITO A OPERADOR ADMINISTRADOR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - DISPENSADO/ADIADO POR REQUERIMENTO (PETICAO)
      *                  FICA FORA DA AVALIACAO, O ADIADO ATE O FIM DO
      *                  ADIAMENTO.
      *     15/10/2026 - A LINHA GRAVADA EM ALISTAMENTO.LOG PASSA A
      *                  LEVAR O ELO DA CADEIA DE CONFERENCIA (CHG-ELO,
      *                  ANCORA EM ALISTAMENTO.LOG.ANC - VER
      *                  CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM DISPEXC.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISPEXC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT UNIDADE-CTL-FILE ASSIGN TO 'UNIDADE.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNI-STATUS.

           SELECT NEC-CTL-FILE ASSIGN TO 'NECESSIDADE.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NEC-STATUS.

           SELECT DISP-CTL-FILE ASSIGN TO 'DISPENSA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DSP-STATUS.

           SELECT REJ-FILE ASSIGN TO 'REJEITADOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT CERT-FILA-FILE ASSIGN TO 'CERTFILA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CFIL-STATUS.

           SELECT PRN-FILE ASSIGN TO 'DISPEXC.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOCK-STATUS.

           SELECT SORT-FILE ASSIGN TO 'DISPEXC.SRT'.

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

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD UNIDADE-CTL-FILE.
       COPY UNIDATA.

       FD NEC-CTL-FILE.
       COPY NECDATA.

       FD DISP-CTL-FILE.
      *    MESMO LAYOUT DE DISP-CTL-REC NO CTLMNT.
       01 DISP-CTL-REC.
         05 DSPC-ORDEM        PIC X(04).
         05 DSPC-ESPECIAIS    PIC X(04).

       FD REJ-FILE.
      *    MESMO LAYOUT DE REJ-REC NO ALISTAMENTO-MILITAR.
       01 REJ-REC.
         05 REJ-TIMESTAMP     PIC X(20).
         05 REJ-OPERADOR      PIC X(10).
         05 REJ-NAME          PIC X(50).
         05 REJ-CPF           PIC 9(11).
         05 REJ-REASON-CODE   PIC 9(01).
         05 REJ-REASON-DESC   PIC X(30).
         05 REJ-DT-NEGOCIO    PIC 9(08).

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD CERT-FILA-FILE.
       COPY CERTFILADATA.

       FD PRN-FILE.
       01 PRN-LINE           PIC X(100).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD LOCK-FILE.
       01 LOCK-REC.
         05 LOCK-TIMESTAMP    PIC X(20).
         05 LOCK-OPERADOR     PIC X(10).
         05 LOCK-PROGRAMA     PIC X(20).

      *    UM CANDIDATO (ALISTADO AINDA NAO CONVOCADO) POR LINHA. AS
      *    QUATRO CHAVES SEGUEM A ORDEM DE DISPENSA.CTL E VALEM MAIS
      *    PARA QUEM DEVE FICAR; DENTRO DA UNIDADE, OS PRIMEIROS
      *    OCUPAM AS VAGAS E OS DEMAIS SAO DISPENSADOS. EMPATE: FICA
      *    QUEM SE ALISTOU PRIMEIRO.
       SD SORT-FILE.
       01 SD-REC.
         05 SD-UNIDADE       PIC X(06).
         05 SD-CHAVES.
           10 SD-CHAVE-1     PIC 9(04).
           10 SD-CHAVE-2     PIC 9(04).
           10 SD-CHAVE-3     PIC 9(04).
           10 SD-CHAVE-4     PIC 9(04).
         05 SD-CHAVES-TAB REDEFINES SD-CHAVES.
           10 SD-CHAVE       PIC 9(04) OCCURS 4 TIMES.
         05 SD-DT-ALIST      PIC 9(08).
         05 SD-CPF           PIC 9(11).
         05 SD-NAME          PIC X(50).
         05 SD-FIT           PIC X(01).
         05 SD-MEDIA         PIC 99V99.
         05 SD-SETOR         PIC X(01).
         05 SD-ESPECIAL      PIC X(01).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-UNI-STATUS      PIC 99.
       01 WS-NEC-STATUS      PIC 99.
       01 WS-DSP-STATUS      PIC 99.
       01 WS-REJ-STATUS      PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-CFIL-STATUS     PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-EFETIVAR        PIC X(01) VALUE 'N'.
       01 WS-CONFIRMA        PIC X(01) VALUE 'N'.
       01 WS-ANO             PIC 9(04) VALUE 0.
       01 WS-ANO-CONV        PIC 9(04) VALUE 0.
       01 WS-LINHA           PIC X(100) VALUE SPACES.
       01 WS-SIT-ANTERIOR    PIC X(01) VALUE SPACE.
       01 WS-ACHOU           PIC X(01) VALUE 'N'.

      *    PRIORIDADE DA DISPENSA (DISPENSA.CTL). SEM O ARQUIVO:
      *    APTIDAO, MEDIA, SETOR, CASO ESPECIAL; ESPECIAIS OS CODIGOS
      *    2 (DEFERIMENTO MEDICO) E 3 (OBJECAO RELIGIOSA).
       01 WS-DSP-ORDEM       PIC X(04) VALUE 'FMSX'.
       01 WS-DSP-ESPECIAIS   PIC X(04) VALUE 'NSSN'.
       01 WS-DSP-IDX         PIC 9(01) VALUE 0.
       01 WS-DSP-USA-ESP     PIC X(01) VALUE 'N'.

      *    UNIDADES DE UNIDADE.CTL COM A NECESSIDADE DO ANO E OS
      *    TOTAIS DA RODADA (MESMO LIMITE DO UNIMNT).
       01 WS-QTD-UN          PIC 9(02) VALUE 0.
       01 WS-UN-IDX          PIC 9(02) VALUE 0.
       01 WS-UN-ATUAL        PIC 9(02) VALUE 0.
       01 WS-UN-TAB.
         05 WS-UN-ITEM OCCURS 20 TIMES.
           10 WS-UN-CODIGO     PIC X(06).
           10 WS-UN-CAPAC      PIC 9(05).
           10 WS-UN-TEM-NEC    PIC X(01).
           10 WS-UN-NEC        PIC 9(05).
           10 WS-UN-LIMITE     PIC 9(05).
           10 WS-UN-CONVOCADOS PIC 9(05).
           10 WS-UN-VAGAS      PIC 9(05).
           10 WS-UN-CANDIDATOS PIC 9(05).
           10 WS-UN-MANTIDOS   PIC 9(05).
           10 WS-UN-DISPENSADOS PIC 9(05).
       01 WS-QTD-COM-NEC     PIC 9(02) VALUE 0.
       01 WS-UNI-QUEBRA      PIC X(06) VALUE SPACES.
       01 WS-POS-UNIDADE     PIC 9(05) VALUE 0.

      *    CPFS COM REJEICAO POR CODIGO DE ISENCAO ESPECIAL (MESMO
      *    ESTILO DA TABELA DE OBITOS DO OBITOCASC).
       01 WS-QTD-ESP         PIC 9(04) VALUE 0.
       01 WS-ESP-IDX         PIC 9(04) VALUE 0.
       01 WS-ESP-TAB.
         05 WS-ESP-CPF       PIC 9(11) OCCURS 5000 TIMES.

       01 WS-QTD-DISPENSADOS PIC 9(05) VALUE 0.
       01 WS-QTD-FALHAS      PIC 9(05) VALUE 0.
       01 WS-QTD-ED          PIC ZZ,ZZ9.
       01 WS-MEDIA-ED        PIC Z9.99.
       01 WS-NUM-ED          PIC ZZZZ9.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSCADEIA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'DISPEXC' TO WS-SPL-PROGRAMA
           DISPLAY "******** DISPENSA POR EXCESSO DE CONTINGENTE "
                   "********"
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

           DISPLAY "ANO DA INCORPORACAO (AAAA, 0 = ANO DO MOVIMENTO)"
           ACCEPT WS-ANO
           IF WS-ANO = 0 THEN
               MOVE WS-DT-NEGOCIO(1:4) TO WS-ANO
           END-IF
           DISPLAY "1 PARA SIMULAR (SO A LISTA, SEM ALTERAR REGISTRO)"
           DISPLAY "2 PARA EFETIVAR A DISPENSA"
           ACCEPT WS-OPCAO
           EVALUATE WS-OPCAO
               WHEN 1 MOVE 'N' TO WS-EFETIVAR
               WHEN 2 MOVE 'S' TO WS-EFETIVAR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE

           PERFORM P100-CARREGA-PRIORIDADE
           PERFORM P110-CARREGA-UNIDADES
           IF WS-QTD-COM-NEC = 0 THEN
               DISPLAY "NENHUMA UNIDADE COM NECESSIDADE INFORMADA PARA "
                       "O ANO " WS-ANO " - VER UNIMNT OPCAO 7"
               GO TO P999-STOP
           END-IF
           IF WS-DSP-USA-ESP = 'S' THEN
               PERFORM P120-CARREGA-ESPECIAIS
           END-IF

           IF WS-EFETIVAR = 'S' THEN
               DISPLAY "OS EXCEDENTES SERAO DISPENSADOS E NAO PODERAO "
                       "SER CONVOCADOS. CONFIRMA (S/N)?"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' AND WS-CONFIRMA NOT = 's' THEN
                   DISPLAY "DISPENSA ABORTADA"
                   GO TO P999-STOP
               END-IF
               MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
               MOVE "DISPEXC"      TO WS-LOCK-PROGRAMA
               MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
               PERFORM P-TRAVA-ARQUIVO
               IF WS-LOCK-OK NOT = 'S' THEN
                   GO TO P999-STOP
               END-IF
           END-IF

           MOVE 'DISPEXC.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           OPEN OUTPUT PRN-FILE
           PERFORM P150-CABECALHO

           SORT SORT-FILE
               ON ASCENDING KEY SD-UNIDADE
               ON DESCENDING KEY SD-CHAVE-1 SD-CHAVE-2
                                 SD-CHAVE-3 SD-CHAVE-4
               ON ASCENDING KEY SD-DT-ALIST SD-CPF
               INPUT PROCEDURE IS P200-SELECIONA
               OUTPUT PROCEDURE IS P300-APURA

           PERFORM P400-RESUMO
           CLOSE PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           MOVE WS-QTD-DISPENSADOS TO WS-QTD-ED
           IF WS-EFETIVAR = 'S' THEN
               DISPLAY "CONSCRITOS DISPENSADOS: " WS-QTD-ED
               IF WS-QTD-DISPENSADOS > 0 THEN
                   DISPLAY "CERTIFICADOS DE DISPENSA NA FILA - EMITA "
                           "PELO CERTRES OPCAO 3"
               END-IF
               IF WS-QTD-FALHAS > 0 THEN
                   DISPLAY "ATENCAO - " WS-QTD-FALHAS " REGISTROS NAO "
                           "PUDERAM SER GRAVADOS (VER DISPEXC.PRN)"
               END-IF
           ELSE
               DISPLAY "SIMULACAO - SERIAM DISPENSADOS: " WS-QTD-ED
           END-IF
           DISPLAY "LISTA POR UNIDADE EM DISPEXC.PRN"
           GO TO P999-STOP.

       P100-CARREGA-PRIORIDADE.
           OPEN INPUT DISP-CTL-FILE
           IF WS-DSP-STATUS NOT EQUAL 35 THEN
               READ DISP-CTL-FILE
                   NOT AT END
                       MOVE DSPC-ORDEM     TO WS-DSP-ORDEM
                       MOVE DSPC-ESPECIAIS TO WS-DSP-ESPECIAIS
               END-READ
               CLOSE DISP-CTL-FILE
           END-IF
           MOVE 'N' TO WS-DSP-USA-ESP
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > 4
               IF WS-DSP-ORDEM(WS-DSP-IDX:1) = 'X' THEN
                   MOVE 'S' TO WS-DSP-USA-ESP
               END-IF
           END-PERFORM.

       P110-CARREGA-UNIDADES.
      *    A NECESSIDADE VALE ATE A CAPACIDADE DA UNIDADE (0 = SEM
      *    LIMITE CADASTRADO). UNIDADE SEM LINHA PARA O ANO EM
      *    NECESSIDADE.CTL NAO TEM NINGUEM DISPENSADO.
           MOVE 0 TO WS-QTD-UN
           OPEN INPUT UNIDADE-CTL-FILE
           IF WS-UNI-STATUS EQUAL 35 THEN
               DISPLAY "UNIDADE.CTL AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ UNIDADE-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-UN < 20 THEN
                           ADD 1 TO WS-QTD-UN
                           INITIALIZE WS-UN-ITEM(WS-QTD-UN)
                           MOVE UNI-CODIGO
                             TO WS-UN-CODIGO(WS-QTD-UN)
                           MOVE UNI-CAPACIDADE
                             TO WS-UN-CAPAC(WS-QTD-UN)
                           MOVE 'N' TO WS-UN-TEM-NEC(WS-QTD-UN)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNIDADE-CTL-FILE

           OPEN INPUT NEC-CTL-FILE
           IF WS-NEC-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ NEC-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NEC-ANO = WS-ANO THEN
                           MOVE NEC-UNIDADE TO WS-UNI-QUEBRA
                           PERFORM P210-LOCALIZA-UNIDADE
                           IF WS-UN-IDX > 0 THEN
                               MOVE 'S'     TO WS-UN-TEM-NEC(WS-UN-IDX)
                               MOVE NEC-QTD TO WS-UN-NEC(WS-UN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NEC-CTL-FILE

           MOVE 0 TO WS-QTD-COM-NEC
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-QTD-UN
               IF WS-UN-TEM-NEC(WS-UN-IDX) = 'S' THEN
                   ADD 1 TO WS-QTD-COM-NEC
                   MOVE WS-UN-NEC(WS-UN-IDX) TO WS-UN-LIMITE(WS-UN-IDX)
                   IF WS-UN-CAPAC(WS-UN-IDX) > 0 AND
                      WS-UN-NEC(WS-UN-IDX) > WS-UN-CAPAC(WS-UN-IDX)
                       THEN
                       MOVE WS-UN-CAPAC(WS-UN-IDX)
                         TO WS-UN-LIMITE(WS-UN-IDX)
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-UNI-QUEBRA.

       P120-CARREGA-ESPECIAIS.
      *    CASO ESPECIAL: CPF QUE JA TEVE ALISTAMENTO RECUSADO (VER
      *    P920 NO ALISTAMENTO-MILITAR) POR UM DOS CODIGOS MARCADOS
      *    EM DISPENSA.CTL - ENTRA NA FRENTE PARA A DISPENSA.
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ REJ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REJ-REASON-CODE >= 1 AND
                          REJ-REASON-CODE <= 4 THEN
                           IF WS-DSP-ESPECIAIS(REJ-REASON-CODE:1) = 'S'
                               THEN
                               PERFORM P125-GUARDA-ESPECIAL
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJ-FILE.

       P125-GUARDA-ESPECIAL.
           IF WS-QTD-ESP < 5000 THEN
               ADD 1 TO WS-QTD-ESP
               MOVE REJ-CPF TO WS-ESP-CPF(WS-QTD-ESP)
           ELSE
               DISPLAY "TABELA DE CASOS ESPECIAIS CHEIA - CPF "
                       REJ-CPF " NAO CONSIDERADO"
           END-IF.

       P150-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "DISPENSA POR EXCESSO DE CONTINGENTE - ANO "
                                              DELIMITED BY SIZE
                  WS-ANO                      DELIMITED BY SIZE
                  " - MOVIMENTO "             DELIMITED BY SIZE
                  WS-DT-NEGOCIO               DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           IF WS-EFETIVAR = 'S' THEN
               MOVE "DISPENSA EFETIVADA EM REGISTRO" TO WS-LINHA
           ELSE
               MOVE "SIMULACAO - REGISTRO NAO FOI ALTERADO"
                 TO WS-LINHA
           END-IF
           PERFORM P050-SAIDA-LINHA
           STRING "PRIORIDADE (F=APTIDAO M=MEDIA S=SETOR X=ESPECIAL): "
                                              DELIMITED BY SIZE
                  WS-DSP-ORDEM                DELIMITED BY SIZE
                  "  CODIGOS ESPECIAIS 1-4: " DELIMITED BY SIZE
                  WS-DSP-ESPECIAIS            DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P050-SAIDA-LINHA.
           MOVE WS-LINHA TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO WS-LINHA.

       P200-SELECIONA.
      *    SO ENTRAM ALISTADOS DE UNIDADE COM NECESSIDADE NO ANO. O JA
      *    CONVOCADO NO ANO OCUPA VAGA; O CONVOCADO EM OUTRO ANO, O
      *    FALECIDO E O JA DISPENSADO FICAM FORA.
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P220-AVALIA-REGISTRO
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       P210-LOCALIZA-UNIDADE.
           MOVE 0 TO WS-UN-IDX
           PERFORM VARYING WS-UN-ATUAL FROM 1 BY 1
                   UNTIL WS-UN-ATUAL > WS-QTD-UN OR WS-UN-IDX > 0
               IF WS-UN-CODIGO(WS-UN-ATUAL) = WS-UNI-QUEBRA THEN
                   MOVE WS-UN-ATUAL TO WS-UN-IDX
               END-IF
           END-PERFORM.

       P220-AVALIA-REGISTRO.
           IF SIT-SERVICO = 'F' OR SIT-SERVICO = 'E' OR
              SIT-SERVICO = 'D' THEN
               EXIT PARAGRAPH
           END-IF
           IF SIT-SERVICO = 'P' AND DT-DISPENSA > WS-DT-NEGOCIO THEN
               EXIT PARAGRAPH
           END-IF
           MOVE UNIDADE TO WS-UNI-QUEBRA
           PERFORM P210-LOCALIZA-UNIDADE
           IF WS-UN-IDX = 0 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-UN-TEM-NEC(WS-UN-IDX) NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF DT-CONVOCACAO NOT = 0 THEN
               COMPUTE WS-ANO-CONV = DT-CONVOCACAO / 10000
               IF WS-ANO-CONV = WS-ANO THEN
                   ADD 1 TO WS-UN-CONVOCADOS(WS-UN-IDX)
               END-IF
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-UN-CANDIDATOS(WS-UN-IDX)
           MOVE SPACES         TO SD-REC
           MOVE UNIDADE        TO SD-UNIDADE
           MOVE DT-ALISTAMENTO TO SD-DT-ALIST
           MOVE CPF            TO SD-CPF
           MOVE NAMES          TO SD-NAME
           MOVE FIT-STATUS     TO SD-FIT
           MOVE MEDIA          TO SD-MEDIA
           MOVE SETOR          TO SD-SETOR
           MOVE 'N'            TO SD-ESPECIAL
           IF WS-DSP-USA-ESP = 'S' THEN
               PERFORM P230-VERIFICA-ESPECIAL
           END-IF
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > 4
               PERFORM P240-MONTA-CHAVE
           END-PERFORM
           RELEASE SD-REC.

       P230-VERIFICA-ESPECIAL.
           PERFORM VARYING WS-ESP-IDX FROM 1 BY 1
                   UNTIL WS-ESP-IDX > WS-QTD-ESP OR SD-ESPECIAL = 'S'
               IF WS-ESP-CPF(WS-ESP-IDX) = CPF THEN
                   MOVE 'S' TO SD-ESPECIAL
               END-IF
           END-PERFORM.

       P240-MONTA-CHAVE.
      *    VALOR MAIOR = FICA. APTIDAO: APTO > DEFERIDO > INAPTO;
      *    SETOR: ESPECIAL > COMUM; CASO ESPECIAL SAI PRIMEIRO.
           EVALUATE WS-DSP-ORDEM(WS-DSP-IDX:1)
               WHEN 'F'
                   EVALUATE FIT-STATUS
                       WHEN 'A' MOVE 3 TO SD-CHAVE(WS-DSP-IDX)
                       WHEN 'D' MOVE 2 TO SD-CHAVE(WS-DSP-IDX)
                       WHEN OTHER MOVE 1 TO SD-CHAVE(WS-DSP-IDX)
                   END-EVALUATE
               WHEN 'M'
                   COMPUTE SD-CHAVE(WS-DSP-IDX) = MEDIA * 100
               WHEN 'S'
                   IF SETOR = 'E' THEN
                       MOVE 2 TO SD-CHAVE(WS-DSP-IDX)
                   ELSE
                       MOVE 1 TO SD-CHAVE(WS-DSP-IDX)
                   END-IF
               WHEN 'X'
                   IF SD-ESPECIAL = 'S' THEN
                       MOVE 1 TO SD-CHAVE(WS-DSP-IDX)
                   ELSE
                       MOVE 2 TO SD-CHAVE(WS-DSP-IDX)
                   END-IF
               WHEN OTHER
                   MOVE 0 TO SD-CHAVE(WS-DSP-IDX)
           END-EVALUATE.

       P300-APURA.
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-QTD-UN
               IF WS-UN-CONVOCADOS(WS-UN-IDX) <
                  WS-UN-LIMITE(WS-UN-IDX) THEN
                   COMPUTE WS-UN-VAGAS(WS-UN-IDX) =
                       WS-UN-LIMITE(WS-UN-IDX) -
                       WS-UN-CONVOCADOS(WS-UN-IDX)
               ELSE
                   MOVE 0 TO WS-UN-VAGAS(WS-UN-IDX)
               END-IF
           END-PERFORM

           IF WS-EFETIVAR = 'S' THEN
               OPEN I-O REG-FILE
               OPEN EXTEND CHG-LOG-FILE
               IF WS-CHG-STATUS EQUAL 35 THEN
                   OPEN OUTPUT CHG-LOG-FILE
               END-IF
               OPEN EXTEND CERT-FILA-FILE
               IF WS-CFIL-STATUS EQUAL 35 THEN
                   OPEN OUTPUT CERT-FILA-FILE
               END-IF
           END-IF

           MOVE 0      TO WS-UN-IDX
           MOVE SPACES TO WS-UNI-QUEBRA
           MOVE 'N'    TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF SD-UNIDADE NOT = WS-UNI-QUEBRA THEN
                           IF WS-UNI-QUEBRA NOT = SPACES THEN
                               PERFORM P320-FECHA-UNIDADE
                           END-IF
                           PERFORM P310-ABRE-UNIDADE
                       END-IF
                       ADD 1 TO WS-POS-UNIDADE
                       IF WS-POS-UNIDADE <= WS-UN-VAGAS(WS-UN-IDX) THEN
                           ADD 1 TO WS-UN-MANTIDOS(WS-UN-IDX)
                       ELSE
                           PERFORM P330-DISPENSA
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-UNI-QUEBRA NOT = SPACES THEN
               PERFORM P320-FECHA-UNIDADE
           END-IF

           IF WS-EFETIVAR = 'S' THEN
               CLOSE REG-FILE
               CLOSE CHG-LOG-FILE
               CLOSE CERT-FILA-FILE
           END-IF.

       P310-ABRE-UNIDADE.
           MOVE SD-UNIDADE TO WS-UNI-QUEBRA
           PERFORM P210-LOCALIZA-UNIDADE
           MOVE 0 TO WS-POS-UNIDADE
           PERFORM P050-SAIDA-LINHA
           MOVE WS-UN-NEC(WS-UN-IDX) TO WS-NUM-ED
           STRING "UNIDADE "           DELIMITED BY SIZE
                  WS-UNI-QUEBRA        DELIMITED BY SIZE
                  "  NECESSIDADE: "    DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA
           MOVE WS-UN-CAPAC(WS-UN-IDX) TO WS-NUM-ED
           STRING "  CAPACIDADE: "     DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA(36:20)
           MOVE WS-UN-CONVOCADOS(WS-UN-IDX) TO WS-NUM-ED
           STRING "  JA CONVOCADOS NO ANO: " DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA(56:30)
           PERFORM P050-SAIDA-LINHA
           MOVE WS-UN-VAGAS(WS-UN-IDX) TO WS-NUM-ED
           STRING "  VAGAS PARA OS NAO CONVOCADOS: " DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE "  DISPENSADOS:" TO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE "  CPF         NOME" TO WS-LINHA
           MOVE "APT MEDIA SETOR ESPECIAL" TO WS-LINHA(47:24)
           PERFORM P050-SAIDA-LINHA.

       P320-FECHA-UNIDADE.
           MOVE WS-UN-CANDIDATOS(WS-UN-IDX) TO WS-NUM-ED
           STRING "  CANDIDATOS: "     DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA
           MOVE WS-UN-MANTIDOS(WS-UN-IDX) TO WS-NUM-ED
           STRING "  MANTIDOS: "       DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA(20:17)
           MOVE WS-UN-DISPENSADOS(WS-UN-IDX) TO WS-NUM-ED
           STRING "  DISPENSADOS: "    DELIMITED BY SIZE
                  WS-NUM-ED            DELIMITED BY SIZE
                  INTO WS-LINHA(37:20)
           PERFORM P050-SAIDA-LINHA.

       P330-DISPENSA.
           ADD 1 TO WS-UN-DISPENSADOS(WS-UN-IDX)
           ADD 1 TO WS-QTD-DISPENSADOS
           MOVE SD-CPF      TO WS-LINHA(3:11)
           MOVE SD-NAME     TO WS-LINHA(15:30)
           MOVE SD-FIT      TO WS-LINHA(48:1)
           MOVE SD-MEDIA    TO WS-MEDIA-ED
           MOVE WS-MEDIA-ED TO WS-LINHA(51:5)
           MOVE SD-SETOR    TO WS-LINHA(59:1)
           IF SD-ESPECIAL = 'S' THEN
               MOVE "SIM" TO WS-LINHA(63:3)
           ELSE
               MOVE "NAO" TO WS-LINHA(63:3)
           END-IF
           IF WS-EFETIVAR = 'S' THEN
               PERFORM P340-MARCA-REGISTRO
           END-IF
           PERFORM P050-SAIDA-LINHA.

       P340-MARCA-REGISTRO.
      *    REGISTRO JA ESTA TRAVADO (REGISTRO.LCK) DESDE ANTES DA
      *    CLASSIFICACAO - NINGUEM CONVOCA NO MEIO DA RODADA.
           MOVE SD-CPF TO CPF
           READ REG-FILE
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   MOVE "NAO ENCONTRADO" TO WS-LINHA(70:14)
                   EXIT PARAGRAPH
           END-READ
           MOVE SIT-SERVICO   TO WS-SIT-ANTERIOR
           MOVE 'E'           TO SIT-SERVICO
           MOVE WS-DT-NEGOCIO TO DT-DISPENSA
           MOVE WS-DT-NEGOCIO TO DT-ULT-ALTER
           REWRITE PRS-DATA
               INVALID KEY
                   ADD 1 TO WS-QTD-FALHAS
                   MOVE "NAO GRAVADO" TO WS-LINHA(70:11)
                   EXIT PARAGRAPH
           END-REWRITE

           MOVE FUNCTION CURRENT-DATE TO CHG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO CHG-OPERADOR
           MOVE CPF                   TO CHG-CPF
           MOVE "SITUACAO"            TO CHG-FIELD
           MOVE WS-SIT-ANTERIOR       TO CHG-OLD-VALUE
           MOVE "E - DISPENSADO POR EXCESSO DE CONTINGENTE"
             TO CHG-NEW-VALUE
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-CHG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF

           INITIALIZE CFIL-REC
           MOVE CPF                      TO CFIL-CPF
           MOVE NAMES                    TO CFIL-NOME
           MOVE UNIDADE                  TO CFIL-UNIDADE
           MOVE 'D'                      TO CFIL-TIPO
           MOVE "EXCESSO DE CONTINGENTE" TO CFIL-MOTIVO
           MOVE WS-DT-NEGOCIO            TO CFIL-DT-INCLUSAO
           MOVE WS-OPERADOR-ID           TO CFIL-OPERADOR
           MOVE SPACE                    TO CFIL-SITUACAO
           WRITE CFIL-REC.

       P400-RESUMO.
           PERFORM P050-SAIDA-LINHA
           MOVE "---- RESUMO POR UNIDADE ----" TO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-QTD-UN
               IF WS-UN-TEM-NEC(WS-UN-IDX) = 'S' THEN
                   MOVE WS-UN-CODIGO(WS-UN-IDX) TO WS-LINHA(1:6)
                   MOVE WS-UN-LIMITE(WS-UN-IDX) TO WS-NUM-ED
                   STRING "  LIMITE: "  DELIMITED BY SIZE
                          WS-NUM-ED     DELIMITED BY SIZE
                          INTO WS-LINHA(7:15)
                   MOVE WS-UN-CANDIDATOS(WS-UN-IDX) TO WS-NUM-ED
                   STRING "  CANDIDATOS: " DELIMITED BY SIZE
                          WS-NUM-ED        DELIMITED BY SIZE
                          INTO WS-LINHA(22:19)
                   MOVE WS-UN-DISPENSADOS(WS-UN-IDX) TO WS-NUM-ED
                   STRING "  DISPENSADOS: " DELIMITED BY SIZE
                          WS-NUM-ED         DELIMITED BY SIZE
                          INTO WS-LINHA(41:20)
               ELSE
                   STRING WS-UN-CODIGO(WS-UN-IDX) DELIMITED BY SIZE
                          "  SEM NECESSIDADE INFORMADA NO ANO - "
                                                  DELIMITED BY SIZE
                          "NINGUEM DISPENSADO"    DELIMITED BY SIZE
                          INTO WS-LINHA
               END-IF
               PERFORM P050-SAIDA-LINHA
           END-PERFORM
           MOVE WS-QTD-DISPENSADOS TO WS-QTD-ED
           STRING "TOTAL DE DISPENSADOS: " DELIMITED BY SIZE
                  WS-QTD-ED                DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P999-STOP.
           IF WS-LOCK-OK = 'S' THEN
               PERFORM P-DESTRAVA-ARQUIVO
           END-IF
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY FILELOCK.
       COPY CADEIA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM DISPEXC.
