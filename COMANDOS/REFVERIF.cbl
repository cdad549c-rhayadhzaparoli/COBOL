      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: VARREDURA NOTURNA DE INTEGRIDADE REFERENCIAL ENTRE OS
      *          ARQUIVOS - O VERIFIDX CONFERE CADA INDEXADO SOZINHO
      *          (LEITURA E ORDEM DAS CHAVES), MAS NAO SE OS ARQUIVOS
      *          CONCORDAM ENTRE SI. CONFERE, REGRA A REGRA:
      *            1 - CONTRATO.CTL COM COD-CLIENTE QUE NAO EXISTE MAIS
      *                EM CLIENTE;
      *            2 - PARCELA DE PRESTACOES SEM CONTRATO EM
      *                CONTRATO.CTL;
      *            3 - AVALISTA.CTL DE CONTRATO QUE NAO EXISTE MAIS;
      *            4 - REGISTRO COM UNIDADE FORA DE UNIDADE.CTL OU
      *                DESATIVADA (UNIDADE EM BRANCO AINDA NAO FOI
      *                DESIGNADA E NAO E EXCECAO);
      *            5 - NOTAS.DAT DE ALUNO FORA DE ALUMESTRE.DAT;
      *            6 - FREQ.DAT DE ALUNO FORA DE ALUMESTRE.DAT.
      *          AS EXCECOES SAEM EM REFVERIF.RPT AGRUPADAS POR REGRA.
      *          A CONTAGEM DE CADA REGRA FICA EM REFVERIF.CTL PARA A
      *          PROXIMA RODADA; REGRA CUJA CONTAGEM SUBIU VIRA
      *          PENDENCIA EM LOTENOITE.ALT PARA O ALERTVIEW MOSTRAR
      *          ANTES DO BALCAO ABRIR (MESMO ESPIRITO DO VERIFIDX).
      *          REGRA CUJO ARQUIVO DE REFERENCIA NAO EXISTE NAO E
      *          CONFERIDA E MANTEM A CONTAGEM ANTERIOR. RODA COMO ETAPA
      *          DE LOTENOITE.CTL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFVERIF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT UNIDADE-CTL-FILE ASSIGN TO 'UNIDADE.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-UNI-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT NOTA-FILE ASSIGN TO 'NOTAS.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-NOTA-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'FREQ.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

           SELECT REF-CTL-FILE ASSIGN TO 'REFVERIF.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CTL-STATUS.

           SELECT REF-RPT-FILE ASSIGN TO 'REFVERIF.RPT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

           SELECT LOTE-ALT-FILE ASSIGN TO 'LOTENOITE.ALT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-ALT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLIENTE.
       COPY CLIDATA.

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD AVAL-FILE.
       01 AVAL-REC.
         05 AVAL-NUM-CONT     PIC 9(05).
         05 AVAL-NOME         PIC X(40).
         05 AVAL-CPF          PIC 9(11).
         05 AVAL-TEL          PIC X(12).
         05 AVAL-ENDERECO     PIC X(60).

       FD REG-FILE.
       COPY PRSDATA.

       FD UNIDADE-CTL-FILE.
       COPY UNIDATA.

       FD ALUM-FILE.
       COPY ALUMDATA.

       FD NOTA-FILE.
       COPY NOTADATA.

       FD FREQ-FILE.
       COPY FREQDATA.

       FD REF-CTL-FILE.
      *    CONTAGEM DE EXCECOES DE CADA REGRA NA ULTIMA RODADA, NA
      *    ORDEM DE WS-REGRAS.
       01 REF-CTL-REC.
         05 REF-CTL-TIMESTAMP  PIC X(20).
         05 REF-CTL-QTD        PIC 9(07) OCCURS 6 TIMES.

       FD REF-RPT-FILE.
       01 RPT-LINE             PIC X(100).

       FD  LOTE-ALT-FILE.
       01  LOTE-ALT-REC.
           05  LOTE-ALT-TIMESTAMP  PIC X(20).
           05  LOTE-ALT-ETAPA      PIC X(20).
           05  LOTE-ALT-MOTIVO     PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-AVAL-STATUS     PIC 99.
       01 WS-REG-STATUS      PIC 99.
       01 WS-UNI-STATUS      PIC 99.
       01 WS-ALUM-STATUS     PIC 99.
       01 WS-NOTA-STATUS     PIC 99.
       01 WS-FREQ-STATUS     PIC 99.
       01 WS-CTL-STATUS      PIC 99.
       01 WS-RPT-STATUS      PIC 99.
       01 WS-ALT-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-FALHOU          PIC X     VALUE 'N'.
       01 WS-MOTIVO          PIC X(30) VALUE SPACES.

      *    ARQUIVOS DE REFERENCIA - 'N' QUANDO AINDA NAO FORAM CRIADOS
      *    (AS REGRAS QUE DEPENDEM DELES FICAM SEM CONFERENCIA).
       01 WS-CLI-ABERTO      PIC X     VALUE 'N'.
       01 WS-CONTR-ABERTO    PIC X     VALUE 'N'.
       01 WS-ALUM-ABERTO     PIC X     VALUE 'N'.
       01 WS-UNI-CARREGADA   PIC X     VALUE 'N'.

      *    ULTIMO CONTRATO PROCURADO PELAS PARCELAS (PRESTACOES VEM NA
      *    ORDEM DA CHAVE, ENTAO CADA CONTRATO E LIDO UMA VEZ SO).
       01 WS-CONT-ANTERIOR   PIC 9(05) VALUE 0.
       01 WS-CONT-EXISTE     PIC X     VALUE 'N'.

      *    AS SEIS REGRAS, NA ORDEM DO RELATORIO E DE REFVERIF.CTL.
       01 WS-REGRAS.
         05 FILLER PIC X(30) VALUE "CONTRATO SEM CLIENTE".
         05 FILLER PIC X(30) VALUE "PARCELA SEM CONTRATO".
         05 FILLER PIC X(30) VALUE "AVALISTA SEM CONTRATO".
         05 FILLER PIC X(30) VALUE "REGISTRO COM UNIDADE INVALIDA".
         05 FILLER PIC X(30) VALUE "NOTA SEM ALUNO NO MESTRE".
         05 FILLER PIC X(30) VALUE "FREQUENCIA SEM ALUNO NO MESTRE".
       01 WS-REGRAS-TAB REDEFINES WS-REGRAS OCCURS 6 TIMES.
         05 WS-REGRA-NOME    PIC X(30).

       01 WS-REGRA           PIC 9(01) VALUE 0.
       01 WS-QTD-TAB.
         05 WS-QTD-REGRA     PIC 9(07) OCCURS 6 TIMES.
       01 WS-ANT-TAB.
         05 WS-QTD-ANT       PIC 9(07) OCCURS 6 TIMES.
       01 WS-CONFERIDA-TAB.
         05 WS-CONFERIDA     PIC X(01) OCCURS 6 TIMES.

      *    UNIDADES DE UNIDADE.CTL (MESMO LIMITE DO UNIMNT).
       01 WS-QTD-UN          PIC 9(02) VALUE 0.
       01 WS-UN-IDX          PIC 9(02) VALUE 0.
       01 WS-UN-ACHOU        PIC 9(02) VALUE 0.
       01 WS-UN-TAB.
         05 WS-UN-ITEM OCCURS 20 TIMES.
           10 WS-UN-CODIGO   PIC X(06).
           10 WS-UN-ATIVO    PIC X(01).

       COPY CLIPATH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           DISPLAY "******** VARREDURA DE INTEGRIDADE REFERENCIAL "
                   "********"
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           PERFORM P050-LE-CONTAGENS
           PERFORM P060-ABRE-REFERENCIAS

           OPEN OUTPUT REF-RPT-FILE
           MOVE "---- RELATORIO DE EXCECOES DE INTEGRIDADE REFERENCIAL "
               TO RPT-LINE
           WRITE RPT-LINE

           PERFORM P100-CONTRATO-SEM-CLIENTE
           PERFORM P200-PARCELA-SEM-CONTRATO
           PERFORM P300-AVALISTA-SEM-CONTRATO
           PERFORM P400-REGISTRO-SEM-UNIDADE
           PERFORM P500-NOTA-SEM-ALUNO
           PERFORM P600-FREQ-SEM-ALUNO

           CLOSE REF-RPT-FILE
           PERFORM P070-FECHA-REFERENCIAS
           PERFORM P700-COMPARA-CONTAGENS
           PERFORM P750-GRAVA-CONTAGENS

           DISPLAY " "
           DISPLAY "---- RESUMO DA VARREDURA ----"
           PERFORM VARYING WS-REGRA FROM 1 BY 1 UNTIL WS-REGRA > 6
               IF WS-CONFERIDA(WS-REGRA) = 'S' THEN
                   DISPLAY WS-REGRA " - " WS-REGRA-NOME(WS-REGRA) ": "
                           WS-QTD-REGRA(WS-REGRA) " (ANTERIOR "
                           WS-QTD-ANT(WS-REGRA) ")"
               ELSE
                   DISPLAY WS-REGRA " - " WS-REGRA-NOME(WS-REGRA) ": "
                           "NAO CONFERIDA"
               END-IF
           END-PERFORM
           DISPLAY "EXCECOES DETALHADAS EM REFVERIF.RPT"
           IF WS-FALHOU = 'S' THEN
               DISPLAY "RESULTADO: FALHA - VER PENDENCIAS NO ALERTVIEW"
           ELSE
               DISPLAY "RESULTADO: OK"
           END-IF
           GO TO P999-STOP.

       P050-LE-CONTAGENS.
      *    SEM REFVERIF.CTL (PRIMEIRA RODADA) A BASE E ZERO - TODA
      *    EXCECAO JA EXISTENTE SOBE NA PRIMEIRA VEZ.
           MOVE ZEROS  TO WS-QTD-TAB
           MOVE ZEROS  TO WS-ANT-TAB
           MOVE SPACES TO WS-CONFERIDA-TAB
           OPEN INPUT REF-CTL-FILE
           IF WS-CTL-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           READ REF-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM VARYING WS-REGRA FROM 1 BY 1
                           UNTIL WS-REGRA > 6
                       MOVE REF-CTL-QTD(WS-REGRA)
                         TO WS-QTD-ANT(WS-REGRA)
                   END-PERFORM
           END-READ
           CLOSE REF-CTL-FILE.

       P060-ABRE-REFERENCIAS.
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 0 THEN
               MOVE 'S' TO WS-CLI-ABERTO
           ELSE
               DISPLAY "CLIENTE INDISPONIVEL - STATUS " WS-CLI-STATUS
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 0 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           ELSE
               DISPLAY "CONTRATO.CTL INDISPONIVEL - STATUS "
                       WS-CONTR-STATUS
           END-IF
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 0 THEN
               MOVE 'S' TO WS-ALUM-ABERTO
           ELSE
               DISPLAY "ALUMESTRE.DAT INDISPONIVEL - STATUS "
                       WS-ALUM-STATUS
           END-IF
           PERFORM P065-CARREGA-UNIDADES.

       P065-CARREGA-UNIDADES.
           MOVE 0 TO WS-QTD-UN
           OPEN INPUT UNIDADE-CTL-FILE
           IF WS-UNI-STATUS NOT = 0 THEN
               DISPLAY "UNIDADE.CTL INDISPONIVEL - STATUS "
                       WS-UNI-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 'S' TO WS-UNI-CARREGADA
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ UNIDADE-CTL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-QTD-UN < 20 THEN
                           ADD 1 TO WS-QTD-UN
                           MOVE UNI-CODIGO TO WS-UN-CODIGO(WS-QTD-UN)
                           MOVE UNI-ATIVO  TO WS-UN-ATIVO(WS-QTD-UN)
                       ELSE
                           DISPLAY "UNIDADE.CTL COM MAIS DE 20 "
                                   "UNIDADES - EXCEDENTE IGNORADO"
                       END-IF
               END-READ
           END-PERFORM
           CLOSE UNIDADE-CTL-FILE.

       P070-FECHA-REFERENCIAS.
           IF WS-CLI-ABERTO = 'S' THEN
               CLOSE CLIENTE
           END-IF
           IF WS-CONTR-ABERTO = 'S' THEN
               CLOSE CONTR-FILE
           END-IF
           IF WS-ALUM-ABERTO = 'S' THEN
               CLOSE ALUM-FILE
           END-IF.

       P080-ABRE-REGRA.
           MOVE SPACES TO RPT-LINE
           WRITE RPT-LINE
           MOVE SPACES TO RPT-LINE
           STRING "---- REGRA " WS-REGRA ": " WS-REGRA-NOME(WS-REGRA)
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE
           MOVE 'S' TO WS-CONFERIDA(WS-REGRA)
           MOVE 0   TO WS-QTD-REGRA(WS-REGRA)
           MOVE 'N' TO WS-EOF.

       P085-FECHA-REGRA.
           MOVE SPACES TO RPT-LINE
           STRING "TOTAL DA REGRA: " WS-QTD-REGRA(WS-REGRA)
                  "  (RODADA ANTERIOR: " WS-QTD-ANT(WS-REGRA) ")"
                  DELIMITED BY SIZE INTO RPT-LINE
           WRITE RPT-LINE.

       P090-NAO-CONFERIDA.
      *    SEM O ARQUIVO DE REFERENCIA A REGRA FICA DE FORA E MANTEM A
      *    CONTAGEM ANTERIOR, PARA NAO DISPARAR ALERTA NA VOLTA.
           MOVE 'N' TO WS-CONFERIDA(WS-REGRA)
           MOVE WS-QTD-ANT(WS-REGRA) TO WS-QTD-REGRA(WS-REGRA)
           MOVE "ARQUIVO DE REFERENCIA INDISPONIVEL - NAO CONFERIDA"
             TO RPT-LINE
           WRITE RPT-LINE.

       P095-EXCECAO.
      *    RPT-LINE JA TRAZ A LINHA MONTADA PELA REGRA.
           ADD 1 TO WS-QTD-REGRA(WS-REGRA)
           WRITE RPT-LINE.

       P100-CONTRATO-SEM-CLIENTE.
           MOVE 1 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-CLI-ABERTO NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO CONTR-NUM-CONT
           START CONTR-FILE KEY IS NOT LESS THAN CONTR-NUM-CONT
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CONTR-COD-CLIENTE TO COD-CLIENTE
                       READ CLIENTE
                           INVALID KEY
                               MOVE SPACES TO RPT-LINE
                               STRING "CONTRATO " CONTR-NUM-CONT
                                      "  COD-CLIENTE "
                                      CONTR-COD-CLIENTE
                                      " NAO EXISTE EM CLIENTE"
                                      DELIMITED BY SIZE INTO RPT-LINE
                               PERFORM P095-EXCECAO
                       END-READ
               END-READ
           END-PERFORM
           PERFORM P085-FECHA-REGRA.

       P200-PARCELA-SEM-CONTRATO.
           MOVE 2 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS NOT = 0 THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           MOVE 0   TO WS-CONT-ANTERIOR
           MOVE 'N' TO WS-CONT-EXISTE
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-CONT-ANTERIOR THEN
                           MOVE PREST-NUM-CONT TO WS-CONT-ANTERIOR
                           PERFORM P250-PROCURA-CONTRATO
                       END-IF
                       IF WS-CONT-EXISTE NOT = 'S' THEN
                           MOVE SPACES TO RPT-LINE
                           STRING "PARCELA " PREST-NUM-CONT "/"
                                  PREST-NUM-PARC "  SITUACAO "
                                  PREST-SITUACAO "  VENCIMENTO "
                                  PREST-VENCIMENTO
                                  " SEM CONTRATO EM CONTRATO.CTL"
                                  DELIMITED BY SIZE INTO RPT-LINE
                           PERFORM P095-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE
           PERFORM P085-FECHA-REGRA.

       P250-PROCURA-CONTRATO.
           MOVE WS-CONT-ANTERIOR TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   MOVE 'N' TO WS-CONT-EXISTE
               NOT INVALID KEY
                   MOVE 'S' TO WS-CONT-EXISTE
           END-READ.

       P300-AVALISTA-SEM-CONTRATO.
           MOVE 3 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT AVAL-FILE
           IF WS-AVAL-STATUS NOT = 0 THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ AVAL-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE AVAL-NUM-CONT TO WS-CONT-ANTERIOR
                       PERFORM P250-PROCURA-CONTRATO
                       IF WS-CONT-EXISTE NOT = 'S' THEN
                           MOVE SPACES TO RPT-LINE
                           STRING "AVALISTA CPF " AVAL-CPF "  "
                                  AVAL-NOME(1:25) "  CONTRATO "
                                  AVAL-NUM-CONT " NAO EXISTE"
                                  DELIMITED BY SIZE INTO RPT-LINE
                           PERFORM P095-EXCECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AVAL-FILE
           PERFORM P085-FECHA-REGRA.

       P400-REGISTRO-SEM-UNIDADE.
           MOVE 4 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-UNI-CARREGADA NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = 0 THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF UNIDADE NOT = SPACES THEN
                           PERFORM P450-CONFERE-UNIDADE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           PERFORM P085-FECHA-REGRA.

       P450-CONFERE-UNIDADE.
           MOVE 0 TO WS-UN-ACHOU
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-QTD-UN OR WS-UN-ACHOU > 0
               IF WS-UN-CODIGO(WS-UN-IDX) = UNIDADE THEN
                   MOVE WS-UN-IDX TO WS-UN-ACHOU
               END-IF
           END-PERFORM
           MOVE SPACES TO RPT-LINE
           EVALUATE TRUE
               WHEN WS-UN-ACHOU = 0
                   STRING "CPF " CPF "  " NAMES(1:30) "  UNIDADE "
                          UNIDADE " NAO EXISTE EM UNIDADE.CTL"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM P095-EXCECAO
               WHEN WS-UN-ATIVO(WS-UN-ACHOU) = 'N'
                   STRING "CPF " CPF "  " NAMES(1:30) "  UNIDADE "
                          UNIDADE " DESATIVADA"
                          DELIMITED BY SIZE INTO RPT-LINE
                   PERFORM P095-EXCECAO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P500-NOTA-SEM-ALUNO.
           MOVE 5 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-ALUM-ABERTO NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS NOT = 0 THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ NOTA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE NOTA-ALU-ID TO ALUM-ID
                       READ ALUM-FILE
                           INVALID KEY
                               MOVE SPACES TO RPT-LINE
                               STRING "NOTA ALUNO " NOTA-ALU-ID "  "
                                      NOTA-ALU-NOME(1:30) "  "
                                      NOTA-DISCIPLINA
                                      " FORA DO MESTRE"
                                      DELIMITED BY SIZE INTO RPT-LINE
                               PERFORM P095-EXCECAO
                       END-READ
               END-READ
           END-PERFORM
           CLOSE NOTA-FILE
           PERFORM P085-FECHA-REGRA.

       P600-FREQ-SEM-ALUNO.
           MOVE 6 TO WS-REGRA
           PERFORM P080-ABRE-REGRA
           IF WS-ALUM-ABERTO NOT = 'S' THEN
               PERFORM P090-NAO-CONFERIDA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT FREQ-FILE
           IF WS-FREQ-STATUS NOT = 0 THEN
               PERFORM P085-FECHA-REGRA
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ FREQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE FREQ-ALU-ID TO ALUM-ID
                       READ ALUM-FILE
                           INVALID KEY
                               MOVE SPACES TO RPT-LINE
                               STRING "FREQUENCIA ALUNO " FREQ-ALU-ID
                                      "  DATA " FREQ-DATA "  TURMA "
                                      FREQ-TURMA " FORA DO MESTRE"
                                      DELIMITED BY SIZE INTO RPT-LINE
                               PERFORM P095-EXCECAO
                       END-READ
               END-READ
           END-PERFORM
           CLOSE FREQ-FILE
           PERFORM P085-FECHA-REGRA.

       P700-COMPARA-CONTAGENS.
      *    SO A REGRA QUE PIOROU DESDE A ULTIMA RODADA VIRA PENDENCIA -
      *    O ESTOQUE JA CONHECIDO CONTINUA NO RELATORIO.
           PERFORM VARYING WS-REGRA FROM 1 BY 1 UNTIL WS-REGRA > 6
               IF WS-CONFERIDA(WS-REGRA) = 'S' AND
                  WS-QTD-REGRA(WS-REGRA) > WS-QTD-ANT(WS-REGRA) THEN
                   MOVE SPACES TO WS-MOTIVO
                   STRING "REGRA " WS-REGRA " SUBIU PARA "
                          WS-QTD-REGRA(WS-REGRA)
                          DELIMITED BY SIZE INTO WS-MOTIVO
                   DISPLAY WS-REGRA-NOME(WS-REGRA)
                   PERFORM P800-FALHA
               END-IF
           END-PERFORM.

       P750-GRAVA-CONTAGENS.
           OPEN OUTPUT REF-CTL-FILE
           MOVE FUNCTION CURRENT-DATE TO REF-CTL-TIMESTAMP
           PERFORM VARYING WS-REGRA FROM 1 BY 1 UNTIL WS-REGRA > 6
               MOVE WS-QTD-REGRA(WS-REGRA) TO REF-CTL-QTD(WS-REGRA)
           END-PERFORM
           WRITE REF-CTL-REC
           CLOSE REF-CTL-FILE.

       P800-FALHA.
      *    FALHA LOUDLY: ALEM DO CONSOLE, A PENDENCIA VAI PARA
      *    LOTENOITE.ALT, PARA O ALERTVIEW MOSTRAR ANTES DO BALCAO
      *    ABRIR.
           MOVE 'S' TO WS-FALHOU
           DISPLAY "*** FALHA: " WS-MOTIVO " ***"
           OPEN EXTEND LOTE-ALT-FILE
           IF WS-ALT-STATUS EQUAL 35 THEN
               OPEN OUTPUT LOTE-ALT-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LOTE-ALT-TIMESTAMP
           MOVE "REFVERIF"             TO LOTE-ALT-ETAPA
           MOVE WS-MOTIVO              TO LOTE-ALT-MOTIVO
           WRITE LOTE-ALT-REC
           CLOSE LOTE-ALT-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY TREINO.

       END PROGRAM REFVERIF.
