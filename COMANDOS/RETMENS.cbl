      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RETORNO ESTATISTICO MENSAL A REGIAO MILITAR. ATE AQUI
      *          O ESCRIVAO MONTAVA O RETORNO A MAO JUNTANDO ROSTER,
      *          QIRPT, O INSUBMISSO.PRN DO APRESCTL E CERTIFICADO.REG.
      *          PARA O MES INFORMADO (AAAAMM) LE REGISTRO E
      *          REGISTRO.ARQ (ALISTAMENTOS POR MUNICIPIO E ANO DE
      *          NASCIMENTO, APTIDAO, SETOR, CONVOCADOS, APRESENTADOS E
      *          INSUBMISSOS), REJEITADOS (ADIAMENTOS POR DEFERIMENTO
      *          MEDICO) E CERTIFICADO.REG (CERTIFICADOS EMITIDOS), E
      *          GERA A VERSAO IMPRESSA (RETMENS.PRN) E O ARQUIVO DE
      *          TRANSMISSAO EM LAYOUT FIXO (RETMENS.REM) COM HEADER
      *          (TIPO 'H': JUNTA, MES, GERACAO, DATA) E TRAILER (TIPO
      *          'T': QUANTIDADE DE DETALHES, SOMA DAS QUANTIDADES E
      *          TOTAL DE ALISTAMENTOS), COMO O ENVELOPE DO PESSOALREM.
      *          CADA GERACAO FICA REGISTRADA EM RETMENS.GER; MES JA
      *          ENVIADO SO SAI DE NOVO COMO RETIFICADORA, POR
      *          ADMINISTRADOR.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM RETMENS.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      *     15/10/2026 - NO MODO TREINAMENTO SO A GERACAO DE RETMENS.REM
      *                  (OPCAO 1) E SUPRIMIDA - A LISTA DOS MESES
      *                  ENVIADOS VOLTA A RODAR NA BASE DE TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETMENS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT REJ-FILE ASSIGN TO 'REJEITADOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTREG-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT JUNTA-CTL-FILE ASSIGN TO 'JUNTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-JNT-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT REM-FILE ASSIGN TO 'RETMENS.REM'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REM-STATUS.

           SELECT PRN-FILE ASSIGN TO 'RETMENS.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT GER-FILE ASSIGN TO 'RETMENS.GER'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-GER-STATUS.

           SELECT SORT-FILE ASSIGN TO 'RETMENS.SRT'.

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

       FD REJ-FILE.
       01 REJ-REC.
         05 REJ-TIMESTAMP     PIC X(20).
         05 REJ-OPERADOR      PIC X(10).
         05 REJ-NAME          PIC X(50).
         05 REJ-CPF           PIC 9(11).
         05 REJ-REASON-CODE   PIC 9(01).
         05 REJ-REASON-DESC   PIC X(30).
         05 REJ-DT-NEGOCIO    PIC 9(08).

       FD CERT-REG-FILE.
       COPY CERTREGDATA.

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD JUNTA-CTL-FILE.
      *    MESMO LAYOUT DE JUNTA-CTL-REC NO CTLMNT.
       01 JUNTA-CTL-REC.
         05 JNT-CODIGO        PIC X(10).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

      *    LAYOUT DE TRANSMISSAO ACEITO PELA REGIAO. DETALHE: SECAO
      *    'AL' ALISTADOS (MUNICIPIO/UF/ANO DE NASCIMENTO), 'AP'
      *    APTIDAO (CODIGO = FIT-STATUS, 'N' NAO INFORMADA), 'ST' SETOR
      *    (C/E), 'CV' CONVOCADOS, 'AR' APRESENTADOS, 'IN'
      *    INSUBMISSOS, 'AD' ADIAMENTOS (CODIGO 'M' DEFERIMENTO
      *    MEDICO), 'CE' CERTIFICADOS (CODIGO = CERT-TIPO R/D).
       FD REM-FILE.
       01 REM-REC.
         05 REM-TIPO          PIC X(01).
         05 REM-CONTEUDO      PIC X(79).
       01 REM-REC-HEADER REDEFINES REM-REC.
         05 FILLER            PIC X(01).
         05 REM-H-JUNTA       PIC X(10).
         05 REM-H-MES         PIC 9(06).
         05 REM-H-GERACAO     PIC 9(05).
         05 REM-H-DATA        PIC 9(08).
         05 REM-H-RETIFICA    PIC X(01).
         05 FILLER            PIC X(49).
       01 REM-REC-DETALHE REDEFINES REM-REC.
         05 FILLER            PIC X(01).
         05 REM-D-SECAO       PIC X(02).
         05 REM-D-CIDADE      PIC X(30).
         05 REM-D-UF          PIC X(02).
         05 REM-D-ANO         PIC 9(04).
         05 REM-D-CODIGO      PIC X(01).
         05 REM-D-QTD         PIC 9(07).
         05 FILLER            PIC X(33).
       01 REM-REC-TRAILER REDEFINES REM-REC.
         05 FILLER            PIC X(01).
         05 REM-T-QTD-DET     PIC 9(05).
         05 REM-T-SOMA        PIC 9(09).
         05 REM-T-ALIST       PIC 9(07).
         05 FILLER            PIC X(58).

       FD PRN-FILE.
       01 PRN-LINE           PIC X(80).

      *    REGISTRO DOS MESES JA ENVIADOS, UMA LINHA POR GERACAO.
       FD GER-FILE.
       01 GER-REC.
         05 GER-MES           PIC 9(06).
         05 GER-NUMERO        PIC 9(05).
         05 GER-DATA          PIC 9(08).
         05 GER-OPERADOR      PIC X(10).
         05 GER-QTD-DET       PIC 9(05).
         05 GER-SOMA          PIC 9(09).
         05 GER-RETIFICA      PIC X(01).

       SD SORT-FILE.
       01 SD-REC.
         05 SD-UF            PIC X(02).
         05 SD-CIDADE        PIC X(30).
         05 SD-ANO           PIC 9(04).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-ARCH-STATUS     PIC 99.
       01 WS-REJ-STATUS      PIC 99.
       01 WS-CERTREG-STATUS  PIC 99.
       01 WS-JNT-STATUS      PIC 99.
       01 WS-REM-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-GER-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-OPCAO           PIC 9(01) VALUE 0.
       01 WS-CONFIRMA        PIC X(01) VALUE SPACE.
       01 WS-JUNTA-NOSSA     PIC X(10) VALUE SPACES.

      *    MES DE REFERENCIA DO RETORNO.
       01 WS-MES-REF         PIC 9(06) VALUE 0.
       01 WS-MES-REF-R REDEFINES WS-MES-REF.
         05 WS-MES-REF-AA    PIC 9(04).
         05 WS-MES-REF-MM    PIC 9(02).
       01 WS-MES-NEGOCIO     PIC 9(06) VALUE 0.

      *    GERACAO E RETIFICADORA.
       01 WS-GERACAO-NOVA    PIC 9(05) VALUE 0.
       01 WS-RETIFICA        PIC X(01) VALUE 'N'.
       01 WS-GER-ANTERIOR    PIC 9(05) VALUE 0.
       01 WS-GER-DT-ANTERIOR PIC 9(08) VALUE 0.

      *    CONTADORES DO MES.
       01 WS-QTD-ALIST       PIC 9(07) VALUE 0.
       01 WS-QTD-APTO        PIC 9(07) VALUE 0.
       01 WS-QTD-INAPTO      PIC 9(07) VALUE 0.
       01 WS-QTD-DEFERIDO    PIC 9(07) VALUE 0.
       01 WS-QTD-APT-NINF    PIC 9(07) VALUE 0.
       01 WS-QTD-COMUM       PIC 9(07) VALUE 0.
       01 WS-QTD-ESPECIAL    PIC 9(07) VALUE 0.
       01 WS-QTD-CONVOCADOS  PIC 9(07) VALUE 0.
       01 WS-QTD-APRESENT    PIC 9(07) VALUE 0.
       01 WS-QTD-INSUBMISSOS PIC 9(07) VALUE 0.
       01 WS-QTD-ADIA-MED    PIC 9(07) VALUE 0.
       01 WS-QTD-CERT-RES    PIC 9(07) VALUE 0.
       01 WS-QTD-CERT-DISP   PIC 9(07) VALUE 0.

      *    ENVELOPE.
       01 WS-QTD-DETALHES    PIC 9(05) VALUE 0.
       01 WS-SOMA-QTD        PIC 9(09) VALUE 0.

      *    QUEBRA POR MUNICIPIO/ANO NA SAIDA DO SORT.
       01 WS-PRIMEIRO        PIC X(01) VALUE 'S'.
       01 WS-QB-UF           PIC X(02) VALUE SPACES.
       01 WS-QB-CIDADE       PIC X(30) VALUE SPACES.
       01 WS-QB-ANO          PIC 9(04) VALUE 0.
       01 WS-QB-QTD          PIC 9(07) VALUE 0.
       01 WS-QB-QTD-MUN      PIC 9(07) VALUE 0.

      *    DETALHE EM MONTAGEM (VER P700-GRAVA-DETALHE).
       01 WS-DET-SECAO       PIC X(02) VALUE SPACES.
       01 WS-DET-CIDADE      PIC X(30) VALUE SPACES.
       01 WS-DET-UF          PIC X(02) VALUE SPACES.
       01 WS-DET-ANO         PIC 9(04) VALUE 0.
       01 WS-DET-CODIGO      PIC X(01) VALUE SPACE.
       01 WS-DET-QTD         PIC 9(07) VALUE 0.
       01 WS-DET-DESC        PIC X(40) VALUE SPACES.

       01 WS-LINHA           PIC X(80) VALUE SPACES.
       01 WS-QTD-ED          PIC Z,ZZZ,ZZ9.
       01 WS-DT-ED           PIC X(10) VALUE SPACES.
       01 WS-DT-ED-ENTRA     PIC 9(08) VALUE 0.
       01 WS-ANO-ED          PIC X(08) VALUE SPACES.

       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'RETMENS' TO WS-SPL-PROGRAMA
           DISPLAY "******** RETORNO ESTATISTICO MENSAL A REGIAO "
                   "MILITAR ********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM P-DATA-NEGOCIO
           IF WS-DT-NEG-OK NOT = 'S' THEN
               GO TO P999-STOP
           END-IF

           DISPLAY "1 PARA GERAR O RETORNO DE UM MES"
           DISPLAY "2 PARA LISTAR OS MESES JA ENVIADOS"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-GERAR
               WHEN 2 GO TO P800-LISTAR-ENVIADOS
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-GERAR.
           OPEN INPUT JUNTA-CTL-FILE
           IF WS-JNT-STATUS NOT EQUAL 35 THEN
               READ JUNTA-CTL-FILE
                   NOT AT END
                       MOVE JNT-CODIGO TO WS-JUNTA-NOSSA
               END-READ
               CLOSE JUNTA-CTL-FILE
           END-IF
           IF WS-JUNTA-NOSSA = SPACES THEN
               DISPLAY "CODIGO DESTA JUNTA NAO CADASTRADO - INFORME EM "
                       "JUNTA.CTL PELO CTLMNT"
               GO TO P999-STOP
           END-IF

           DISPLAY "MES DE REFERENCIA (AAAAMM)"
           ACCEPT WS-MES-REF
           MOVE WS-DT-NEGOCIO(1:6) TO WS-MES-NEGOCIO
           IF WS-MES-REF-MM < 1 OR WS-MES-REF-MM > 12 OR
              WS-MES-REF-AA < 1900 THEN
               DISPLAY "MES INVALIDO"
               GO TO P999-STOP
           END-IF
           IF WS-MES-REF > WS-MES-NEGOCIO THEN
               DISPLAY "MES DE REFERENCIA POSTERIOR A DATA DE "
                       "MOVIMENTO"
               GO TO P999-STOP
           END-IF
           IF WS-MES-REF = WS-MES-NEGOCIO THEN
               DISPLAY "ATENCAO: O MES AINDA NAO TERMINOU - O RETORNO "
                       "SAI PARCIAL"
           END-IF

           PERFORM P150-VERIFICA-ENVIADO
           IF WS-GER-ANTERIOR NOT = 0 THEN
               DISPLAY "MES JA ENVIADO NA GERACAO " WS-GER-ANTERIOR
                       " EM " WS-GER-DT-ANTERIOR
               IF NOT WS-OPERADOR-ADMIN THEN
                   DISPLAY "RETIFICADORA RESTRITA A OPERADORES "
                           "ADMINISTRADORES"
                   GO TO P999-STOP
               END-IF
               DISPLAY "GERAR RETIFICADORA? (S/N)"
               ACCEPT WS-CONFIRMA
               IF WS-CONFIRMA NOT = 'S' THEN
                   GO TO P999-STOP
               END-IF
               MOVE 'S' TO WS-RETIFICA
           END-IF

      *    SO A TRANSMISSAO FICA FORA DO TREINAMENTO - A LISTA DOS
      *    MESES ENVIADOS (OPCAO 2) RODA NA BASE DE TREINAMENTO.
           MOVE "RETMENS.REM" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           OPEN OUTPUT REM-FILE
           MOVE 'RETMENS.PRN' TO WS-SPL-ARQUIVO
           MOVE 80            TO WS-SPL-TAM-REG
           MOVE 'N'           TO WS-SPL-PESSOAL
           OPEN OUTPUT PRN-FILE
           MOVE SPACES          TO REM-REC
           MOVE 'H'             TO REM-TIPO
           MOVE WS-JUNTA-NOSSA  TO REM-H-JUNTA
           MOVE WS-MES-REF      TO REM-H-MES
           MOVE WS-GERACAO-NOVA TO REM-H-GERACAO
           MOVE WS-DT-NEGOCIO   TO REM-H-DATA
           MOVE WS-RETIFICA     TO REM-H-RETIFICA
           WRITE REM-REC
           PERFORM P160-CABECALHO

      *    ALISTADOS NO MES POR MUNICIPIO E ANO DE NASCIMENTO; A MESMA
      *    VARREDURA DE REGISTRO E REGISTRO.ARQ ACUMULA OS DEMAIS
      *    CONTADORES (VER P220-APURA).
           MOVE "ALISTADOS POR MUNICIPIO E ANO DE NASCIMENTO"
             TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           SORT SORT-FILE
               ON ASCENDING KEY SD-UF SD-CIDADE SD-ANO
               INPUT PROCEDURE IS P200-SELECIONA
               OUTPUT PROCEDURE IS P300-MUNICIPIOS
           MOVE WS-QTD-ALIST TO WS-QTD-ED
           STRING "  TOTAL DE ALISTADOS NO MES" DELIMITED BY SIZE
                  "               "             DELIMITED BY SIZE
                  WS-QTD-ED                     DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           PERFORM P790-SAIDA-LINHA

           PERFORM P400-REJEITADOS
           PERFORM P450-CERTIFICADOS
           PERFORM P500-SECOES

           MOVE SPACES           TO REM-REC
           MOVE 'T'              TO REM-TIPO
           MOVE WS-QTD-DETALHES  TO REM-T-QTD-DET
           MOVE WS-SOMA-QTD      TO REM-T-SOMA
           MOVE WS-QTD-ALIST     TO REM-T-ALIST
           WRITE REM-REC
           CLOSE REM-FILE

           PERFORM P790-SAIDA-LINHA
           STRING "CONTROLE: DETALHES " DELIMITED BY SIZE
                  WS-QTD-DETALHES        DELIMITED BY SIZE
                  "  SOMA DAS QUANTIDADES " DELIMITED BY SIZE
                  WS-SOMA-QTD            DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           CLOSE PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           PERFORM P600-REGISTRA-GERACAO
           IF WS-RETIFICA = 'S' THEN
               DISPLAY "RETIFICADORA DO MES " WS-MES-REF
                       " - GERACAO " WS-GERACAO-NOVA
           ELSE
               DISPLAY "RETORNO DO MES " WS-MES-REF
                       " - GERACAO " WS-GERACAO-NOVA
           END-IF
           DISPLAY "TRANSMISSAO EM RETMENS.REM, IMPRESSO EM RETMENS.PRN"
           GO TO P999-STOP.

       P150-VERIFICA-ENVIADO.
      *    O PROXIMO NUMERO DE GERACAO E O MAIOR JA REGISTRADO MAIS UM
      *    (COMO O PESSOALREM); GUARDA A ULTIMA GERACAO DO MES, SE
      *    HOUVER.
           MOVE 0 TO WS-GERACAO-NOVA
           MOVE 0 TO WS-GER-ANTERIOR
           OPEN INPUT GER-FILE
           IF WS-GER-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ GER-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF GER-NUMERO > WS-GERACAO-NOVA THEN
                               MOVE GER-NUMERO TO WS-GERACAO-NOVA
                           END-IF
                           IF GER-MES = WS-MES-REF THEN
                               MOVE GER-NUMERO TO WS-GER-ANTERIOR
                               MOVE GER-DATA   TO WS-GER-DT-ANTERIOR
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GER-FILE
               MOVE 'N' TO WS-EOF
           END-IF
           ADD 1 TO WS-GERACAO-NOVA.

       P160-CABECALHO.
           MOVE "RETORNO ESTATISTICO MENSAL A REGIAO MILITAR"
             TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           STRING "JUNTA: "          DELIMITED BY SIZE
                  WS-JUNTA-NOSSA     DELIMITED BY SPACE
                  "   MES: "         DELIMITED BY SIZE
                  WS-MES-REF-MM      DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-MES-REF-AA      DELIMITED BY SIZE
                  "   GERACAO: "     DELIMITED BY SIZE
                  WS-GERACAO-NOVA    DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE WS-DT-NEGOCIO TO WS-DT-ED-ENTRA
           PERFORM P780-EDITA-DATA
           STRING "EMITIDO EM: "     DELIMITED BY SIZE
                  WS-DT-ED           DELIMITED BY SIZE
                  "   POR: "         DELIMITED BY SIZE
                  WS-OPERADOR-ID     DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           IF WS-RETIFICA = 'S' THEN
               STRING "RETIFICADORA DA GERACAO " DELIMITED BY SIZE
                      WS-GER-ANTERIOR            DELIMITED BY SIZE
                      INTO WS-LINHA
               PERFORM P790-SAIDA-LINHA
           END-IF
           MOVE ALL "-" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA.

       P200-SELECIONA.
           OPEN INPUT REG-FILE
           IF WS-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ REG-FILE NEXT RECORD INTO WS-PRS-DATA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P220-APURA
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARCH-FILE NEXT RECORD INTO WS-PRS-DATA
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P220-APURA
                   END-READ
               END-PERFORM
               CLOSE ARCH-FILE
           END-IF.

       P220-APURA.
      *    CADA DATA DO REGISTRO E CONFRONTADA COM O MES DE
      *    REFERENCIA: ALISTAMENTO (DT-ALISTAMENTO), CONVOCACAO
      *    (DT-CONVOCACAO), APRESENTACAO (DT-APRESENTACAO) E
      *    INSUBMISSAO (SIT-SERVICO 'X' COM APRESENTACAO PREVISTA NO
      *    MES).
           IF WS-DT-ALISTAMENTO(1:6) = WS-MES-REF THEN
               ADD 1 TO WS-QTD-ALIST
               EVALUATE WS-FIT-STATUS
                   WHEN 'A' ADD 1 TO WS-QTD-APTO
                   WHEN 'I' ADD 1 TO WS-QTD-INAPTO
                   WHEN 'D' ADD 1 TO WS-QTD-DEFERIDO
                   WHEN OTHER ADD 1 TO WS-QTD-APT-NINF
               END-EVALUATE
               IF WS-SETOR = 'E' THEN
                   ADD 1 TO WS-QTD-ESPECIAL
               ELSE
                   ADD 1 TO WS-QTD-COMUM
               END-IF
               MOVE WS-END-UF     TO SD-UF
               MOVE WS-END-CIDADE TO SD-CIDADE
               IF WS-END-CIDADE = SPACES THEN
                   MOVE "NAO INFORMADO" TO SD-CIDADE
               END-IF
               MOVE WS-DT-NASCIMENTO(1:4) TO SD-ANO
               RELEASE SD-REC
           END-IF
           IF WS-DT-CONVOCACAO(1:6) = WS-MES-REF THEN
               ADD 1 TO WS-QTD-CONVOCADOS
           END-IF
           IF WS-DT-APRESENTACAO(1:6) = WS-MES-REF THEN
               ADD 1 TO WS-QTD-APRESENT
           END-IF
           IF WS-SIT-SERVICO = 'X' AND
              WS-DT-APRESENT-PREV(1:6) = WS-MES-REF THEN
               ADD 1 TO WS-QTD-INSUBMISSOS
           END-IF.

       P300-MUNICIPIOS.
           MOVE 'N' TO WS-EOF
           MOVE 'S' TO WS-PRIMEIRO
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P310-QUEBRA
               END-RETURN
           END-PERFORM
           IF WS-PRIMEIRO = 'N' THEN
               PERFORM P320-FECHA-ANO
               PERFORM P330-FECHA-MUNICIPIO
           END-IF.

       P310-QUEBRA.
           IF WS-PRIMEIRO = 'S' THEN
               MOVE 'N'       TO WS-PRIMEIRO
               MOVE SD-UF     TO WS-QB-UF
               MOVE SD-CIDADE TO WS-QB-CIDADE
               MOVE SD-ANO    TO WS-QB-ANO
           END-IF
           IF SD-UF NOT = WS-QB-UF OR SD-CIDADE NOT = WS-QB-CIDADE THEN
               PERFORM P320-FECHA-ANO
               PERFORM P330-FECHA-MUNICIPIO
               MOVE SD-UF     TO WS-QB-UF
               MOVE SD-CIDADE TO WS-QB-CIDADE
               MOVE SD-ANO    TO WS-QB-ANO
           ELSE
               IF SD-ANO NOT = WS-QB-ANO THEN
                   PERFORM P320-FECHA-ANO
                   MOVE SD-ANO TO WS-QB-ANO
               END-IF
           END-IF
           ADD 1 TO WS-QB-QTD.

       P320-FECHA-ANO.
           MOVE "AL"          TO WS-DET-SECAO
           MOVE WS-QB-CIDADE  TO WS-DET-CIDADE
           MOVE WS-QB-UF      TO WS-DET-UF
           MOVE WS-QB-ANO     TO WS-DET-ANO
           MOVE SPACE         TO WS-DET-CODIGO
           MOVE WS-QB-QTD     TO WS-DET-QTD
           MOVE SPACES        TO WS-DET-DESC
           IF WS-QB-ANO = 0 THEN
               MOVE "SEM NASC" TO WS-ANO-ED
           ELSE
               MOVE WS-QB-ANO  TO WS-ANO-ED
           END-IF
           STRING "  "          DELIMITED BY SIZE
                  WS-QB-CIDADE  DELIMITED BY "  "
                  "/"           DELIMITED BY SIZE
                  WS-QB-UF      DELIMITED BY SIZE
                  " - NASC. "   DELIMITED BY SIZE
                  WS-ANO-ED     DELIMITED BY SIZE
                  INTO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           ADD WS-QB-QTD TO WS-QB-QTD-MUN
           MOVE 0 TO WS-QB-QTD.

       P330-FECHA-MUNICIPIO.
      *    SUBTOTAL DO MUNICIPIO SO NA VERSAO IMPRESSA.
           MOVE WS-QB-QTD-MUN TO WS-QTD-ED
           MOVE "    SUBTOTAL DO MUNICIPIO" TO WS-LINHA
           MOVE WS-QTD-ED TO WS-LINHA(42:9)
           PERFORM P790-SAIDA-LINHA
           MOVE 0 TO WS-QB-QTD-MUN.

       P400-REJEITADOS.
      *    ADIAMENTO POR DEFERIMENTO MEDICO NO ALISTAMENTO (MOTIVO 2 EM
      *    REJEITADOS, VER P920-LOG-REJECTION NO ALISTAMENTO-MILITAR).
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
                       IF REJ-REASON-CODE = 2 AND
                          REJ-DT-NEGOCIO(1:6) = WS-MES-REF THEN
                           ADD 1 TO WS-QTD-ADIA-MED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJ-FILE.

       P450-CERTIFICADOS.
           OPEN INPUT CERT-REG-FILE
           IF WS-CERTREG-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CERT-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CERT-TIMESTAMP(1:6) = WS-MES-REF THEN
                           IF CERT-TIPO = 'R' THEN
                               ADD 1 TO WS-QTD-CERT-RES
                           ELSE
                               ADD 1 TO WS-QTD-CERT-DISP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CERT-REG-FILE.

       P500-SECOES.
      *    SECOES DE TOTAL UNICO: UMA LINHA DE DETALHE POR CODIGO,
      *    MESMO COM QUANTIDADE ZERO (A REGIAO CONFERE TODAS).
           MOVE SPACES TO WS-DET-CIDADE
           MOVE SPACES TO WS-DET-UF
           MOVE 0      TO WS-DET-ANO

           MOVE "RESULTADO DO EXAME DE APTIDAO" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE "AP" TO WS-DET-SECAO
           MOVE 'A'  TO WS-DET-CODIGO
           MOVE WS-QTD-APTO TO WS-DET-QTD
           MOVE "  APTOS" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE 'I'  TO WS-DET-CODIGO
           MOVE WS-QTD-INAPTO TO WS-DET-QTD
           MOVE "  INAPTOS" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE 'D'  TO WS-DET-CODIGO
           MOVE WS-QTD-DEFERIDO TO WS-DET-QTD
           MOVE "  DEFERIDOS PARA REEXAME" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE 'N'  TO WS-DET-CODIGO
           MOVE WS-QTD-APT-NINF TO WS-DET-QTD
           MOVE "  NAO INFORMADO" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           PERFORM P790-SAIDA-LINHA

           MOVE "ALISTADOS POR SETOR" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE "ST" TO WS-DET-SECAO
           MOVE 'C'  TO WS-DET-CODIGO
           MOVE WS-QTD-COMUM TO WS-DET-QTD
           MOVE "  SETOR COMUM" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE 'E'  TO WS-DET-CODIGO
           MOVE WS-QTD-ESPECIAL TO WS-DET-QTD
           MOVE "  SETOR ESPECIAL" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           PERFORM P790-SAIDA-LINHA

           MOVE "CONVOCACAO E APRESENTACAO" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE SPACE TO WS-DET-CODIGO
           MOVE "CV" TO WS-DET-SECAO
           MOVE WS-QTD-CONVOCADOS TO WS-DET-QTD
           MOVE "  CONVOCADOS NO MES" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE "AR" TO WS-DET-SECAO
           MOVE WS-QTD-APRESENT TO WS-DET-QTD
           MOVE "  APRESENTADOS NO MES" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE "IN" TO WS-DET-SECAO
           MOVE WS-QTD-INSUBMISSOS TO WS-DET-QTD
           MOVE "  INSUBMISSOS (APRESENTACAO PREVISTA NO MES)"
             TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           PERFORM P790-SAIDA-LINHA

           MOVE "ADIAMENTOS" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE "AD" TO WS-DET-SECAO
           MOVE 'M'  TO WS-DET-CODIGO
           MOVE WS-QTD-ADIA-MED TO WS-DET-QTD
           MOVE "  DEFERIMENTO MEDICO NO ALISTAMENTO" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           PERFORM P790-SAIDA-LINHA

           MOVE "CERTIFICADOS EMITIDOS" TO WS-LINHA
           PERFORM P790-SAIDA-LINHA
           MOVE "CE" TO WS-DET-SECAO
           MOVE 'R'  TO WS-DET-CODIGO
           MOVE WS-QTD-CERT-RES TO WS-DET-QTD
           MOVE "  CERTIFICADOS DE RESERVISTA" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE
           MOVE 'D'  TO WS-DET-CODIGO
           MOVE WS-QTD-CERT-DISP TO WS-DET-QTD
           MOVE "  CERTIFICADOS DE DISPENSA" TO WS-DET-DESC
           PERFORM P700-GRAVA-DETALHE.

       P600-REGISTRA-GERACAO.
           MOVE WS-MES-REF       TO GER-MES
           MOVE WS-GERACAO-NOVA  TO GER-NUMERO
           MOVE WS-DT-NEGOCIO    TO GER-DATA
           MOVE WS-OPERADOR-ID   TO GER-OPERADOR
           MOVE WS-QTD-DETALHES  TO GER-QTD-DET
           MOVE WS-SOMA-QTD      TO GER-SOMA
           MOVE WS-RETIFICA      TO GER-RETIFICA
           OPEN EXTEND GER-FILE
           IF WS-GER-STATUS EQUAL 35 THEN
               OPEN OUTPUT GER-FILE
           END-IF
           WRITE GER-REC
           CLOSE GER-FILE.

       P700-GRAVA-DETALHE.
      *    UMA LINHA DE DETALHE NA TRANSMISSAO E NA VERSAO IMPRESSA,
      *    ACUMULANDO OS TOTAIS DE CONTROLE DO TRAILER.
           MOVE SPACES        TO REM-REC
           MOVE 'D'           TO REM-TIPO
           MOVE WS-DET-SECAO  TO REM-D-SECAO
           MOVE WS-DET-CIDADE TO REM-D-CIDADE
           MOVE WS-DET-UF     TO REM-D-UF
           MOVE WS-DET-ANO    TO REM-D-ANO
           MOVE WS-DET-CODIGO TO REM-D-CODIGO
           MOVE WS-DET-QTD    TO REM-D-QTD
           WRITE REM-REC
           ADD 1          TO WS-QTD-DETALHES
           ADD WS-DET-QTD TO WS-SOMA-QTD

           MOVE WS-DET-QTD  TO WS-QTD-ED
           MOVE WS-DET-DESC TO WS-LINHA
           MOVE WS-QTD-ED   TO WS-LINHA(42:9)
           PERFORM P790-SAIDA-LINHA.

       P780-EDITA-DATA.
           MOVE SPACES TO WS-DT-ED
           STRING WS-DT-ED-ENTRA(7:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(5:2) DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-DT-ED-ENTRA(1:4) DELIMITED BY SIZE
                  INTO WS-DT-ED.

       P790-SAIDA-LINHA.
           MOVE WS-LINHA TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO WS-LINHA.

       P800-LISTAR-ENVIADOS.
           OPEN INPUT GER-FILE
           IF WS-GER-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM RETORNO ENVIADO ATE HOJE"
               GO TO P999-STOP
           END-IF
           DISPLAY "MES    GERACAO DATA     OPERADOR   DETALHES SOMA"
                   "      RETIF."
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ GER-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       DISPLAY GER-MES " " GER-NUMERO "   " GER-DATA
                               " " GER-OPERADOR " " GER-QTD-DET
                               "    " GER-SOMA " " GER-RETIFICA
               END-READ
           END-PERFORM
           CLOSE GER-FILE
           GO TO P999-STOP.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATAMOV.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM RETMENS.
