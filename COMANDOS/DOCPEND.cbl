      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: LISTA DIARIA DE CONSCRITOS QUE AINDA DEVEM DOCUMENTO
      *          (VER DOCCHK) - CRUZA REGISTRO COM AS ENTREGAS DE
      *          DOCAPRES.DAT NUMA UNICA CLASSIFICACAO POR CPF, SEM
      *          RELER O ARQUIVO DE ENTREGAS PARA CADA CONSCRITO.
      *          IMPRIME DOCPEND.PRN (CPF, NOME, UNIDADE, DATA DO
      *          ALISTAMENTO E DOCUMENTOS DEVIDOS) E REFAZ DOCPEND.DAT,
      *          A LISTA DE RETORNO QUE O AGENDA MOSTRA PARA O OPERADOR
      *          LIGAR PARA O CONSCRITO. FALECIDOS (SIT-SERVICO 'F')
      *          FICAM FORA. NAO PEDE NADA AO OPERADOR - RODA EM LOTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM DOCPEND.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DOCPEND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT DOCPEND-FILE ASSIGN TO 'DOCPEND.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCP-STATUS.

           SELECT PRN-FILE ASSIGN TO 'DOCPEND.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT SORT-FILE ASSIGN TO 'DOCPEND.SRT'.

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

       FD DOCTIPO-FILE.
       COPY DOCTIPODATA.

       FD DOCAPRES-FILE.
       COPY DOCAPRDATA.

       FD DOCPEND-FILE.
       COPY DOCPENDDATA.

       FD PRN-FILE.
       01 PRN-LINE           PIC X(80).

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

      *    SD-TIPO '1' = CONSCRITO (REGISTRO), '2' = ENTREGA
      *    (DOCAPRES.DAT) - O CONSCRITO CHEGA ANTES DAS SUAS ENTREGAS.
       SD SORT-FILE.
       01 SD-REC.
         05 SD-CPF           PIC 9(11).
         05 SD-TIPO          PIC X(01).
         05 SD-NAME          PIC X(50).
         05 SD-UNIDADE       PIC X(06).
         05 SD-DT-NASC       PIC 9(08).
         05 SD-DT-ALIST      PIC 9(08).
         05 SD-DOC-COD       PIC X(02).
         05 SD-DOC-DT        PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-DOCP-STATUS     PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-LINHA           PIC X(80) VALUE SPACES.
       01 WS-DT-ED           PIC X(10) VALUE SPACES.

      *    CONSCRITO EM APURACAO NA QUEBRA DE CPF.
       01 WS-G-ATIVO         PIC X     VALUE 'N'.
       01 WS-G-CPF           PIC 9(11) VALUE 0.
       01 WS-G-NAME          PIC X(50) VALUE SPACES.
       01 WS-G-UNIDADE       PIC X(06) VALUE SPACES.
       01 WS-G-DT-ALIST      PIC 9(08) VALUE 0.

       01 WS-QTD-CONSCRITOS  PIC 9(07) VALUE 0.
       01 WS-QTD-PENDENTES   PIC 9(07) VALUE 0.
       01 WS-EDIT-QTD        PIC Z,ZZZ,ZZ9.

       COPY WSDOCCHK.
       COPY WSDATAMOV.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'DOCPEND' TO WS-SPL-PROGRAMA
           DISPLAY "******** DOCUMENTOS PENDENTES DOS CONSCRITOS "
                   "********"
           PERFORM P-DATA-NEGOCIO
           STRING WS-DT-NEGOCIO(7:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-DT-NEGOCIO(5:2) DELIMITED BY SIZE
                  "/"                DELIMITED BY SIZE
                  WS-DT-NEGOCIO(1:4) DELIMITED BY SIZE
                  INTO WS-DT-ED

           MOVE 'DOCPEND.PRN' TO WS-SPL-ARQUIVO
           MOVE 80            TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           OPEN OUTPUT PRN-FILE
           OPEN OUTPUT DOCPEND-FILE
           STRING "CONSCRITOS COM DOCUMENTO PENDENTE EM " DELIMITED BY
                  SIZE
                  WS-DT-ED DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE "CPF         NOME                            UNIDADE "
             TO WS-LINHA
           MOVE "ALISTADO  DEVE" TO WS-LINHA(57:14)
           PERFORM P050-SAIDA-LINHA

           SORT SORT-FILE
               ON ASCENDING KEY SD-CPF SD-TIPO
               INPUT PROCEDURE IS P100-FEED-SORT
               OUTPUT PROCEDURE IS P200-APURA-SORT

           PERFORM P050-SAIDA-LINHA
           MOVE WS-QTD-CONSCRITOS TO WS-EDIT-QTD
           STRING "CONSCRITOS CONFERIDOS: " DELIMITED BY SIZE
                  WS-EDIT-QTD               DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE WS-QTD-PENDENTES TO WS-EDIT-QTD
           STRING "COM DOCUMENTO PENDENTE: " DELIMITED BY SIZE
                  WS-EDIT-QTD                DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           CLOSE DOCPEND-FILE
           CLOSE PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "LISTA GRAVADA EM DOCPEND.PRN E DOCPEND.DAT (LISTA "
                   "DE RETORNO DO AGENDA)"
           GO TO P999-STOP.

       P050-SAIDA-LINHA.
           MOVE WS-LINHA TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO WS-LINHA.

       P100-FEED-SORT.
           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ REG-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF SIT-SERVICO NOT = 'F' THEN
                               MOVE SPACES         TO SD-REC
                               MOVE CPF            TO SD-CPF
                               MOVE '1'            TO SD-TIPO
                               MOVE NAMES          TO SD-NAME
                               MOVE UNIDADE        TO SD-UNIDADE
                               MOVE DT-NASCIMENTO  TO SD-DT-NASC
                               MOVE DT-ALISTAMENTO TO SD-DT-ALIST
                               MOVE 0              TO SD-DOC-DT
                               RELEASE SD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REG-FILE
           END-IF

           OPEN INPUT DOCAPRES-FILE
           IF WS-DOCA-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ DOCAPRES-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE SPACES        TO SD-REC
                           MOVE DOCA-CPF      TO SD-CPF
                           MOVE '2'           TO SD-TIPO
                           MOVE 0             TO SD-DT-NASC
                           MOVE 0             TO SD-DT-ALIST
                           MOVE DOCA-CODIGO   TO SD-DOC-COD
                           MOVE DOCA-DT-APRES TO SD-DOC-DT
                           RELEASE SD-REC
                   END-READ
               END-PERFORM
               CLOSE DOCAPRES-FILE
           END-IF.

       P200-APURA-SORT.
      *    ENTREGA SEM CONSCRITO EM REGISTRO (ARQUIVADO, CANCELADO OU
      *    FALECIDO) NAO ABRE GRUPO E E IGNORADA.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-G-ATIVO
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF SD-TIPO = '1' THEN
                           IF WS-G-ATIVO = 'S' THEN
                               PERFORM P210-FECHA-CONSCRITO
                           END-IF
                           PERFORM P220-ABRE-CONSCRITO
                       ELSE
                           IF WS-G-ATIVO = 'S' AND
                              SD-CPF = WS-G-CPF THEN
                               MOVE SD-DOC-COD TO WS-DOC-COD-LIDO
                               MOVE SD-DOC-DT  TO WS-DOC-DT-LIDA
                               PERFORM P-DOC-MARCA-APRESENTADO
                           END-IF
                       END-IF
               END-RETURN
           END-PERFORM
           IF WS-G-ATIVO = 'S' THEN
               PERFORM P210-FECHA-CONSCRITO
           END-IF.

       P210-FECHA-CONSCRITO.
           MOVE 'N' TO WS-G-ATIVO
           ADD 1 TO WS-QTD-CONSCRITOS
           PERFORM P-DOC-APURA
           IF WS-DOC-CHECKLIST-OK THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-PENDENTES
           MOVE WS-DT-NEGOCIO      TO DOCP-DT-GERACAO
           MOVE WS-G-CPF           TO DOCP-CPF
           MOVE WS-G-NAME          TO DOCP-NOME
           MOVE WS-G-UNIDADE       TO DOCP-UNIDADE
           MOVE WS-G-DT-ALIST      TO DOCP-DT-ALIST
           MOVE WS-DOC-QTD-FALTA   TO DOCP-QTD-FALTA
           MOVE WS-DOC-FALTA-LISTA TO DOCP-FALTA
           WRITE DOCP-REC
           MOVE WS-G-CPF           TO WS-LINHA(1:11)
           MOVE WS-G-NAME          TO WS-LINHA(13:32)
           MOVE WS-G-UNIDADE       TO WS-LINHA(46:6)
           MOVE WS-G-DT-ALIST      TO WS-LINHA(57:8)
           MOVE WS-DOC-FALTA-LISTA TO WS-LINHA(67:14)
           PERFORM P050-SAIDA-LINHA.

       P220-ABRE-CONSCRITO.
           MOVE 'S'         TO WS-G-ATIVO
           MOVE SD-CPF      TO WS-G-CPF
           MOVE SD-NAME     TO WS-G-NAME
           MOVE SD-UNIDADE  TO WS-G-UNIDADE
           MOVE SD-DT-ALIST TO WS-G-DT-ALIST
           MOVE SD-CPF      TO WS-DOC-CPF
           MOVE SD-DT-NASC  TO WS-DOC-DT-NASC
           MOVE SD-DT-ALIST TO WS-DOC-DT-REF
           IF WS-DOC-DT-REF = 0 THEN
               MOVE WS-DT-NEGOCIO TO WS-DOC-DT-REF
           END-IF
           PERFORM P-DOC-PREPARA.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DOCCHK.
       COPY DATAMOV.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM DOCPEND.
