      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RESERVISTAS FALTOSOS NA APRESENTACAO ANUAL (EXAR),
      *          POR UNIDADE. PARA CADA RESERVISTA COM CERTIFICADO EM
      *          CERTIFICADO.REG CUJO ANO DE REFERENCIA (O ANO DA DATA
      *          OFICIAL DE MOVIMENTO) CAI NA JANELA DE OBRIGACAO - DO
      *          ANO BASE + 1 AO ANO BASE + 5 (VER CERTREGDATA) - E QUE
      *          NAO TEM APRESENTACAO DAQUELE ANO CARIMBADA PELO
      *          EXARMNT, LISTA CPF E NOME SOB A UNIDADE DA ULTIMA
      *          EMISSAO, COM TOTAL POR UNIDADE, EM EXARFALTA.PRN. E A
      *          LISTA DE DEZEMBRO; RODADA ANTES DISSO SAI MARCADA COMO
      *          PARCIAL, POIS O RESERVISTA AINDA PODE SE APRESENTAR NO
      *          ANO. NAO PEDE NADA AO OPERADOR - PODE RODAR EM LOTE.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM EXARFALTA.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXARRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTREG-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

           SELECT EXAR-PRN-FILE ASSIGN TO 'EXARFALTA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT SORT-FILE ASSIGN TO 'EXARRPT.SRT'.
           SELECT FALTA-SORT-FILE ASSIGN TO 'EXARRPT-FALTA.SRT'.

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
       FD CERT-REG-FILE.
       COPY CERTREGDATA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD EXAR-PRN-FILE.
       01 EXAR-LINE          PIC X(80).

      *    EMISSOES 'R' EM ORDEM DE CPF E DE EMISSAO - A ULTIMA DE CADA
      *    CPF TRAZ O HISTORICO, A MENOR ANO-BASE DA A JANELA.
       SD SORT-FILE.
       01 SD-REC.
         05 SD-CPF           PIC 9(11).
         05 SD-TIMESTAMP     PIC X(20).
         05 SD-NAME          PIC X(50).
         05 SD-UNIDADE       PIC X(06).
         05 SD-ANO-BASE      PIC 9(04).
         05 SD-EXAR-QTD      PIC 9(01).
         05 SD-EXAR-ANOS.
           10 SD-EXAR-ANO    PIC 9(04) OCCURS 5 TIMES.

       SD FALTA-SORT-FILE.
       01 SF-REC.
         05 SF-UNIDADE       PIC X(06).
         05 SF-CPF           PIC 9(11).
         05 SF-NAME          PIC X(50).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CERTREG-STATUS  PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-LINHA           PIC X(80) VALUE SPACES.
       01 WS-ANO-REF         PIC 9(04) VALUE 0.
       01 WS-MES-REF         PIC 9(02) VALUE 0.
       01 WS-IDX             PIC 9(01) VALUE 0.

      *    CPF EM ACUMULACAO NA QUEBRA DO PRIMEIRO SORT.
       01 WS-G-ATIVO         PIC X     VALUE 'N'.
       01 WS-G-CPF           PIC 9(11) VALUE 0.
       01 WS-G-NAME          PIC X(50) VALUE SPACES.
       01 WS-G-UNIDADE       PIC X(06) VALUE SPACES.
       01 WS-G-ANO-BASE      PIC 9(04) VALUE 0.
       01 WS-G-QTD           PIC 9(01) VALUE 0.
       01 WS-G-ANOS.
         05 WS-G-ANO         PIC 9(04) OCCURS 5 TIMES.
       01 WS-G-APRESENTOU    PIC X     VALUE 'N'.

      *    FALTOSOS ENTRE OS DOIS SORTS (MESMO PADRAO DA TABELA DE
      *    PARES DO DUPNOME).
       01 WS-QTD-FALTA       PIC 9(05) VALUE 0.
       01 WS-F               PIC 9(05) VALUE 0.
       01 WS-FALTA-TAB.
         05 WS-FALTA OCCURS 9999 TIMES.
           10 WS-FALTA-UNIDADE PIC X(06).
           10 WS-FALTA-CPF     PIC 9(11).
           10 WS-FALTA-NAME    PIC X(50).
       01 WS-FALTA-CHEIA     PIC X     VALUE 'N'.

       01 WS-QTD-RESERV      PIC 9(07) VALUE 0.
       01 WS-QTD-JANELA      PIC 9(07) VALUE 0.
       01 WS-QTD-UNID        PIC 9(05) VALUE 0.
       01 WS-LAST-UNIDADE    PIC X(06) VALUE SPACES.
       01 WS-PRIMEIRA        PIC X     VALUE 'S'.
       01 WS-EDIT-QTD        PIC ZZ,ZZ9.
       01 WS-EDIT-QTD7       PIC Z,ZZZ,ZZ9.

       COPY WSDATAMOV.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'EXARRPT' TO WS-SPL-PROGRAMA
           DISPLAY "******** FALTOSOS NA APRESENTACAO ANUAL (EXAR) "
                   "********"
           PERFORM P-DATA-NEGOCIO
           MOVE WS-DT-NEGOCIO(1:4) TO WS-ANO-REF
           MOVE WS-DT-NEGOCIO(5:2) TO WS-MES-REF

           SORT SORT-FILE
               ON ASCENDING KEY SD-CPF SD-TIMESTAMP
               INPUT PROCEDURE IS P100-FEED-SORT
               OUTPUT PROCEDURE IS P200-APURA-SORT

           MOVE 'EXARFALTA.PRN' TO WS-SPL-ARQUIVO
           MOVE 80              TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           OPEN OUTPUT EXAR-PRN-FILE
           PERFORM P300-CABECALHO
           SORT FALTA-SORT-FILE
               ON ASCENDING KEY SF-UNIDADE SF-CPF
               INPUT PROCEDURE IS P400-LIBERA-FALTOSOS
               OUTPUT PROCEDURE IS P500-LISTA-FALTOSOS
           PERFORM P600-TOTAIS
           CLOSE EXAR-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "LISTA GRAVADA EM EXARFALTA.PRN"
           GO TO P999-STOP.

       P100-FEED-SORT.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CERT-REG-FILE
           IF WS-CERTREG-STATUS EQUAL 35 THEN
               DISPLAY "CERTIFICADO.REG AINDA NAO FOI CRIADO"
           ELSE
               PERFORM UNTIL WS-EOF = 'S'
                   READ CERT-REG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CERT-TIPO = 'R' THEN
                               MOVE CERT-CPF       TO SD-CPF
                               MOVE CERT-TIMESTAMP TO SD-TIMESTAMP
                               MOVE CERT-NAME      TO SD-NAME
                               MOVE CERT-UNIDADE   TO SD-UNIDADE
                               MOVE CERT-ANO-BASE  TO SD-ANO-BASE
                               MOVE CERT-EXAR-QTD  TO SD-EXAR-QTD
                               PERFORM VARYING WS-IDX FROM 1 BY 1
                                       UNTIL WS-IDX > 5
                                   MOVE CERT-EXAR-ANO(WS-IDX)
                                     TO SD-EXAR-ANO(WS-IDX)
                               END-PERFORM
                               RELEASE SD-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REG-FILE
           END-IF.

       P200-APURA-SORT.
           MOVE 'N' TO WS-EOF
           MOVE 'N' TO WS-G-ATIVO
           PERFORM UNTIL WS-EOF = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-G-ATIVO = 'S' AND
                          SD-CPF NOT = WS-G-CPF THEN
                           PERFORM P210-FECHA-CPF
                       END-IF
                       PERFORM P220-GUARDA-EMISSAO
               END-RETURN
           END-PERFORM
           IF WS-G-ATIVO = 'S' THEN
               PERFORM P210-FECHA-CPF
           END-IF.

       P210-FECHA-CPF.
           ADD 1 TO WS-QTD-RESERV
           MOVE 'N' TO WS-G-ATIVO
           IF WS-ANO-REF NOT > WS-G-ANO-BASE OR
              WS-ANO-REF > WS-G-ANO-BASE + 5 THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-JANELA
           MOVE 'N' TO WS-G-APRESENTOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-G-QTD
               IF WS-G-ANO(WS-IDX) = WS-ANO-REF THEN
                   MOVE 'S' TO WS-G-APRESENTOU
               END-IF
           END-PERFORM
           IF WS-G-APRESENTOU = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-FALTA = 9999 THEN
               MOVE 'S' TO WS-FALTA-CHEIA
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-FALTA
           MOVE WS-G-UNIDADE TO WS-FALTA-UNIDADE(WS-QTD-FALTA)
           MOVE WS-G-CPF     TO WS-FALTA-CPF(WS-QTD-FALTA)
           MOVE WS-G-NAME    TO WS-FALTA-NAME(WS-QTD-FALTA).

       P220-GUARDA-EMISSAO.
      *    A ULTIMA EMISSAO DO CPF PREVALECE (NOME, UNIDADE E
      *    APRESENTACOES); O ANO BASE E O MENOR ENTRE AS EMISSOES.
           IF WS-G-ATIVO = 'N' THEN
               MOVE 'S'         TO WS-G-ATIVO
               MOVE SD-CPF      TO WS-G-CPF
               MOVE SD-ANO-BASE TO WS-G-ANO-BASE
           END-IF
           IF SD-ANO-BASE < WS-G-ANO-BASE THEN
               MOVE SD-ANO-BASE TO WS-G-ANO-BASE
           END-IF
           MOVE SD-NAME      TO WS-G-NAME
           MOVE SD-UNIDADE   TO WS-G-UNIDADE
           MOVE SD-EXAR-QTD  TO WS-G-QTD
           MOVE SD-EXAR-ANOS TO WS-G-ANOS.

       P300-CABECALHO.
           MOVE SPACES TO WS-LINHA
           STRING "RESERVISTAS FALTOSOS NA APRESENTACAO ANUAL (EXAR) "
                  DELIMITED BY SIZE
                  "- ANO " DELIMITED BY SIZE
                  WS-ANO-REF DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           IF WS-MES-REF NOT = 12 THEN
               MOVE "LISTA PARCIAL - A DEFINITIVA E A DE DEZEMBRO"
                 TO WS-LINHA
               PERFORM P050-SAIDA-LINHA
           END-IF
           MOVE SPACES TO WS-LINHA
           PERFORM P050-SAIDA-LINHA.

       P050-SAIDA-LINHA.
           DISPLAY WS-LINHA
           MOVE WS-LINHA TO EXAR-LINE
           WRITE EXAR-LINE
           MOVE SPACES TO WS-LINHA.

       P400-LIBERA-FALTOSOS.
           PERFORM VARYING WS-F FROM 1 BY 1 UNTIL WS-F > WS-QTD-FALTA
               MOVE WS-FALTA(WS-F) TO SF-REC
               RELEASE SF-REC
           END-PERFORM.

       P500-LISTA-FALTOSOS.
           MOVE 'N' TO WS-EOF
           MOVE 'S' TO WS-PRIMEIRA
           MOVE 0   TO WS-QTD-UNID
           PERFORM UNTIL WS-EOF = 'S'
               RETURN FALTA-SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF WS-PRIMEIRA = 'S' OR
                          SF-UNIDADE NOT = WS-LAST-UNIDADE THEN
                           IF WS-PRIMEIRA = 'N' THEN
                               PERFORM P510-TOTAL-UNIDADE
                           END-IF
                           MOVE 'N' TO WS-PRIMEIRA
                           MOVE SF-UNIDADE TO WS-LAST-UNIDADE
                           MOVE SPACES TO WS-LINHA
                           STRING "---- UNIDADE " DELIMITED BY SIZE
                                  SF-UNIDADE      DELIMITED BY SIZE
                                  " ----"         DELIMITED BY SIZE
                                  INTO WS-LINHA
                           PERFORM P050-SAIDA-LINHA
                       END-IF
                       ADD 1 TO WS-QTD-UNID
                       MOVE SPACES TO WS-LINHA
                       STRING "  CPF: " DELIMITED BY SIZE
                              SF-CPF    DELIMITED BY SIZE
                              "  NOME: " DELIMITED BY SIZE
                              SF-NAME   DELIMITED BY SIZE
                              INTO WS-LINHA
                       PERFORM P050-SAIDA-LINHA
               END-RETURN
           END-PERFORM
           IF WS-PRIMEIRA = 'N' THEN
               PERFORM P510-TOTAL-UNIDADE
           END-IF.

       P510-TOTAL-UNIDADE.
           MOVE WS-QTD-UNID TO WS-EDIT-QTD
           MOVE SPACES TO WS-LINHA
           STRING "  FALTOSOS NA UNIDADE: " DELIMITED BY SIZE
                  WS-EDIT-QTD              DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE 0 TO WS-QTD-UNID.

       P600-TOTAIS.
           MOVE WS-QTD-RESERV TO WS-EDIT-QTD7
           STRING "RESERVISTAS COM CERTIFICADO: " DELIMITED BY SIZE
                  WS-EDIT-QTD7                    DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE WS-QTD-JANELA TO WS-EDIT-QTD7
           STRING "EM OBRIGACAO DE APRESENTAR NO ANO: "
                  DELIMITED BY SIZE
                  WS-EDIT-QTD7 DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           MOVE WS-QTD-FALTA TO WS-EDIT-QTD7
           STRING "FALTOSOS: "  DELIMITED BY SIZE
                  WS-EDIT-QTD7  DELIMITED BY SIZE
                  INTO WS-LINHA
           PERFORM P050-SAIDA-LINHA
           IF WS-FALTA-CHEIA = 'S' THEN
               MOVE "AVISO: LIMITE DE 9999 FALTOSOS - LISTA INCOMPLETA"
                 TO WS-LINHA
               PERFORM P050-SAIDA-LINHA
           END-IF.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY DATAMOV.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM EXARRPT.
