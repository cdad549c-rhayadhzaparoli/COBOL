      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: REIMPRESSAO DO CONTRATO DE FINANCIAMENTO (CEDULA DE
      *          CREDITO) EM CONTRATO.PRN - 2A VIA DO DOCUMENTO QUE O
      *          CONTRATOMNT, O OCCRS E O RENEGOCIA IMPRIMEM NO
      *          VINCULO, NA GERACAO DA TABELA E NA RENEGOCIACAO (VER
      *          CEDULA), COM O CLIENTE, OS TERMOS, A TABELA DE
      *          PARCELAS E OS AVALISTAS COMO ESTAO HOJE NOS ARQUIVOS.
      *          MESMO ESPIRITO DO RECIBOVER PARA OS RECIBOS.
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM CONTRATO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTRIMPR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT CONTR-PRN-FILE ASSIGN TO 'CONTRATO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEDPRN-STATUS.

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
       FD CONTR-FILE.
       COPY CONTRDATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD AVAL-FILE.
      *    MESMO LAYOUT DE AVAL-REC NO CONTRATOMNT.
       01 AVAL-REC.
         05 AVAL-NUM-CONT     PIC 9(05).
         05 AVAL-NOME         PIC X(40).
         05 AVAL-CPF          PIC 9(11).
         05 AVAL-TEL          PIC X(12).
         05 AVAL-ENDERECO     PIC X(60).

       FD CONTR-PRN-FILE.
       01 CONTR-PRN-LINE      PIC X(80).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS     PIC 99.
       01 WS-CLI-STATUS       PIC 99.
       01 WS-PREST-STATUS     PIC 99.
       01 WS-NUM-CONT-BUSCA   PIC 9(05) VALUE 0.
       COPY WSCEDULA.
       COPY CLIPATH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CONTRIMPR' TO WS-SPL-PROGRAMA
           DISPLAY "******** REIMPRESSAO DE CONTRATO ********"
           DISPLAY "NUMERO DO CONTRATO"
           ACCEPT WS-NUM-CONT-BUSCA

           MOVE WS-NUM-CONT-BUSCA TO WS-CED-NUM-CONT
           MOVE 0                 TO WS-CED-CONT-ANTIGO
           MOVE 'R'               TO WS-CED-TIPO
           PERFORM P-CEDULA-IMPRIME
           IF WS-CED-OK NOT = 'S' THEN
               DISPLAY "CONTRATO NAO REIMPRESSO"
           END-IF
           GO TO P999-STOP.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY CEDULA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CONTRIMPR.
