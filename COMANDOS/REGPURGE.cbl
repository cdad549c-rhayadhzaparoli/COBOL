      *          DEIXADOS POR UMA GRAVACAO INTERROMPIDA NO MEIO DO
      *          ACCEPT, ROTEANDO CADA UM PARA UM ARQUIVO DE REVISAO
      *          ANTES DE EXCLUI-LO DE REGISTRO.
      *          DESDE QUE A CAPTURA PASSOU A GUARDAR RASCUNHO
      *          (ALISTAMENTO.RAS), A CAPTURA INTERROMPIDA NAO DEIXA
      *          MAIS REGISTRO PELA METADE: A VARREDURA DE REGISTRO FICA
      *          COMO CONFERENCIA E O EXPURGO PASSA A SER O DOS
      *          RASCUNHOS ABANDONADOS.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A LISTAR EM RASCUNHO.PRN E EXPURGAR DE
      *                  ALISTAMENTO.RAS OS RASCUNHOS DE ALISTAMENTO
      *                  MAIS ANTIGOS QUE O PRAZO DE RASCUNHO.CTL
      *                  (PADRAO 30 DIAS).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM RASCUNHO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGPURGE.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-STATUS.

           SELECT REVIEW-FILE ASSIGN TO 'REGPURGE.REV'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REV-STATUS.

           SELECT RAS-FILE ASSIGN TO 'ALISTAMENTO.RAS'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RAS-CPF
           FILE STATUS IS WS-RAS-STATUS.

           SELECT RAS-CTL-FILE ASSIGN TO 'RASCUNHO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAS-CTL-STATUS.

           SELECT RAS-PRN-FILE ASSIGN TO 'RASCUNHO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-RAS-PRN-STATUS.

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
         05 REVIEW-NAME       PIC X(50).
         05 REVIEW-RG         PIC 9(10).

       FD RAS-FILE.
       COPY RASDATA.

       FD RAS-CTL-FILE.
      *    MESMO LAYOUT DE RAS-CTL-REC NO CTLMNT.
       01 RAS-CTL-REC.
         05 RASC-DIAS         PIC 9(03).

       FD RAS-PRN-FILE.
       01 RAS-PRN-LINE        PIC X(100).

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
       01 WS-STATUS       PIC 99.
       01 WS-REV-STATUS   PIC 99.
       01 WS-EOF          PIC 99 VALUE 0.
       01 WS-PURGE-COUNT  PIC 9(05) VALUE 0.
       01 WS-KEEP-COUNT   PIC 9(05) VALUE 0.
       01 WS-RAS-STATUS   PIC 99.
       01 WS-RAS-CTL-STATUS PIC 99.
       01 WS-RAS-PRN-STATUS PIC 99.
       01 WS-RAS-EOF      PIC X     VALUE 'N'.
       01 WS-RAS-PRAZO    PIC 9(03) VALUE 30.
       01 WS-RAS-HOJE     PIC 9(08) VALUE 0.
       01 WS-RAS-IDADE    PIC 9(05) VALUE 0.
       01 WS-RAS-PURGE-COUNT PIC 9(05) VALUE 0.
       01 WS-RAS-KEEP-COUNT  PIC 9(05) VALUE 0.
       01 WS-RAS-LINHA    PIC X(100) VALUE SPACES.
       COPY WSPRSDATA.
       COPY WSFILELOCK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'REGPURGE' TO WS-SPL-PROGRAMA
           DISPLAY "******** LIMPEZA DE REGISTROS INCOMPLETOS ********"

      *    A VARREDURA EXCLUI DE REGISTRO - TOMA A TRAVA DE
               DISPLAY "REVISAO GRAVADA EM REGPURGE.REV"
           END-IF

           PERFORM P200-RASCUNHOS

           PERFORM P-DESTRAVA-ARQUIVO
           STOP RUN.

       P200-RASCUNHOS.
      *    RASCUNHOS DE ALISTAMENTO (ALISTAMENTO.RAS, VER RASDATA) MAIS
      *    ANTIGOS QUE O PRAZO DE RASCUNHO.CTL (PADRAO 30 DIAS) VAO
      *    PARA A LISTA DE ACOMPANHAMENTO RASCUNHO.PRN - O CONSCRITO
      *    DEVE SER CHAMADO PARA CONCLUIR - E SAEM DO ARQUIVO.
           OPEN INPUT RAS-CTL-FILE
           IF WS-RAS-CTL-STATUS NOT EQUAL 35 THEN
               READ RAS-CTL-FILE
                   NOT AT END
                       MOVE RASC-DIAS TO WS-RAS-PRAZO
               END-READ
               CLOSE RAS-CTL-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RAS-HOJE

           OPEN I-O RAS-FILE
           IF WS-RAS-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM RASCUNHO DE ALISTAMENTO PENDENTE"
               EXIT PARAGRAPH
           END-IF
           MOVE 'RASCUNHO.PRN' TO WS-SPL-ARQUIVO
           MOVE 100            TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           OPEN OUTPUT RAS-PRN-FILE
           STRING "RASCUNHOS DE ALISTAMENTO COM MAIS DE "
                                          DELIMITED BY SIZE
                  WS-RAS-PRAZO            DELIMITED BY SIZE
                  " DIAS - EXPURGADOS EM " DELIMITED BY SIZE
                  WS-RAS-HOJE             DELIMITED BY SIZE
                  INTO WS-RAS-LINHA
           PERFORM P290-SAIDA-LINHA
           MOVE "CPF         NOME" TO WS-RAS-LINHA
           MOVE "INICIADO OPERADOR    DIAS BLOCO"
             TO WS-RAS-LINHA(55:31)
           PERFORM P290-SAIDA-LINHA

           PERFORM UNTIL WS-RAS-EOF = 'S'
               READ RAS-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-RAS-EOF
                   NOT AT END
                       COMPUTE WS-RAS-IDADE =
                           FUNCTION INTEGER-OF-DATE(WS-RAS-HOJE) -
                           FUNCTION INTEGER-OF-DATE(RAS-DT-NEGOCIO)
                       IF WS-RAS-IDADE > WS-RAS-PRAZO THEN
                           MOVE RAS-PRS-IMAGEM TO WS-PRS-DATA
                           MOVE RAS-CPF        TO WS-RAS-LINHA(1:11)
                           MOVE WS-NAME        TO WS-RAS-LINHA(13:40)
                           MOVE RAS-DT-NEGOCIO TO WS-RAS-LINHA(55:8)
                           MOVE RAS-OPERADOR   TO WS-RAS-LINHA(64:10)
                           MOVE WS-RAS-IDADE   TO WS-RAS-LINHA(76:5)
                           MOVE RAS-BLOCO      TO WS-RAS-LINHA(85:1)
                           PERFORM P290-SAIDA-LINHA
                           DELETE RAS-FILE
                           ADD 1 TO WS-RAS-PURGE-COUNT
                       ELSE
                           ADD 1 TO WS-RAS-KEEP-COUNT
                       END-IF
               END-READ
           END-PERFORM

           CLOSE RAS-FILE
           CLOSE RAS-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           DISPLAY "RASCUNHOS EM ANDAMENTO: " WS-RAS-KEEP-COUNT
           DISPLAY "RASCUNHOS EXPURGADOS:   " WS-RAS-PURGE-COUNT
           DISPLAY "LISTA DE ACOMPANHAMENTO EM RASCUNHO.PRN".

       P290-SAIDA-LINHA.
           MOVE WS-RAS-LINHA TO RAS-PRN-LINE
           WRITE RAS-PRN-LINE
           MOVE SPACES TO WS-RAS-LINHA.

       COPY FILELOCK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM REGPURGE.
