      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: REIMPRESSAO DAS ETIQUETAS DE ENDERECAMENTO E DO
      *          MANIFESTO POSTAL DE UMA CONVOCACAO JA FEITA - PARA A
      *          FOLHA DE ETIQUETAS QUE ESTRAGOU NA IMPRESSORA OU PARA
      *          MANDAR PELO CORREIO, DEPOIS DE CORRIGIDO O ENDERECO,
      *          QUEM FICOU RETIDO NA RODADA. SELECIONA EM REGISTRO OS
      *          CONSCRITOS COM A DATA DE CONVOCACAO (DT-CONVOCACAO)
      *          INFORMADA, OPCIONALMENTE POR UNIDADE/SETOR, E GERA OS
      *          MESMOS ARQUIVOS DA RODADA DO CONVOCA (VER ETIQUETA).
      *          SO LE REGISTRO - NAO RECONVOCA NINGUEM.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM ETIQUETAS.PRN, MANIFESTO.PRN
      *                  E ETIQRETIDA.PRN PASSA A SER ARQUIVADA COMO JOB
      *                  NUMERADO NO ARQUIVO DE IMPRESSAO (SPOOL.IDX,
      *                  VER SPOOL.cpy), COM OPERADOR, DATA/HORA,
      *                  PAGINAS E REGISTROS - UMA NOVA RODADA NAO APAGA
      *                  MAIS A ANTERIOR; CONSULTA E REIMPRESSAO PELO
      *                  SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ETIQCONV.
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

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT ETQ-WRK-FILE ASSIGN TO 'ETIQUETA.WRK'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-WRK-STATUS.

           SELECT ETQ-SORT-FILE ASSIGN TO 'ETIQUETA.SRT'.

           SELECT ETQ-PRN-FILE ASSIGN TO 'ETIQUETAS.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-PRN-STATUS.

           SELECT ETQ-MAN-FILE ASSIGN TO 'MANIFESTO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-MAN-STATUS.

           SELECT ETQ-RET-FILE ASSIGN TO 'ETIQRETIDA.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-RET-STATUS.

           SELECT ETQ-EXC-FILE ASSIGN TO 'CEPSWEEP.EXC'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ETQ-EXC-STATUS.

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

       FD ETQ-WRK-FILE.
       COPY ETQDATA.

       SD ETQ-SORT-FILE.
       COPY ETQDATA REPLACING LEADING ==ETQ-WRK== BY ==ETQ-SD==.

       FD ETQ-PRN-FILE.
       01 ETQ-PRN-LINE       PIC X(126).

       FD ETQ-MAN-FILE.
       01 ETQ-MAN-LINE       PIC X(80).

       FD ETQ-RET-FILE.
       01 ETQ-RET-LINE       PIC X(80).

       FD ETQ-EXC-FILE.
      *    MESMO LAYOUT DE EXC-REC NO CEPSWEEP.
       01 ETQ-EXC-REC.
         05 ETQ-EXC-TIMESTAMP     PIC X(20).
         05 ETQ-EXC-ARQUIVO       PIC X(08).
         05 ETQ-EXC-CHAVE         PIC X(11).
         05 ETQ-EXC-CEP           PIC X(09).
         05 ETQ-EXC-CIDADE-GRAVADA PIC X(30).
         05 ETQ-EXC-UF-GRAVADA    PIC X(02).
         05 ETQ-EXC-CIDADE-TABELA PIC X(30).
         05 ETQ-EXC-UF-TABELA     PIC X(02).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-STATUS          PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-DT-CONV-BUSCA   PIC 9(08) VALUE 0.
       01 WS-UNI-FILTRO      PIC X(06) VALUE SPACES.
       01 WS-SETOR-FILTRO    PIC X(01) VALUE SPACE.
       01 WS-QTD-SELECIONADOS PIC 9(05) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATACHK.
       COPY WSETIQUETA.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'ETIQCONV' TO WS-SPL-PROGRAMA
           DISPLAY "******** REIMPRESSAO DE ETIQUETAS DE CONVOCACAO "
                   "********"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR

           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY "DATA DA CONVOCACAO (AAAAMMDD)"
               ACCEPT WS-DT-CONV-BUSCA
               MOVE WS-DT-CONV-BUSCA(1:4) TO WS-DTCHK-YY
               MOVE WS-DT-CONV-BUSCA(5:2) TO WS-DTCHK-MM
               MOVE WS-DT-CONV-BUSCA(7:2) TO WS-DTCHK-DD
               PERFORM P-VALIDA-DATA
           END-PERFORM
           DISPLAY "UNIDADE (BRANCO = TODAS)"
           ACCEPT WS-UNI-FILTRO
           DISPLAY "SETOR (C/E, BRANCO = AMBOS)"
           ACCEPT WS-SETOR-FILTRO

           OPEN INPUT REG-FILE
           IF WS-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF

           OPEN OUTPUT ETQ-WRK-FILE
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-AVALIA-REGISTRO
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           CLOSE ETQ-WRK-FILE

           IF WS-QTD-SELECIONADOS = 0 THEN
               DISPLAY "NENHUM CONSCRITO CONVOCADO NESTA DATA PELOS "
                       "FILTROS INFORMADOS"
               GO TO P999-STOP
           END-IF
           DISPLAY "CONVOCADOS NA DATA: " WS-QTD-SELECIONADOS
           MOVE WS-DT-CONV-BUSCA TO WS-ETQ-DT-CONV
           PERFORM P-ETQ-EMITE
           GO TO P999-STOP.

       P200-AVALIA-REGISTRO.
      *    MESMOS FILTROS DA RODADA DO CONVOCA; O FALECIDO DEPOIS DA
      *    CONVOCACAO (SIT-SERVICO 'F') NAO RECEBE CORRESPONDENCIA.
           IF DT-CONVOCACAO NOT = WS-DT-CONV-BUSCA THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-UNI-FILTRO NOT = SPACES AND
              UNIDADE NOT = WS-UNI-FILTRO THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-SETOR-FILTRO NOT = SPACE AND
              SETOR NOT = WS-SETOR-FILTRO THEN
               EXIT PARAGRAPH
           END-IF
           IF SIT-SERVICO = 'F' THEN
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-SELECIONADOS
           MOVE END-CEP          TO ETQ-WRK-CEP
           MOVE NAMES            TO ETQ-WRK-NOME
           MOVE CPF              TO ETQ-WRK-CPF
           MOVE END-RUA          TO ETQ-WRK-RUA
           MOVE END-NUMERO       TO ETQ-WRK-NUMERO
           MOVE END-BAIRRO       TO ETQ-WRK-BAIRRO
           MOVE END-CIDADE       TO ETQ-WRK-CIDADE
           MOVE END-UF           TO ETQ-WRK-UF
           MOVE UNIDADE          TO ETQ-WRK-UNIDADE
           MOVE DT-CONVOCACAO    TO ETQ-WRK-DT-CONV
           WRITE ETQ-WRK-REC.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY DATACHK.
       COPY ETIQUETA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM ETIQCONV.
