      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: MONTA (OU RENOVA) A BASE DE TREINAMENTO NO DIRETORIO
      *          DE TREINO_DIR (VER TREINO.cpy) A PARTIR DA ULTIMA
      *          GERACAO DO BACKUPGEN (BACKUP.CTL): REGISTRO E CLIENTE
      *          SAEM COM CPF E NOME MASCARADOS - O CPF PELA REGRA DO
      *          CPFMASK (SO OS 4 ULTIMOS DIGITOS FICAM), COM OS 7
      *          PRIMEIROS EMBARALHADOS DE FORMA QUE CADA CPF REAL VIRE
      *          SEMPRE O MESMO CPF DE TREINO E NENHUM DOIS VIREM UM SO
      *          (A CHAVE DE REGISTRO CONTINUA UNICA E O CRUZAMENTO
      *          REGISTRO X CLIENTE CONTINUA BATENDO); O NOME VIRA
      *          "CONSCRITO TREINO nnnnnnn" / "CLIENTE TREINO nnnnnnn".
      *          PRESTACOES, CONTRATO.CTL, MATRICULA.CTL, CLIENTE.CNT E
      *          USERS.CTL (PARA O LOGON) SAO COPIADOS COMO ESTAO NA
      *          GERACAO. OS PROGRAMAS SAO LIGADOS NO DIRETORIO PARA O
      *          MENU E O LOTENOITE ACHAREM ./PROGRAMA, E A MARCA
      *          TREINO.MRK IDENTIFICA A BASE DE TREINAMENTO. RODA NA
      *          BASE REAL, FORA DO MODO TREINAMENTO, SO POR
      *          ADMINISTRADOR.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TREINOREF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT MASK-LOG-FILE ASSIGN TO 'CPFMASK.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MASK-LOG-STATUS.

           SELECT BKP-CTL-FILE ASSIGN TO 'BACKUP.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BKP-CTL-STATUS.

           SELECT MRK-FILE ASSIGN TO WS-MRK-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MRK-STATUS.

           SELECT GER-REG-FILE ASSIGN TO WS-GER-REG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF OF GER-PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF GER-PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF GER-PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF GER-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-GER-STATUS.

           SELECT REG-FILE ASSIGN TO WS-TRN-REG-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA
               WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT GER-CLI-FILE ASSIGN TO WS-GER-CLI-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS COD-CLIENTE OF GER-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF GER-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-GER-STATUS.

           SELECT CLIENTE ASSIGN TO WS-TRN-CLI-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE OF REG-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE OF REG-CLIENTE
               WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD MASK-LOG-FILE.
       01 MASK-LOG-REC.
           05 MASK-LOG-TIMESTAMP PIC X(20).
           05 MASK-LOG-OPERADOR  PIC X(10).
           05 MASK-LOG-PROGRAMA  PIC X(20).
           05 MASK-LOG-ESCOLHA   PIC X(01).

       FD BKP-CTL-FILE.
       01 BKP-CTL-REC.
         05 BKP-ULTIMA-GER    PIC 9(05).

       FD MRK-FILE.
      *    MARCA DA BASE DE TREINAMENTO - QUANDO E DE QUE GERACAO FOI
      *    MONTADA E POR QUEM.
       01 MRK-REC.
         05 MRK-TIMESTAMP     PIC X(20).
         05 MRK-GERACAO       PIC 9(05).
         05 MRK-OPERADOR      PIC X(10).

       FD GER-REG-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY GER-PRS-DATA.

       FD REG-FILE.
       COPY PRSDATA.

       FD GER-CLI-FILE.
       COPY CLIDATA REPLACING REG-CLIENTE BY GER-CLIENTE.

       FD CLIENTE.
       COPY CLIDATA.

       WORKING-STORAGE SECTION.
       01 WS-BKP-CTL-STATUS  PIC 99.
       01 WS-MRK-STATUS      PIC 99.
       01 WS-GER-STATUS      PIC 99.
       01 WS-REG-STATUS      PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-EOF             PIC X     VALUE 'N'.
       01 WS-GERACAO         PIC 9(05) VALUE 0.
       01 WS-MRK-PATH        PIC X(120) VALUE SPACES.
       01 WS-GER-REG-PATH    PIC X(30)  VALUE SPACES.
       01 WS-GER-CLI-PATH    PIC X(30)  VALUE SPACES.
       01 WS-TRN-REG-PATH    PIC X(120) VALUE SPACES.
       01 WS-TRN-CLI-PATH    PIC X(120) VALUE SPACES.
       01 WS-ARQ-CORRENTE    PIC X(20)  VALUE SPACES.
       01 WS-CMD             PIC X(300) VALUE SPACES.
       01 WS-QTD-REG         PIC 9(07) VALUE 0.
       01 WS-QTD-CLI         PIC 9(07) VALUE 0.
       01 WS-QTD-REJEITADOS  PIC 9(07) VALUE 0.

      *    CPF DE TREINO: 7 PRIMEIROS DIGITOS EMBARALHADOS (MULTIPLICAR
      *    POR UM NUMERO PRIMO COM 10 E SOMAR UMA CONSTANTE, MODULO
      *    10.000.000, LEVA CADA VALOR A UM SO OUTRO) E OS 4 ULTIMOS
      *    DO CPFMASK.
       01 WS-TRN-CPF         PIC 9(11) VALUE 0.
       01 WS-TRN-CPF-R REDEFINES WS-TRN-CPF.
         05 WS-TRN-CPF-BASE  PIC 9(07).
         05 WS-TRN-CPF-FIM   PIC 9(04).
       01 WS-TRN-PROD        PIC 9(15) VALUE 0.
       01 WS-TRN-QUOC        PIC 9(15) VALUE 0.

       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCPFMASK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "******** MONTAGEM DA BASE DE TREINAMENTO ********"

      *    A BASE DE TREINAMENTO TRAZ A MARCA - RODANDO DENTRO DELA
      *    (MENU EM MODO TREINAMENTO) A "ULTIMA GERACAO" SERIA A DA
      *    PROPRIA BASE DE TREINO.
           MOVE 'TREINO.MRK' TO WS-MRK-PATH
           OPEN INPUT MRK-FILE
           IF WS-MRK-STATUS EQUAL 0 THEN
               CLOSE MRK-FILE
               DISPLAY "ESTE DIRETORIO E UMA BASE DE TREINAMENTO - "
                       "RODE O TREINOREF NA BASE REAL"
               GO TO P999-STOP
           END-IF

           PERFORM P-SIGN-ON
           IF NOT WS-OPERADOR-ADMIN THEN
               DISPLAY "OPERACAO RESTRITA A OPERADORES ADMINISTRADORES"
               GO TO P999-STOP
           END-IF

           ACCEPT WS-TREINO-DIR FROM ENVIRONMENT "TREINO_DIR"
               ON EXCEPTION CONTINUE
           END-ACCEPT
           IF WS-TREINO-DIR = SPACES OR
              WS-TREINO-DIR(1:1) NOT = '/' THEN
               DISPLAY "DEFINA TREINO_DIR COM O CAMINHO ABSOLUTO DA "
                       "BASE DE TREINAMENTO"
               GO TO P999-STOP
           END-IF

           PERFORM P100-ULTIMA-GERACAO
           IF WS-GERACAO = 0 THEN
               DISPLAY "NENHUMA GERACAO DO BACKUPGEN - RODE O "
                       "BACKUPGEN ANTES"
               GO TO P999-STOP
           END-IF
           DISPLAY "BASE DE TREINAMENTO: " WS-TREINO-DIR
           DISPLAY "GERACAO DE ORIGEM:   " WS-GERACAO

           PERFORM P150-PREPARA-DIRETORIO

      *    O MASCARAMENTO FICA REGISTRADO EM CPFMASK.LOG COMO QUALQUER
      *    SAIDA MASCARADA - SEMPRE SEM CPF COMPLETO.
           MOVE "TREINOREF" TO WS-CPFMASK-PROGRAMA
           MOVE 'N'         TO WS-CPFMASK-FULL
           PERFORM P-MASCARA-LOG-ESCOLHA

           PERFORM P200-MASCARA-REGISTRO
           PERFORM P300-MASCARA-CLIENTE

           MOVE "PRESTACOES"    TO WS-ARQ-CORRENTE
           PERFORM P400-COPIA-ARQUIVO
           MOVE "CONTRATO.CTL"  TO WS-ARQ-CORRENTE
           PERFORM P400-COPIA-ARQUIVO
           MOVE "MATRICULA.CTL" TO WS-ARQ-CORRENTE
           PERFORM P400-COPIA-ARQUIVO
           MOVE "CLIENTE.CNT"   TO WS-ARQ-CORRENTE
           PERFORM P400-COPIA-ARQUIVO
           MOVE "USERS.CTL"     TO WS-ARQ-CORRENTE
           PERFORM P400-COPIA-ARQUIVO

           PERFORM P500-LIGA-PROGRAMAS
           PERFORM P600-GRAVA-MARCA

           DISPLAY "---- RESUMO DA MONTAGEM ----"
           DISPLAY "REGISTRO MASCARADOS: " WS-QTD-REG
           DISPLAY "CLIENTE MASCARADOS:  " WS-QTD-CLI
           DISPLAY "REJEITADOS:          " WS-QTD-REJEITADOS
           DISPLAY "PARA TREINAR: DEFINA TREINO_DIR E ABRA O MENU"
           GO TO P999-STOP.

       P100-ULTIMA-GERACAO.
           MOVE 0 TO WS-GERACAO
           OPEN INPUT BKP-CTL-FILE
           IF WS-BKP-CTL-STATUS NOT = 0 THEN
               EXIT PARAGRAPH
           END-IF
           READ BKP-CTL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BKP-ULTIMA-GER TO WS-GERACAO
           END-READ
           CLOSE BKP-CTL-FILE.

       P150-PREPARA-DIRETORIO.
           MOVE SPACES TO WS-CMD
           STRING 'mkdir -p "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  '"' DELIMITED BY SIZE
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P200-MASCARA-REGISTRO.
           MOVE SPACES TO WS-GER-REG-PATH
           STRING "REGISTRO.G" WS-GERACAO DELIMITED BY SIZE
                  INTO WS-GER-REG-PATH
           MOVE SPACES TO WS-TRN-REG-PATH
           STRING FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  "/REGISTRO" DELIMITED BY SIZE
                  INTO WS-TRN-REG-PATH
           OPEN INPUT GER-REG-FILE
           IF WS-GER-STATUS NOT = 0 THEN
               DISPLAY WS-GER-REG-PATH " NAO ENCONTRADO - REGISTRO "
                       "DE TREINO NAO MONTADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT REG-FILE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ GER-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE GER-PRS-DATA TO PRS-DATA
                       MOVE CPF OF PRS-DATA TO WS-TRN-CPF
                       PERFORM P800-MASCARA-CPF
                       MOVE WS-TRN-CPF TO CPF OF PRS-DATA
                       MOVE SPACES TO NAMES OF PRS-DATA
                       STRING "CONSCRITO TREINO " WS-QTD-REG
                              DELIMITED BY SIZE
                              INTO NAMES OF PRS-DATA
                       WRITE PRS-DATA
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               DISPLAY "REGISTRO - CPF DE TREINO "
                                       "REPETIDO, LINHA DESCARTADA"
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-REG
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE REG-FILE
           CLOSE GER-REG-FILE.

       P300-MASCARA-CLIENTE.
           MOVE SPACES TO WS-GER-CLI-PATH
           STRING "CLIENTE.G" WS-GERACAO DELIMITED BY SIZE
                  INTO WS-GER-CLI-PATH
           MOVE SPACES TO WS-TRN-CLI-PATH
           STRING FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  "/CLIENTE" DELIMITED BY SIZE
                  INTO WS-TRN-CLI-PATH
           OPEN INPUT GER-CLI-FILE
           IF WS-GER-STATUS NOT = 0 THEN
               DISPLAY WS-GER-CLI-PATH " NAO ENCONTRADO - CLIENTE "
                       "DE TREINO NAO MONTADO"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CLIENTE
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ GER-CLI-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE GER-CLIENTE TO REG-CLIENTE
                       MOVE CPF-CLIENTE OF REG-CLIENTE TO WS-TRN-CPF
                       PERFORM P800-MASCARA-CPF
                       MOVE WS-TRN-CPF TO CPF-CLIENTE OF REG-CLIENTE
                       MOVE SPACES TO NM-CLIENTE OF REG-CLIENTE
                       STRING "CLIENTE TREINO "
                              COD-CLIENTE OF REG-CLIENTE
                              DELIMITED BY SIZE
                              INTO NM-CLIENTE OF REG-CLIENTE
                       WRITE REG-CLIENTE
                           INVALID KEY
                               ADD 1 TO WS-QTD-REJEITADOS
                               DISPLAY "CLIENTE "
                                       COD-CLIENTE OF REG-CLIENTE
                                       " NAO GRAVADO NA BASE DE TREINO"
                           NOT INVALID KEY
                               ADD 1 TO WS-QTD-CLI
                       END-WRITE
               END-READ
           END-PERFORM
           CLOSE CLIENTE
           CLOSE GER-CLI-FILE.

       P400-COPIA-ARQUIVO.
      *    MESMA COPIA DO BACKUPRST, SO QUE PARA A BASE DE TREINO (A
      *    FALTA DO ARQUIVO NA GERACAO NAO DERRUBA A MONTAGEM).
           MOVE SPACES TO WS-CMD
           STRING "cp " DELIMITED BY SIZE
                  WS-ARQ-CORRENTE DELIMITED BY SPACE
                  ".G" DELIMITED BY SIZE
                  WS-GERACAO DELIMITED BY SIZE
                  ' "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  WS-ARQ-CORRENTE DELIMITED BY SPACE
                  '" 2>/dev/null' DELIMITED BY SIZE
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD
           DISPLAY WS-ARQ-CORRENTE " COPIADO DA GERACAO".

       P500-LIGA-PROGRAMAS.
      *    OS PROGRAMAS CHAMAM UNS AOS OUTROS POR ./PROGRAMA - DENTRO
      *    DA BASE DE TREINO CADA EXECUTAVEL DA BASE REAL VIRA UM
      *    LINK (RECOMPILAR NA BASE REAL JA VALE PARA O TREINO).
           MOVE SPACES TO WS-CMD
           STRING 'find "$PWD" -maxdepth 1 -type f -perm -u+x '
                      DELIMITED BY SIZE
                  '-exec ln -sf {} "' DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  '/" \;' DELIMITED BY SIZE
                  INTO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P600-GRAVA-MARCA.
           MOVE SPACES TO WS-MRK-PATH
           STRING FUNCTION TRIM(WS-TREINO-DIR) DELIMITED BY SIZE
                  "/TREINO.MRK" DELIMITED BY SIZE
                  INTO WS-MRK-PATH
           OPEN OUTPUT MRK-FILE
           MOVE FUNCTION CURRENT-DATE TO MRK-TIMESTAMP
           MOVE WS-GERACAO            TO MRK-GERACAO
           MOVE WS-OPERADOR-ID        TO MRK-OPERADOR
           WRITE MRK-REC
           CLOSE MRK-FILE.

       P800-MASCARA-CPF.
      *    CPF ZERADO (NAO INFORMADO) CONTINUA ZERADO.
           IF WS-TRN-CPF = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TRN-CPF TO WS-CPFMASK-IN
           PERFORM P-MASCARA-CPF
           COMPUTE WS-TRN-PROD = WS-TRN-CPF-BASE * 7654321 + 1234567
           DIVIDE WS-TRN-PROD BY 10000000 GIVING WS-TRN-QUOC
               REMAINDER WS-TRN-CPF-BASE
           MOVE WS-CPFMASK-OUT(8:4) TO WS-TRN-CPF-FIM.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY CPFMASK.
       END PROGRAM TREINOREF.
