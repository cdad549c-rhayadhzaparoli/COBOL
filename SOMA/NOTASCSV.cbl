      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: CARGA EM LOTE DAS NOTAS DO BIMESTRE A PARTIR DA
      *          PLANILHA DO PROFESSOR EXPORTADA COMO NOTAS.CSV
      *          (ID DO ALUNO,TURMA,DISCIPLINA,A1,A2,T1,T2), NO MESMO
      *          ESTILO DO CLICSV/PREALIST. ACEITA SEPARADOR "," OU ";"
      *          E NOTA COM PONTO OU VIRGULA DECIMAL (7.5 / 7,5 NA
      *          PLANILHA COM ";"); NOTA EM BRANCO NAO MEXE NA NOTA JA
      *          LANCADA (ZERO NA INCLUSAO). CADA LINHA E CONFERIDA
      *          CONTRA O MESTRE DE ALUNOS (ALUNO EXISTE E ESTA NA
      *          TURMA), A ATRIBUICAO DO PROFESSOR LOGADO (PROFACES) E
      *          A FAIXA 0 A 10. AS LINHAS LIMPAS SAO APLICADAS EM
      *          NOTAS.DAT NO MODO ESCOLHIDO (SO INCLUIR OU INCLUIR E
      *          SOBRESCREVER), COM TRILHA EM NOTAS.LOG; AS REJEITADAS
      *          VAO PARA NOTAS.REJ COM O MOTIVO. O RESUMO POR TURMA
      *          SAI EM NOTASCSV.PRN PARA O VISTO DO PROFESSOR ANTES DE
      *          RODAR O CALCMEDIA.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM NOTASCSV.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTASCSV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO 'NOTAS.CSV'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-CSV-STATUS.

           SELECT NOTA-FILE ASSIGN TO 'NOTAS.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTA-STATUS.

           SELECT NOTA-NEW-FILE ASSIGN TO 'NOTAS.DAT.NEW'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTA-NEW-STATUS.

           SELECT REJ-FILE ASSIGN TO 'NOTAS.REJ'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT PRN-FILE ASSIGN TO 'NOTASCSV.PRN'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT PROF-FILE ASSIGN TO 'PROFESSOR.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROF-ID
           FILE STATUS IS WS-PROF-STATUS.

           SELECT ATR-FILE ASSIGN TO 'ATRIBUICAO.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ATR-CHAVE
           FILE STATUS IS WS-ATR-STATUS.

           SELECT NOTA-LOG-FILE ASSIGN TO 'NOTAS.LOG'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTALOG-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

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
       FD  CSV-FILE.
       01  CSV-LINE                PIC X(120).

       FD  NOTA-FILE.
       COPY NOTADATA.

       FD  NOTA-NEW-FILE.
       COPY NOTADATA REPLACING LEADING ==NOTA== BY ==NOTA-NEW==.

      *    LINHA REJEITADA DA PLANILHA, NO ESTILO DE PREALIST.REJ.
       FD  REJ-FILE.
       01  REJ-REC.
           05  REJ-TIMESTAMP       PIC X(020).
           05  REJ-OPERADOR        PIC X(010).
           05  REJ-LINHA           PIC 9(005).
           05  REJ-ALU-ID          PIC X(006).
           05  REJ-TURMA           PIC X(006).
           05  REJ-DISCIPLINA      PIC X(020).
           05  REJ-REASON-CODE     PIC 9(002).
           05  REJ-REASON-DESC     PIC X(030).

       FD  PRN-FILE.
       01  PRN-LINE                PIC X(80).

       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  PROF-FILE.
       COPY PROFDATA.

       FD  ATR-FILE.
       COPY ATRIBDATA.

       FD  NOTA-LOG-FILE.
       COPY NOTALOGDATA.

       FD  USER-CTL-FILE.
       COPY USERCTL.

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-CMD              PIC X(80) VALUE SPACES.
       01  WS-CSV-STATUS       PIC 99.
       01  WS-NOTA-STATUS      PIC 99.
       01  WS-NOTA-NEW-STATUS  PIC 99.
       01  WS-REJ-STATUS       PIC 99.
       01  WS-PRN-STATUS       PIC 99.
       01  WS-ALUM-STATUS      PIC 99.
       01  WS-NOTALOG-STATUS   PIC 99.
       01  WS-EOF              PIC X     VALUE 'N'.
       01  WS-ACHOU            PIC X     VALUE 'N'.
      *    I = SO INCLUI (ALUNO/DISCIPLINA JA LANCADO E REJEITADO),
      *    S = INCLUI E SOBRESCREVE AS NOTAS JA LANCADAS.
       01  WS-MODO             PIC X(01) VALUE SPACES.
       01  WS-LINHA-NUM        PIC 9(05) VALUE 0.
       01  WS-LIDAS            PIC 9(05) VALUE 0.
       01  WS-INCLUIDAS        PIC 9(05) VALUE 0.
       01  WS-ALTERADAS        PIC 9(05) VALUE 0.
       01  WS-SKIP-COUNT       PIC 9(05) VALUE 0.
       01  WS-REASON-CODE      PIC 9(02) VALUE 0.
       01  WS-QTD-PV           PIC 9(03) VALUE 0.
       01  WS-CURR-DATE.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
           05 WS-CURR-MM PIC 99 VALUE 0.
           05 WS-CURR-DD PIC 99 VALUE 0.

      *    CAMPOS DA LINHA DA PLANILHA.
       01  WS-CSV-ID           PIC X(06) VALUE SPACES.
       01  WS-CSV-ID-LEN       PIC 9(02) VALUE 0.
       01  WS-CSV-TURMA        PIC X(06) VALUE SPACES.
       01  WS-CSV-DISC         PIC X(20) VALUE SPACES.
       01  WS-CSV-NOTAS.
           05  WS-CSV-NT       PIC X(06) OCCURS 4 TIMES.
       01  WS-ID-X             PIC X(05) VALUE ZEROS.
       01  WS-ID-NUM REDEFINES WS-ID-X PIC 9(05).
       01  WS-ID-OK            PIC X     VALUE 'N'.
       01  WS-TURMA-LINHA      PIC X(06) VALUE SPACES.

      *    CONVERSAO DE UMA NOTA DA PLANILHA ("7", "7.5", "10,00").
       01  WS-NT-IDX           PIC 9(01) VALUE 0.
       01  WS-NT-INT           PIC X(03) VALUE SPACES.
       01  WS-NT-INT-LEN       PIC 9(02) VALUE 0.
       01  WS-NT-DEC           PIC X(03) VALUE SPACES.
       01  WS-NT-DEC-LEN       PIC 9(02) VALUE 0.
       01  WS-NT-PARTES.
           05  WS-NT-P-INT     PIC X(02).
           05  WS-NT-P-DEC     PIC X(02).
       01  WS-NT-VALOR REDEFINES WS-NT-PARTES PIC 9(02)V99.
       01  WS-NOTAS-OK         PIC X     VALUE 'N'.
       01  WS-LN-NOTAS.
           05  WS-LN-ITEM OCCURS 4 TIMES.
               10  WS-LN-NOTA  PIC 9(02)V99.
               10  WS-LN-INF   PIC X(01).

      *    LINHAS ACEITAS, APLICADAS NUMA UNICA PASSADA EM NOTAS.DAT.
      *    WS-CG-SIT: ESPACO = A APLICAR, 'I' = INCLUIDA, 'A' =
      *    ALTERADA, 'J' = REJEITADA NA APLICACAO (JA LANCADA NO MODO
      *    SO INCLUIR).
       01  WS-QTD-CARGA        PIC 9(04) VALUE 0.
       01  WS-CG-MAX           PIC 9(04) VALUE 1000.
       01  WS-CG-IDX           PIC 9(04) VALUE 0.
       01  WS-CARGA-TAB.
           05  WS-CG-ITEM OCCURS 1000 TIMES.
               10  WS-CG-LINHA      PIC 9(05).
               10  WS-CG-ID         PIC 9(05).
               10  WS-CG-NOME       PIC X(40).
               10  WS-CG-TURMA      PIC X(06).
               10  WS-CG-DISC       PIC X(20).
               10  WS-CG-NOTAS.
                   15  WS-CG-NT OCCURS 4 TIMES.
                       20  WS-CG-NOTA   PIC 9(02)V99.
                       20  WS-CG-INF    PIC X(01).
               10  WS-CG-SIT        PIC X(01).

      *    CONTADORES DO RESUMO POR TURMA.
       01  WS-QTD-TURMAS       PIC 9(03) VALUE 0.
       01  WS-TM-IDX           PIC 9(03) VALUE 0.
       01  WS-TURMA-CONTA      PIC X(06) VALUE SPACES.
       01  WS-TM-LIDAS         PIC 9(05) VALUE 0.
       01  WS-TURMAS-TAB.
           05  WS-TM-ITEM OCCURS 100 TIMES.
               10  WS-TM-TURMA      PIC X(06).
               10  WS-TM-INCL       PIC 9(05).
               10  WS-TM-ALTER      PIC 9(05).
               10  WS-TM-REJ        PIC 9(05).

       01  WS-MEDIA            PIC 9(02)V99 VALUE 0.
       01  WS-DET-LINE.
           05  WS-DET-ID       PIC 9(05).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DET-NOME     PIC X(20).
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DET-DISC     PIC X(20).
           05  WS-DET-NT OCCURS 4 TIMES.
               10  FILLER      PIC X(01).
               10  WS-DET-NOTA PIC Z9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DET-MEDIA    PIC Z9,99.
           05  FILLER          PIC X(01) VALUE SPACE.
           05  WS-DET-ACAO     PIC X(01).
       01  WS-DATA-ED.
           05 WS-DATA-ED-DD    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-MM    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-YY    PIC 9(04).
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSPROFACES.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'NOTASCSV' TO WS-SPL-PROGRAMA
           DISPLAY "******** CARGA DE NOTAS (NOTAS.CSV) ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
      *    O LOGON DIZ QUEM E O PROFESSOR - SO ENTRAM AS TURMAS/
      *    DISCIPLINAS ATRIBUIDAS A ELE (VER PROFACES.cpy).
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR

           DISPLAY "MODO DA CARGA:"
           DISPLAY "I PARA SO INCLUIR (NOTA JA LANCADA E REJEITADA)"
           DISPLAY "S PARA INCLUIR E SOBRESCREVER AS NOTAS LANCADAS"
           ACCEPT WS-MODO
           IF WS-MODO NOT = 'I' AND WS-MODO NOT = 'S' THEN
               DISPLAY "MODO INVALIDO"
               GO TO P999-STOP
           END-IF

           OPEN INPUT CSV-FILE
           IF WS-CSV-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO NOTAS.CSV NAO ENCONTRADO"
               GO TO P999-STOP
           END-IF
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               DISPLAY "ALUMESTRE.DAT AINDA NAO FOI CRIADO "
                       "(VER ALUMMNT)"
               CLOSE CSV-FILE
               GO TO P999-STOP
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               READ CSV-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       PERFORM P200-VALIDA-LINHA
               END-READ
           END-PERFORM
           CLOSE CSV-FILE
           CLOSE ALUM-FILE

           IF WS-QTD-CARGA > 0 THEN
               PERFORM P300-APLICA-CARGA
           END-IF
           PERFORM P600-RESUMO

           DISPLAY "LINHAS LIDAS: " WS-LIDAS
           DISPLAY "NOTAS INCLUIDAS: " WS-INCLUIDAS
           DISPLAY "NOTAS ALTERADAS: " WS-ALTERADAS
           DISPLAY "LINHAS REJEITADAS: " WS-SKIP-COUNT
                   " (VER NOTAS.REJ)"
           DISPLAY "RESUMO POR TURMA EM NOTASCSV.PRN - CONFERIR E "
                   "VISTAR ANTES DO CALCMEDIA"
           GO TO P999-STOP.

       P200-VALIDA-LINHA.
           ADD 1 TO WS-LINHA-NUM
      *    PLANILHA SALVA NO WINDOWS TRAZ CR NO FIM DA LINHA.
           INSPECT CSV-LINE REPLACING ALL X"0D" BY SPACE
           IF CSV-LINE = SPACES THEN
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-CSV-ID WS-CSV-TURMA WS-CSV-DISC
                          WS-CSV-NOTAS
           MOVE 0 TO WS-CSV-ID-LEN
           MOVE 0 TO WS-QTD-PV
           INSPECT CSV-LINE TALLYING WS-QTD-PV FOR ALL ";"
           IF WS-QTD-PV > 0 THEN
               UNSTRING CSV-LINE DELIMITED BY ";"
                   INTO WS-CSV-ID COUNT IN WS-CSV-ID-LEN
                        WS-CSV-TURMA WS-CSV-DISC
                        WS-CSV-NT(1) WS-CSV-NT(2)
                        WS-CSV-NT(3) WS-CSV-NT(4)
           ELSE
               UNSTRING CSV-LINE DELIMITED BY ","
                   INTO WS-CSV-ID COUNT IN WS-CSV-ID-LEN
                        WS-CSV-TURMA WS-CSV-DISC
                        WS-CSV-NT(1) WS-CSV-NT(2)
                        WS-CSV-NT(3) WS-CSV-NT(4)
           END-IF

           PERFORM P210-CONVERTE-ID
      *    PRIMEIRA LINHA SEM ID NUMERICO E O CABECALHO DA PLANILHA.
           IF WS-LINHA-NUM = 1 AND WS-ID-OK NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-LIDAS
           MOVE WS-CSV-TURMA TO WS-TURMA-LINHA

           MOVE 0 TO WS-REASON-CODE
           IF WS-ID-OK NOT = 'S' THEN
               MOVE 1 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ID-NUM TO ALUM-ID
           MOVE 'N' TO WS-ACHOU
           READ ALUM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ
           IF WS-ACHOU NOT = 'S' THEN
               MOVE 2 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF
      *    TURMA EM BRANCO NA PLANILHA: VALE A DO MESTRE.
           IF WS-TURMA-LINHA = SPACES THEN
               MOVE ALUM-TURMA TO WS-TURMA-LINHA
           END-IF
           IF ALUM-TURMA = SPACES THEN
               MOVE 3 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF ALUM-TURMA NOT = WS-TURMA-LINHA THEN
               MOVE 4 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           IF WS-CSV-DISC = SPACES THEN
               MOVE 5 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE 'S' TO WS-NOTAS-OK
           PERFORM P220-CONVERTE-NOTA
               VARYING WS-NT-IDX FROM 1 BY 1
               UNTIL WS-NT-IDX > 4 OR WS-NOTAS-OK = 'N'
           IF WS-NOTAS-OK NOT = 'S' THEN
               MOVE 6 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF WS-LN-INF(1) = 'N' AND WS-LN-INF(2) = 'N' AND
              WS-LN-INF(3) = 'N' AND WS-LN-INF(4) = 'N' THEN
               MOVE 7 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE ALUM-ANO    TO WS-PACE-ANO
           MOVE ALUM-TURMA  TO WS-PACE-TURMA
           MOVE WS-CSV-DISC TO WS-PACE-DISC
           PERFORM P-PROF-AUTORIZA
           IF WS-PACE-OK NOT = 'S' THEN
               MOVE 8 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-QTD-CARGA OR WS-ACHOU = 'S'
               IF WS-CG-ID(WS-CG-IDX) = ALUM-ID AND
                  WS-CG-DISC(WS-CG-IDX) = WS-CSV-DISC THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               MOVE 9 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-CARGA >= WS-CG-MAX THEN
               MOVE 10 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-CARGA
           MOVE WS-QTD-CARGA TO WS-CG-IDX
           MOVE WS-LINHA-NUM TO WS-CG-LINHA(WS-CG-IDX)
           MOVE ALUM-ID      TO WS-CG-ID(WS-CG-IDX)
           MOVE ALUM-NOME    TO WS-CG-NOME(WS-CG-IDX)
           MOVE ALUM-TURMA   TO WS-CG-TURMA(WS-CG-IDX)
           MOVE WS-CSV-DISC  TO WS-CG-DISC(WS-CG-IDX)
           MOVE WS-LN-NOTAS  TO WS-CG-NOTAS(WS-CG-IDX)
           MOVE SPACE        TO WS-CG-SIT(WS-CG-IDX).

       P210-CONVERTE-ID.
      *    ID SEM ZEROS A ESQUERDA NA PLANILHA ("12" = 00012).
           MOVE 'N' TO WS-ID-OK
           MOVE ZEROS TO WS-ID-X
           IF WS-CSV-ID-LEN < 1 OR WS-CSV-ID-LEN > 5 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-CSV-ID(1:WS-CSV-ID-LEN) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CSV-ID(1:WS-CSV-ID-LEN)
             TO WS-ID-X(6 - WS-CSV-ID-LEN:WS-CSV-ID-LEN)
           IF WS-ID-NUM > 0 THEN
               MOVE 'S' TO WS-ID-OK
           END-IF.

       P220-CONVERTE-NOTA.
      *    NOTA EM BRANCO = NAO INFORMADA (MANTEM A LANCADA); SENAO
      *    ATE 2 DIGITOS INTEIROS E 2 DECIMAIS, DE 0 A 10.
           MOVE 0   TO WS-LN-NOTA(WS-NT-IDX)
           MOVE 'N' TO WS-LN-INF(WS-NT-IDX)
           IF WS-CSV-NT(WS-NT-IDX) = SPACES THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-NOTAS-OK
           MOVE SPACES TO WS-NT-INT WS-NT-DEC
           MOVE 0 TO WS-NT-INT-LEN WS-NT-DEC-LEN
           UNSTRING WS-CSV-NT(WS-NT-IDX) DELIMITED BY "." OR ","
                                                   OR SPACE
               INTO WS-NT-INT COUNT IN WS-NT-INT-LEN
                    WS-NT-DEC COUNT IN WS-NT-DEC-LEN
           IF WS-NT-INT-LEN < 1 OR WS-NT-INT-LEN > 2 OR
              WS-NT-DEC-LEN > 2 THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-NT-INT(1:WS-NT-INT-LEN) IS NOT NUMERIC THEN
               EXIT PARAGRAPH
           END-IF
           MOVE "0000" TO WS-NT-PARTES
           MOVE WS-NT-INT(1:WS-NT-INT-LEN)
             TO WS-NT-P-INT(3 - WS-NT-INT-LEN:WS-NT-INT-LEN)
           IF WS-NT-DEC-LEN > 0 THEN
               IF WS-NT-DEC(1:WS-NT-DEC-LEN) IS NOT NUMERIC THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NT-DEC(1:WS-NT-DEC-LEN)
                 TO WS-NT-P-DEC(1:WS-NT-DEC-LEN)
           END-IF
           IF WS-NT-VALOR > 10 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NT-VALOR TO WS-LN-NOTA(WS-NT-IDX)
           MOVE 'S' TO WS-LN-INF(WS-NT-IDX)
           MOVE 'S' TO WS-NOTAS-OK.

       P300-APLICA-CARGA.
      *    UMA PASSADA EM NOTAS.DAT REGRAVANDO EM NOTAS.DAT.NEW (MESMO
      *    IDIOMA DE P300-REMOVER EM NOTASMNT): O QUE JA ESTA LANCADO E
      *    SOBRESCRITO OU REJEITADO CONFORME O MODO, E O RESTO DA CARGA
      *    ENTRA NO FIM DO ARQUIVO.
           OPEN OUTPUT NOTA-NEW-FILE
           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS NOT = 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ NOTA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM P310-CONFRONTA-LANCADA
                           MOVE NOTA-REC TO NOTA-NEW-REC
                           WRITE NOTA-NEW-REC
                   END-READ
               END-PERFORM
               CLOSE NOTA-FILE
           END-IF

           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-QTD-CARGA
               IF WS-CG-SIT(WS-CG-IDX) = SPACE THEN
                   PERFORM P330-INCLUI-NOVA
               END-IF
           END-PERFORM
           CLOSE NOTA-NEW-FILE

           MOVE "mv NOTAS.DAT.NEW NOTAS.DAT" TO WS-CMD
           CALL "SYSTEM" USING WS-CMD.

       P310-CONFRONTA-LANCADA.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-QTD-CARGA OR WS-ACHOU = 'S'
               IF WS-CG-SIT(WS-CG-IDX) = SPACE AND
                  WS-CG-ID(WS-CG-IDX) = NOTA-ALU-ID AND
                  WS-CG-DISC(WS-CG-IDX) = NOTA-DISCIPLINA THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-CG-IDX

           MOVE WS-CG-TURMA(WS-CG-IDX) TO WS-TURMA-CONTA
           PERFORM P850-LOCALIZA-TURMA
           IF WS-MODO = 'I' THEN
               MOVE 'J' TO WS-CG-SIT(WS-CG-IDX)
               MOVE WS-CG-LINHA(WS-CG-IDX) TO WS-LINHA-NUM
               MOVE WS-CG-ID(WS-CG-IDX)    TO WS-CSV-ID
               MOVE WS-CG-TURMA(WS-CG-IDX) TO WS-TURMA-LINHA
               MOVE WS-CG-DISC(WS-CG-IDX)  TO WS-CSV-DISC
               MOVE 11 TO WS-REASON-CODE
               PERFORM P800-REJEITA
               EXIT PARAGRAPH
           END-IF

           MOVE NOTA-A1 TO NLOG-ANT-A1
           MOVE NOTA-A2 TO NLOG-ANT-A2
           MOVE NOTA-T1 TO NLOG-ANT-T1
           MOVE NOTA-T2 TO NLOG-ANT-T2
           IF WS-CG-INF(WS-CG-IDX 1) = 'S' THEN
               MOVE WS-CG-NOTA(WS-CG-IDX 1) TO NOTA-A1
           END-IF
           IF WS-CG-INF(WS-CG-IDX 2) = 'S' THEN
               MOVE WS-CG-NOTA(WS-CG-IDX 2) TO NOTA-A2
           END-IF
           IF WS-CG-INF(WS-CG-IDX 3) = 'S' THEN
               MOVE WS-CG-NOTA(WS-CG-IDX 3) TO NOTA-T1
           END-IF
           IF WS-CG-INF(WS-CG-IDX 4) = 'S' THEN
               MOVE WS-CG-NOTA(WS-CG-IDX 4) TO NOTA-T2
           END-IF
      *    O RESUMO MOSTRA AS NOTAS COMO FICARAM NO BOLETIM.
           MOVE NOTA-A1 TO WS-CG-NOTA(WS-CG-IDX 1)
           MOVE NOTA-A2 TO WS-CG-NOTA(WS-CG-IDX 2)
           MOVE NOTA-T1 TO WS-CG-NOTA(WS-CG-IDX 3)
           MOVE NOTA-T2 TO WS-CG-NOTA(WS-CG-IDX 4)
           MOVE 'A' TO WS-CG-SIT(WS-CG-IDX)
           ADD 1 TO WS-ALTERADAS
           ADD 1 TO WS-TM-ALTER(WS-TM-IDX)

           MOVE NOTA-A1 TO NLOG-DEP-A1
           MOVE NOTA-A2 TO NLOG-DEP-A2
           MOVE NOTA-T1 TO NLOG-DEP-T1
           MOVE NOTA-T2 TO NLOG-DEP-T2
           MOVE 'A' TO NLOG-ACAO
           PERFORM P700-LOG-NOTA.

       P330-INCLUI-NOVA.
           MOVE WS-CG-ID(WS-CG-IDX)      TO NOTA-NEW-ALU-ID
           MOVE WS-CG-NOME(WS-CG-IDX)    TO NOTA-NEW-ALU-NOME
           MOVE WS-CG-DISC(WS-CG-IDX)    TO NOTA-NEW-DISCIPLINA
           MOVE WS-CG-NOTA(WS-CG-IDX 1) TO NOTA-NEW-A1
           MOVE WS-CG-NOTA(WS-CG-IDX 2) TO NOTA-NEW-A2
           MOVE WS-CG-NOTA(WS-CG-IDX 3) TO NOTA-NEW-T1
           MOVE WS-CG-NOTA(WS-CG-IDX 4) TO NOTA-NEW-T2
           WRITE NOTA-NEW-REC
           MOVE 'I' TO WS-CG-SIT(WS-CG-IDX)
           ADD 1 TO WS-INCLUIDAS
           MOVE WS-CG-TURMA(WS-CG-IDX) TO WS-TURMA-CONTA
           PERFORM P850-LOCALIZA-TURMA
           ADD 1 TO WS-TM-INCL(WS-TM-IDX)

           MOVE ZEROS TO NLOG-ANTES
           MOVE NOTA-NEW-A1 TO NLOG-DEP-A1
           MOVE NOTA-NEW-A2 TO NLOG-DEP-A2
           MOVE NOTA-NEW-T1 TO NLOG-DEP-T1
           MOVE NOTA-NEW-T2 TO NLOG-DEP-T2
           MOVE 'I' TO NLOG-ACAO
           PERFORM P700-LOG-NOTA.

       P600-RESUMO.
      *    UM BLOCO POR TURMA: AS NOTAS COMO FICARAM NO BOLETIM, COM A
      *    MEDIA DA DISCIPLINA ((A1+A2+T1+T2)/4, MESMA CONTA DO
      *    CALCMEDIA), OS TOTAIS E A LINHA PARA O VISTO DO PROFESSOR.
           MOVE 'NOTASCSV.PRN' TO WS-SPL-ARQUIVO
           MOVE 80             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT PRN-FILE
           END-IF
           MOVE WS-CURR-DD TO WS-DATA-ED-DD
           MOVE WS-CURR-MM TO WS-DATA-ED-MM
           MOVE WS-CURR-YY TO WS-DATA-ED-YY

           MOVE "==== CARGA DE NOTAS - RESUMO POR TURMA ====" TO
                PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO PRN-LINE
           STRING "DATA: "        DELIMITED BY SIZE
                  WS-DATA-ED      DELIMITED BY SIZE
                  "  OPERADOR: "  DELIMITED BY SIZE
                  WS-OPERADOR-ID  DELIMITED BY SIZE
                  "  MODO: "      DELIMITED BY SIZE
                  WS-MODO         DELIMITED BY SIZE
                  INTO PRN-LINE
           WRITE PRN-LINE

           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-QTD-TURMAS
               PERFORM P620-RESUMO-TURMA
           END-PERFORM

           MOVE SPACES TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO PRN-LINE
           STRING "TOTAL  LIDAS: "   DELIMITED BY SIZE
                  WS-LIDAS           DELIMITED BY SIZE
                  "  INCLUIDAS: "    DELIMITED BY SIZE
                  WS-INCLUIDAS       DELIMITED BY SIZE
                  "  ALTERADAS: "    DELIMITED BY SIZE
                  WS-ALTERADAS       DELIMITED BY SIZE
                  "  REJEITADAS: "   DELIMITED BY SIZE
                  WS-SKIP-COUNT      DELIMITED BY SIZE
                  INTO PRN-LINE
           WRITE PRN-LINE
           CLOSE PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P620-RESUMO-TURMA.
           MOVE SPACES TO PRN-LINE
           WRITE PRN-LINE
           MOVE SPACES TO PRN-LINE
           IF WS-TM-TURMA(WS-TM-IDX) = SPACES THEN
               MOVE "TURMA: (NAO IDENTIFICADA)" TO PRN-LINE
           ELSE
               STRING "TURMA: "              DELIMITED BY SIZE
                      WS-TM-TURMA(WS-TM-IDX) DELIMITED BY SIZE
                      INTO PRN-LINE
           END-IF
           WRITE PRN-LINE
           MOVE "ID    ALUNO                DISCIPLINA              A1"
             TO PRN-LINE
           MOVE "    A2    T1    T2 MEDIA I/A" TO PRN-LINE(54:27)
           WRITE PRN-LINE

           PERFORM VARYING WS-CG-IDX FROM 1 BY 1
                   UNTIL WS-CG-IDX > WS-QTD-CARGA
               IF WS-CG-TURMA(WS-CG-IDX) = WS-TM-TURMA(WS-TM-IDX) AND
                  (WS-CG-SIT(WS-CG-IDX) = 'I' OR
                   WS-CG-SIT(WS-CG-IDX) = 'A') THEN
                   PERFORM P640-LINHA-ALUNO
               END-IF
           END-PERFORM

           COMPUTE WS-TM-LIDAS = WS-TM-INCL(WS-TM-IDX) +
                   WS-TM-ALTER(WS-TM-IDX) + WS-TM-REJ(WS-TM-IDX)
           MOVE SPACES TO PRN-LINE
           STRING "LIDAS: "                DELIMITED BY SIZE
                  WS-TM-LIDAS              DELIMITED BY SIZE
                  "  INCLUIDAS: "          DELIMITED BY SIZE
                  WS-TM-INCL(WS-TM-IDX)    DELIMITED BY SIZE
                  "  ALTERADAS: "          DELIMITED BY SIZE
                  WS-TM-ALTER(WS-TM-IDX)   DELIMITED BY SIZE
                  "  REJEITADAS: "         DELIMITED BY SIZE
                  WS-TM-REJ(WS-TM-IDX)     DELIMITED BY SIZE
                  INTO PRN-LINE
           WRITE PRN-LINE
           MOVE "VISTO DO PROFESSOR: ______________________________"
             TO PRN-LINE
           WRITE PRN-LINE.

       P640-LINHA-ALUNO.
           MOVE WS-CG-ID(WS-CG-IDX)   TO WS-DET-ID
           MOVE WS-CG-NOME(WS-CG-IDX) TO WS-DET-NOME
           MOVE WS-CG-DISC(WS-CG-IDX) TO WS-DET-DISC
           PERFORM VARYING WS-NT-IDX FROM 1 BY 1 UNTIL WS-NT-IDX > 4
               MOVE SPACE TO WS-DET-NT(WS-NT-IDX)(1:1)
               MOVE WS-CG-NOTA(WS-CG-IDX WS-NT-IDX)
                 TO WS-DET-NOTA(WS-NT-IDX)
           END-PERFORM
           COMPUTE WS-MEDIA ROUNDED =
                   (WS-CG-NOTA(WS-CG-IDX 1) + WS-CG-NOTA(WS-CG-IDX 2)
                  + WS-CG-NOTA(WS-CG-IDX 3) + WS-CG-NOTA(WS-CG-IDX 4))
                   / 4
           MOVE WS-MEDIA TO WS-DET-MEDIA
           MOVE WS-CG-SIT(WS-CG-IDX) TO WS-DET-ACAO
           MOVE WS-DET-LINE TO PRN-LINE
           WRITE PRN-LINE.

       P700-LOG-NOTA.
      *    NLOG-ACAO E AS NOTAS ANTES/DEPOIS JA PREENCHIDAS.
           MOVE "NOTASCSV"             TO NLOG-PROGRAMA
           MOVE WS-CG-ID(WS-CG-IDX)   TO NLOG-ALU-ID
           MOVE WS-CG-DISC(WS-CG-IDX) TO NLOG-DISCIPLINA
           PERFORM P-NOTALOG-GRAVA.

       P800-REJEITA.
           MOVE FUNCTION CURRENT-DATE TO REJ-TIMESTAMP
           MOVE WS-OPERADOR-ID TO REJ-OPERADOR
           MOVE WS-LINHA-NUM   TO REJ-LINHA
           MOVE WS-CSV-ID      TO REJ-ALU-ID
           MOVE WS-TURMA-LINHA TO REJ-TURMA
           MOVE WS-CSV-DISC    TO REJ-DISCIPLINA
           MOVE WS-REASON-CODE TO REJ-REASON-CODE
           EVALUATE WS-REASON-CODE
               WHEN 1 MOVE "ID DO ALUNO INVALIDO"    TO REJ-REASON-DESC
               WHEN 2 MOVE "ALUNO NAO CADASTRADO"    TO REJ-REASON-DESC
               WHEN 3 MOVE "ALUNO NAO ENTURMADO"     TO REJ-REASON-DESC
               WHEN 4 MOVE "ALUNO NAO ESTA NA TURMA" TO REJ-REASON-DESC
               WHEN 5 MOVE "DISCIPLINA EM BRANCO"    TO REJ-REASON-DESC
               WHEN 6 MOVE "NOTA INVALIDA OU FORA 0-10"
                                                     TO REJ-REASON-DESC
               WHEN 7 MOVE "NENHUMA NOTA NA LINHA"   TO REJ-REASON-DESC
               WHEN 8 MOVE "TURMA/DISCIPLINA NAO ATRIB"
                                                     TO REJ-REASON-DESC
               WHEN 9 MOVE "LINHA REPETIDA NA PLANILHA"
                                                     TO REJ-REASON-DESC
               WHEN 10 MOVE "LIMITE DE LINHAS DA CARGA"
                                                     TO REJ-REASON-DESC
               WHEN 11 MOVE "NOTA JA LANCADA (SO INCLUIR)"
                                                     TO REJ-REASON-DESC
               WHEN OTHER MOVE "NAO INFORMADO"       TO REJ-REASON-DESC
           END-EVALUATE
           OPEN EXTEND REJ-FILE
           IF WS-REJ-STATUS EQUAL 35 THEN
               OPEN OUTPUT REJ-FILE
           END-IF
           WRITE REJ-REC
           CLOSE REJ-FILE
           ADD 1 TO WS-SKIP-COUNT
           MOVE WS-TURMA-LINHA TO WS-TURMA-CONTA
           PERFORM P850-LOCALIZA-TURMA
           ADD 1 TO WS-TM-REJ(WS-TM-IDX).

       P850-LOCALIZA-TURMA.
      *    ACHA (OU ABRE) O CONTADOR DA TURMA WS-TURMA-CONTA; ALEM DO
      *    LIMITE DA TABELA, SOMA NA ULTIMA POSICAO.
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-TM-IDX FROM 1 BY 1
                   UNTIL WS-TM-IDX > WS-QTD-TURMAS OR WS-ACHOU = 'S'
               IF WS-TM-TURMA(WS-TM-IDX) = WS-TURMA-CONTA THEN
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM
           IF WS-ACHOU = 'S' THEN
               SUBTRACT 1 FROM WS-TM-IDX
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-TURMAS >= 100 THEN
               MOVE 100 TO WS-TM-IDX
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-TURMAS
           MOVE WS-QTD-TURMAS  TO WS-TM-IDX
           MOVE WS-TURMA-CONTA TO WS-TM-TURMA(WS-TM-IDX)
           MOVE 0 TO WS-TM-INCL(WS-TM-IDX) WS-TM-ALTER(WS-TM-IDX)
                     WS-TM-REJ(WS-TM-IDX).

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY PROFACES.
       COPY NOTALOG.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM NOTASCSV.
