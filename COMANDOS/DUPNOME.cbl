      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: VARREDURA DE DUPLICIDADE DE PESSOA POR NOME - O
      *          DUPCPF E O CPFXREF SO ACHAM CPF IDENTICO, MAS A
      *          DUPLICIDADE REAL VEM DE CPF DIGITADO ERRADO ("JOSE DA
      *          SILVA" E "JOSE SILVA" COM DOIS DIGITOS TROCADOS).
      *          MONTA A CHAVE FONETICA DE CADA NOME (FONETICA/
      *          NOMESPL: SEM ACENTOS E SEM PARTICULAS, CODIGO DO
      *          PRIMEIRO E DO ULTIMO NOME) E COMPARA, DENTRO DE CADA
      *          CHAVE, TODOS OS PARES DE REGISTRO E DE CLIENTE.
      *          PONTUACAO (0 A 100): MESMA CHAVE FONETICA 50, MESMO
      *          NOME SEM ACENTOS/PARTICULAS +10, CPF PARECIDO (UM
      *          DIGITO DIFERENTE OU DOIS VIZINHOS TROCADOS) +15; EM
      *          REGISTRO, MESMA DATA DE NASCIMENTO +25 (DATAS
      *          INFORMADAS E DIFERENTES DESCARTAM O PAR); EM CLIENTE,
      *          MESMO TELEFONE +15 E MESMO CEP +10. PARES COM
      *          PONTUACAO A PARTIR DE WS-LIMIAR SAEM EM DUPNOME.PRN EM
      *          ORDEM DECRESCENTE. OS PARES DE REGISTRO VAO PARA O
      *          ARQUIVO DE REVISAO DO SUPERVISOR (DUPNOME.REV, VER
      *          DUPREV); OS DE CLIENTE SAO CONFIRMADOS PELO OPERADOR
      *          NA HORA - O CONFIRMADO ENTRA NA FILA DE FUSAO
      *          (CLIFUSAO.FIL, VER FUSFILA) E O CLIMERGE E CHAMADO EM
      *          SEGUIDA PARA CADA PAR PENDENTE NA FILA. PAR JA
      *          DECIDIDO NA FILA NAO E PERGUNTADO DE NOVO.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM DUPNOME.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPNOME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS CPF
           ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT SORT-FILE ASSIGN TO 'DUPNOME.SRT'.
           SELECT PAR-SORT-FILE ASSIGN TO 'DUPNOME-PAR.SRT'.

           SELECT DUP-PRN-FILE ASSIGN TO 'DUPNOME.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT DUP-REV-FILE ASSIGN TO 'DUPNOME.REV'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REV-STATUS.

           SELECT FUS-FILE ASSIGN TO 'CLIFUSAO.FIL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-FUS-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

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
       FD USER-CTL-FILE.
       COPY USERCTL.

       FD REG-FILE.
       COPY PRSDATA.

       FD CLIENTE.
       COPY CLIDATA.

       SD SORT-FILE.
       01 SD-REC.
         05 SD-CHAVE         PIC X(20).
         05 SD-CPF           PIC 9(11).
         05 SD-COD           PIC 9(07).
         05 SD-NOME          PIC X(50).
         05 SD-NOME-LIMPO    PIC X(60).
         05 SD-DT-NASC       PIC 9(08).
         05 SD-TEL           PIC X(12).
         05 SD-CEP           PIC X(09).

       SD PAR-SORT-FILE.
       01 SP-REC.
         05 SP-ORIGEM        PIC X(01).
         05 SP-SCORE         PIC 9(03).
         05 SP-ID-A          PIC 9(11).
         05 SP-NOME-A        PIC X(50).
         05 SP-DT-A          PIC 9(08).
         05 SP-ID-B          PIC 9(11).
         05 SP-NOME-B        PIC X(50).
         05 SP-DT-B          PIC 9(08).

       FD DUP-PRN-FILE.
       01 DUP-LINE           PIC X(100).

       FD DUP-REV-FILE.
       COPY DUPREV.

       FD FUS-FILE.
       COPY FUSFILA.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

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
       01 WS-REG-STATUS      PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-REV-STATUS      PIC 99.
       01 WS-FUS-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-EOF-SORT        PIC X      VALUE 'N'.
       01 WS-CMD             PIC X(60)  VALUE SPACES.
      *    'R' = VARREDURA DE REGISTRO, 'C' = VARREDURA DE CLIENTE.
       01 WS-ORIGEM          PIC X(01)  VALUE SPACE.
       01 WS-LIMIAR          PIC 9(03)  VALUE 70.
       01 WS-SCORE           PIC 9(03)  VALUE 0.
       01 WS-I               PIC 9(03)  VALUE 0.
       01 WS-J               PIC 9(03)  VALUE 0.
       01 WS-J-INICIO        PIC 9(03)  VALUE 0.
       01 WS-P               PIC 9(04)  VALUE 0.
       01 WS-K               PIC 9(02)  VALUE 0.
       01 WS-RESPOSTA        PIC X(01)  VALUE SPACE.
       01 WS-FIM-CONF        PIC X(01)  VALUE 'N'.
       01 WS-JA-DECIDIDO     PIC X(01)  VALUE 'N'.

      *    COMPARACAO DE CPF: UM DIGITO DIFERENTE OU DOIS DIGITOS
      *    VIZINHOS TROCADOS CONTAM COMO CPF PARECIDO.
       01 WS-CPF-X           PIC 9(11)  VALUE 0.
       01 WS-CPF-X-R REDEFINES WS-CPF-X.
         05 WS-CPF-X-DIG     PIC X(01) OCCURS 11 TIMES.
       01 WS-CPF-Y           PIC 9(11)  VALUE 0.
       01 WS-CPF-Y-R REDEFINES WS-CPF-Y.
         05 WS-CPF-Y-DIG     PIC X(01) OCCURS 11 TIMES.
       01 WS-CPF-QTD-DIF     PIC 9(02)  VALUE 0.
       01 WS-CPF-DIF-1       PIC 9(02)  VALUE 0.
       01 WS-CPF-DIF-2       PIC 9(02)  VALUE 0.
       01 WS-CPF-PARECIDO    PIC X(01)  VALUE 'N'.

      *    PESSOAS DA MESMA CHAVE FONETICA. CHAVE COM MAIS DE 50
      *    PESSOAS (NOME MUITO COMUM) SO COMPARA AS 50 PRIMEIRAS.
       01 WS-GRP-CHAVE       PIC X(20)  VALUE SPACES.
       01 WS-GRP-QTD         PIC 9(03)  VALUE 0.
       01 WS-GRP-TAB.
         05 WS-GRP OCCURS 50 TIMES.
           10 WS-GRP-CPF         PIC 9(11).
           10 WS-GRP-COD         PIC 9(07).
           10 WS-GRP-NOME        PIC X(50).
           10 WS-GRP-NOME-LIMPO  PIC X(60).
           10 WS-GRP-DT-NASC     PIC 9(08).
           10 WS-GRP-TEL         PIC X(12).
           10 WS-GRP-CEP         PIC X(09).

      *    PARES CANDIDATOS DAS DUAS VARREDURAS. WS-PAR-ID E O CPF EM
      *    REGISTRO E O COD-CLIENTE EM CLIENTE; WS-PAR-DT E A DATA DE
      *    NASCIMENTO (SO EM REGISTRO). DEPOIS DA CLASSIFICACAO A
      *    TABELA FICA NA ORDEM DECRESCENTE DE PONTUACAO.
       01 WS-QTD-PARES       PIC 9(04)  VALUE 0.
       01 WS-PAR-TAB.
         05 WS-PAR OCCURS 2000 TIMES.
           10 WS-PAR-ORIGEM      PIC X(01).
           10 WS-PAR-SCORE       PIC 9(03).
           10 WS-PAR-ID-A        PIC 9(11).
           10 WS-PAR-NOME-A      PIC X(50).
           10 WS-PAR-DT-A        PIC 9(08).
           10 WS-PAR-ID-B        PIC 9(11).
           10 WS-PAR-NOME-B      PIC X(50).
           10 WS-PAR-DT-B        PIC 9(08).

      *    PARES JA DECIDIDOS NA FILA DE FUSAO (CLIFUSAO.FIL).
       01 WS-QTD-FILA        PIC 9(04)  VALUE 0.
       01 WS-FIL-IDX         PIC 9(04)  VALUE 0.
       01 WS-FIL-TAB.
         05 WS-FIL OCCURS 2000 TIMES.
           10 WS-FIL-COD-A       PIC 9(07).
           10 WS-FIL-COD-B       PIC 9(07).
       01 WS-COD-A           PIC 9(07)  VALUE 0.
       01 WS-COD-B           PIC 9(07)  VALUE 0.

      *    TOTAIS.
       01 WS-QTD-LIDOS-REG   PIC 9(05)  VALUE 0.
       01 WS-QTD-LIDOS-CLI   PIC 9(05)  VALUE 0.
       01 WS-QTD-PARES-REG   PIC 9(04)  VALUE 0.
       01 WS-QTD-PARES-CLI   PIC 9(04)  VALUE 0.
       01 WS-QTD-GRP-CORTE   PIC 9(05)  VALUE 0.
       01 WS-QTD-PAR-CORTE   PIC 9(05)  VALUE 0.
       01 WS-QTD-CONFIRMADOS PIC 9(04)  VALUE 0.
       01 WS-QTD-RECUSADOS   PIC 9(04)  VALUE 0.
       01 WS-QTD-JA-DECIDIDO PIC 9(04)  VALUE 0.
       01 WS-QTD-PENDENTES   PIC 9(04)  VALUE 0.
       01 WS-QTD-ED          PIC ZZZZ9.
       01 WS-SCORE-ED        PIC ZZ9.
       01 WS-COD-ED          PIC 9(07).
       01 WS-DT-ED.
         05 WS-DT-ED-DD      PIC 99.
         05 FILLER           PIC X      VALUE '/'.
         05 WS-DT-ED-MM      PIC 99.
         05 FILLER           PIC X      VALUE '/'.
         05 WS-DT-ED-AAAA    PIC 9(04).
       01 WS-DT-AUX          PIC 9(08)  VALUE 0.
       01 WS-DT-AUX-R REDEFINES WS-DT-AUX.
         05 WS-DT-AUX-AAAA   PIC 9(04).
         05 WS-DT-AUX-MM     PIC 99.
         05 WS-DT-AUX-DD     PIC 99.
       01 WS-DT-TXT          PIC X(10)  VALUE SPACES.

       COPY CLIPATH.
       COPY WSNOMESPL.
       COPY WSFONETICA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSDATAMOV.
       COPY WSFILELOCK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'DUPNOME' TO WS-SPL-PROGRAMA
           DISPLAY "******** DUPLICIDADE DE PESSOA POR NOME ********"
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
           ACCEPT WS-CLIENTE-PATH FROM ENVIRONMENT "CLIENTE_PATH"
               ON EXCEPTION CONTINUE
           END-ACCEPT

           PERFORM P100-CARREGA-FILA

           MOVE 'DUPNOME.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           OPEN OUTPUT DUP-PRN-FILE
           OPEN OUTPUT DUP-REV-FILE
           MOVE SPACES TO DUP-LINE
           STRING "DUPLICIDADE DE PESSOA POR NOME EM " DELIMITED BY SIZE
                  WS-DT-NEGOCIO                        DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE WS-LIMIAR TO WS-SCORE-ED
           MOVE SPACES TO DUP-LINE
           STRING "PONTUACAO MINIMA: " DELIMITED BY SIZE
                  WS-SCORE-ED          DELIMITED BY SIZE
                  " DE 100"            DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME

           MOVE 'R' TO WS-ORIGEM
           SORT SORT-FILE
               ON ASCENDING KEY SD-CHAVE
               INPUT PROCEDURE IS P200-CHAVES-REGISTRO
               OUTPUT PROCEDURE IS P400-COMPARA-CHAVES

           MOVE 'C' TO WS-ORIGEM
           SORT SORT-FILE
               ON ASCENDING KEY SD-CHAVE
               INPUT PROCEDURE IS P300-CHAVES-CLIENTE
               OUTPUT PROCEDURE IS P400-COMPARA-CHAVES

           IF WS-QTD-PARES > 0 THEN
               SORT PAR-SORT-FILE
                   ON DESCENDING KEY SP-SCORE
                   ON ASCENDING KEY SP-ORIGEM SP-ID-A
                   INPUT PROCEDURE IS P600-LIBERA-PARES
                   OUTPUT PROCEDURE IS P700-LISTA-PARES
           END-IF

           PERFORM P750-TOTAIS
           CLOSE DUP-REV-FILE
           CLOSE DUP-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA

           IF WS-QTD-PARES-CLI > 0 THEN
               PERFORM P800-CONFIRMA-CLIENTES
           END-IF
           PERFORM P900-CHAMA-CLIMERGE
           GO TO P999-STOP.

       P100-CARREGA-FILA.
      *    PARES DE CLIENTE JA DECIDIDOS EM VARREDURAS ANTERIORES (EM
      *    QUALQUER SITUACAO) NAO SAO PERGUNTADOS DE NOVO.
           MOVE 0   TO WS-QTD-FILA
           MOVE 'N' TO WS-EOF
           OPEN INPUT FUS-FILE
           IF WS-FUS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ FUS-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FUS-PENDENTE THEN
                           ADD 1 TO WS-QTD-PENDENTES
                       END-IF
                       IF WS-QTD-FILA < 2000 THEN
                           ADD 1 TO WS-QTD-FILA
                           MOVE FUS-COD-A TO WS-FIL-COD-A(WS-QTD-FILA)
                           MOVE FUS-COD-B TO WS-FIL-COD-B(WS-QTD-FILA)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FUS-FILE.

       P200-CHAVES-REGISTRO.
           MOVE 'N' TO WS-EOF
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS EQUAL 35 THEN
               DISPLAY "REGISTRO AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-QTD-LIDOS-REG
                       MOVE NAMES TO WS-FON-NOME-ENTRADA
                       PERFORM P-FON-CHAVE
                       IF WS-FON-CHAVE NOT = SPACES THEN
                           INITIALIZE SD-REC
                           MOVE WS-FON-CHAVE      TO SD-CHAVE
                           MOVE CPF               TO SD-CPF
                           MOVE NAMES             TO SD-NOME
                           MOVE WS-FON-NOME-LIMPO TO SD-NOME-LIMPO
                           MOVE DT-NASCIMENTO     TO SD-DT-NASC
                           RELEASE SD-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

       P300-CHAVES-CLIENTE.
      *    CADASTRO JA ANONIMIZADO (VER ANONIMIZA) NAO TEM NOME A
      *    COMPARAR.
           MOVE 'N' TO WS-EOF
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               DISPLAY "ARQUIVO CLIENTE AINDA NAO FOI CRIADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF COD-CLIENTE NOT = 0 AND
                          NM-CLIENTE NOT = "ANONIMIZADO" THEN
                           ADD 1 TO WS-QTD-LIDOS-CLI
                           MOVE NM-CLIENTE TO WS-FON-NOME-ENTRADA
                           PERFORM P-FON-CHAVE
                           IF WS-FON-CHAVE NOT = SPACES THEN
                               INITIALIZE SD-REC
                               MOVE WS-FON-CHAVE      TO SD-CHAVE
                               MOVE CPF-CLIENTE       TO SD-CPF
                               MOVE COD-CLIENTE       TO SD-COD
                               MOVE NM-CLIENTE        TO SD-NOME
                               MOVE WS-FON-NOME-LIMPO TO SD-NOME-LIMPO
                               MOVE TEL-CLIENTE       TO SD-TEL
                               MOVE CEP-CLIENTE       TO SD-CEP
                               RELEASE SD-REC
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTE.

       P400-COMPARA-CHAVES.
           MOVE 'N'    TO WS-EOF-SORT
           MOVE 0      TO WS-GRP-QTD
           MOVE SPACES TO WS-GRP-CHAVE
           PERFORM UNTIL WS-EOF-SORT = 'S'
               RETURN SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-SORT
                   NOT AT END
                       PERFORM P410-ACUMULA-CHAVE
               END-RETURN
           END-PERFORM
           PERFORM P420-COMPARA-GRUPO.

       P410-ACUMULA-CHAVE.
           IF SD-CHAVE NOT = WS-GRP-CHAVE THEN
               PERFORM P420-COMPARA-GRUPO
               MOVE 0        TO WS-GRP-QTD
               MOVE SD-CHAVE TO WS-GRP-CHAVE
           END-IF
           IF WS-GRP-QTD >= 50 THEN
               ADD 1 TO WS-QTD-GRP-CORTE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GRP-QTD
           MOVE SD-CPF        TO WS-GRP-CPF(WS-GRP-QTD)
           MOVE SD-COD        TO WS-GRP-COD(WS-GRP-QTD)
           MOVE SD-NOME       TO WS-GRP-NOME(WS-GRP-QTD)
           MOVE SD-NOME-LIMPO TO WS-GRP-NOME-LIMPO(WS-GRP-QTD)
           MOVE SD-DT-NASC    TO WS-GRP-DT-NASC(WS-GRP-QTD)
           MOVE SD-TEL        TO WS-GRP-TEL(WS-GRP-QTD)
           MOVE SD-CEP        TO WS-GRP-CEP(WS-GRP-QTD).

       P420-COMPARA-GRUPO.
           IF WS-GRP-QTD < 2 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I >= WS-GRP-QTD
               COMPUTE WS-J-INICIO = WS-I + 1
               PERFORM VARYING WS-J FROM WS-J-INICIO BY 1
                       UNTIL WS-J > WS-GRP-QTD
                   PERFORM P430-PONTUA-PAR
               END-PERFORM
           END-PERFORM.

       P430-PONTUA-PAR.
      *    A CHAVE FONETICA (PRIMEIRO + ULTIMO NOME) E A MESMA DENTRO
      *    DO GRUPO - O RESTO DA PONTUACAO VEM DO QUE CONFIRMA OU
      *    DESMENTE QUE E A MESMA PESSOA.
           MOVE 50 TO WS-SCORE
           IF WS-GRP-NOME-LIMPO(WS-I) = WS-GRP-NOME-LIMPO(WS-J) THEN
               ADD 10 TO WS-SCORE
           END-IF
           MOVE WS-GRP-CPF(WS-I) TO WS-CPF-X
           MOVE WS-GRP-CPF(WS-J) TO WS-CPF-Y
           PERFORM P440-CPF-PARECIDO
           IF WS-CPF-PARECIDO = 'S' THEN
               ADD 15 TO WS-SCORE
           END-IF
           IF WS-ORIGEM = 'R' THEN
               IF WS-GRP-DT-NASC(WS-I) NOT = 0 AND
                  WS-GRP-DT-NASC(WS-J) NOT = 0 THEN
                   IF WS-GRP-DT-NASC(WS-I) = WS-GRP-DT-NASC(WS-J) THEN
                       ADD 25 TO WS-SCORE
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
           ELSE
               IF WS-GRP-TEL(WS-I) NOT = SPACES AND
                  WS-GRP-TEL(WS-I) = WS-GRP-TEL(WS-J) THEN
                   ADD 15 TO WS-SCORE
               END-IF
               IF WS-GRP-CEP(WS-I) NOT = SPACES AND
                  WS-GRP-CEP(WS-I) = WS-GRP-CEP(WS-J) THEN
                   ADD 10 TO WS-SCORE
               END-IF
           END-IF
           IF WS-SCORE < WS-LIMIAR THEN
               EXIT PARAGRAPH
           END-IF
           IF WS-QTD-PARES >= 2000 THEN
               ADD 1 TO WS-QTD-PAR-CORTE
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-QTD-PARES
           MOVE WS-ORIGEM            TO WS-PAR-ORIGEM(WS-QTD-PARES)
           MOVE WS-SCORE             TO WS-PAR-SCORE(WS-QTD-PARES)
           MOVE WS-GRP-NOME(WS-I)    TO WS-PAR-NOME-A(WS-QTD-PARES)
           MOVE WS-GRP-NOME(WS-J)    TO WS-PAR-NOME-B(WS-QTD-PARES)
           MOVE WS-GRP-DT-NASC(WS-I) TO WS-PAR-DT-A(WS-QTD-PARES)
           MOVE WS-GRP-DT-NASC(WS-J) TO WS-PAR-DT-B(WS-QTD-PARES)
           IF WS-ORIGEM = 'R' THEN
               MOVE WS-GRP-CPF(WS-I) TO WS-PAR-ID-A(WS-QTD-PARES)
               MOVE WS-GRP-CPF(WS-J) TO WS-PAR-ID-B(WS-QTD-PARES)
               ADD 1 TO WS-QTD-PARES-REG
           ELSE
               MOVE WS-GRP-COD(WS-I) TO WS-PAR-ID-A(WS-QTD-PARES)
               MOVE WS-GRP-COD(WS-J) TO WS-PAR-ID-B(WS-QTD-PARES)
               ADD 1 TO WS-QTD-PARES-CLI
           END-IF.

       P440-CPF-PARECIDO.
      *    CPF ZERO (NAO INFORMADO NO CLIENTE) NUNCA E PARECIDO.
           MOVE 'N' TO WS-CPF-PARECIDO
           IF WS-CPF-X = 0 OR WS-CPF-Y = 0 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-CPF-QTD-DIF WS-CPF-DIF-1 WS-CPF-DIF-2
           PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > 11
               IF WS-CPF-X-DIG(WS-K) NOT = WS-CPF-Y-DIG(WS-K) THEN
                   ADD 1 TO WS-CPF-QTD-DIF
                   IF WS-CPF-QTD-DIF = 1 THEN
                       MOVE WS-K TO WS-CPF-DIF-1
                   ELSE
                       MOVE WS-K TO WS-CPF-DIF-2
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-CPF-QTD-DIF <= 1
                   MOVE 'S' TO WS-CPF-PARECIDO
               WHEN WS-CPF-QTD-DIF = 2 AND
                    WS-CPF-DIF-2 = WS-CPF-DIF-1 + 1
                   IF WS-CPF-X-DIG(WS-CPF-DIF-1) =
                      WS-CPF-Y-DIG(WS-CPF-DIF-2) AND
                      WS-CPF-X-DIG(WS-CPF-DIF-2) =
                      WS-CPF-Y-DIG(WS-CPF-DIF-1) THEN
                       MOVE 'S' TO WS-CPF-PARECIDO
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       P600-LIBERA-PARES.
           PERFORM VARYING WS-P FROM 1 BY 1 UNTIL WS-P > WS-QTD-PARES
               MOVE WS-PAR(WS-P) TO SP-REC
               RELEASE SP-REC
           END-PERFORM.

       P700-LISTA-PARES.
      *    A TABELA DE PARES E REMONTADA NA ORDEM DA CLASSIFICACAO, PARA
      *    A CONFIRMACAO DOS PARES DE CLIENTE SEGUIR A MESMA ORDEM.
           MOVE SPACES TO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE "PONT. CADASTRO  CPF/CODIGO  NOME" TO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE 'N' TO WS-EOF-SORT
           MOVE 0   TO WS-P
           PERFORM UNTIL WS-EOF-SORT = 'S'
               RETURN PAR-SORT-FILE
                   AT END
                       MOVE 'S' TO WS-EOF-SORT
                   NOT AT END
                       ADD 1 TO WS-P
                       MOVE SP-REC TO WS-PAR(WS-P)
                       PERFORM P710-IMPRIME-PAR
                       IF SP-ORIGEM = 'R' THEN
                           PERFORM P720-GRAVA-REVISAO
                       END-IF
               END-RETURN
           END-PERFORM.

       P710-IMPRIME-PAR.
           MOVE SP-SCORE TO WS-SCORE-ED
           MOVE SPACES TO DUP-LINE
           IF SP-ORIGEM = 'R' THEN
               MOVE SP-DT-A TO WS-DT-AUX
               PERFORM P880-FORMATA-DATA
               STRING " " WS-SCORE-ED   DELIMITED BY SIZE
                      "  REGISTRO  "    DELIMITED BY SIZE
                      SP-ID-A           DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SP-NOME-A         DELIMITED BY SIZE
                      " NASC. "         DELIMITED BY SIZE
                      WS-DT-TXT         DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
               MOVE SP-DT-B TO WS-DT-AUX
               PERFORM P880-FORMATA-DATA
               MOVE SPACES TO DUP-LINE
               STRING "                "
                                        DELIMITED BY SIZE
                      SP-ID-B           DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SP-NOME-B         DELIMITED BY SIZE
                      " NASC. "         DELIMITED BY SIZE
                      WS-DT-TXT         DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
           ELSE
               MOVE SP-ID-A TO WS-COD-ED
               STRING " " WS-SCORE-ED   DELIMITED BY SIZE
                      "  CLIENTE       "
                                        DELIMITED BY SIZE
                      WS-COD-ED         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SP-NOME-A         DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
               MOVE SP-ID-B TO WS-COD-ED
               MOVE SPACES TO DUP-LINE
               STRING "                    "
                                        DELIMITED BY SIZE
                      WS-COD-ED         DELIMITED BY SIZE
                      " "               DELIMITED BY SIZE
                      SP-NOME-B         DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
           END-IF.

       P720-GRAVA-REVISAO.
           MOVE WS-DT-NEGOCIO TO REV-DT-VARREDURA
           MOVE SP-SCORE      TO REV-SCORE
           MOVE SP-ID-A       TO REV-CPF-A
           MOVE SP-NOME-A     TO REV-NOME-A
           MOVE SP-DT-A       TO REV-DT-NASC-A
           MOVE SP-ID-B       TO REV-CPF-B
           MOVE SP-NOME-B     TO REV-NOME-B
           MOVE SP-DT-B       TO REV-DT-NASC-B
           WRITE REV-REC.

       P750-TOTAIS.
           MOVE SPACES TO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE "---- RESUMO DA VARREDURA ----" TO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE WS-QTD-LIDOS-REG TO WS-QTD-ED
           MOVE SPACES TO DUP-LINE
           STRING "ALISTAMENTOS LIDOS...............: "
                                                       DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE WS-QTD-PARES-REG TO WS-QTD-ED
           MOVE SPACES TO DUP-LINE
           STRING "PARES DE REGISTRO (DUPNOME.REV)..: "
                                                       DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE WS-QTD-LIDOS-CLI TO WS-QTD-ED
           MOVE SPACES TO DUP-LINE
           STRING "CLIENTES LIDOS...................: "
                                                       DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME
           MOVE WS-QTD-PARES-CLI TO WS-QTD-ED
           MOVE SPACES TO DUP-LINE
           STRING "PARES DE CLIENTE.................: "
                                                       DELIMITED BY SIZE
                  WS-QTD-ED DELIMITED BY SIZE
                  INTO DUP-LINE
           PERFORM P890-IMPRIME
           IF WS-QTD-GRP-CORTE > 0 THEN
               MOVE WS-QTD-GRP-CORTE TO WS-QTD-ED
               MOVE SPACES TO DUP-LINE
               STRING "NOMES NAO COMPARADOS (CHAVE > 50): "
                                                       DELIMITED BY SIZE
                      WS-QTD-ED DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
           END-IF
           IF WS-QTD-PAR-CORTE > 0 THEN
               MOVE WS-QTD-PAR-CORTE TO WS-QTD-ED
               MOVE SPACES TO DUP-LINE
               STRING "PARES NAO LISTADOS (MAIS DE 2000): "
                                                       DELIMITED BY SIZE
                      WS-QTD-ED DELIMITED BY SIZE
                      INTO DUP-LINE
               PERFORM P890-IMPRIME
           END-IF.

       P800-CONFIRMA-CLIENTES.
      *    A FILA DE FUSAO E REGRAVADA PELO CLIMERGE SOB A TRAVA DE
      *    CLIENTE, ENTAO O ACRESCIMO AQUI TAMBEM A TOMA.
           MOVE "CLIENTE.LCK"  TO WS-LOCK-PATH
           MOVE "DUPNOME"      TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           PERFORM P-TRAVA-ARQUIVO
           IF WS-LOCK-OK NOT = 'S' THEN
               DISPLAY "PARES DE CLIENTE NAO CONFIRMADOS - RODE O "
                       "DUPNOME DE NOVO MAIS TARDE"
               EXIT PARAGRAPH
           END-IF
           OPEN EXTEND FUS-FILE
           IF WS-FUS-STATUS EQUAL 35 THEN
               OPEN OUTPUT FUS-FILE
           END-IF
           DISPLAY " "
           DISPLAY "---- CONFIRMACAO DOS PARES DE CLIENTE ----"
           MOVE 'N' TO WS-FIM-CONF
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-QTD-PARES OR WS-FIM-CONF = 'S'
               IF WS-PAR-ORIGEM(WS-P) = 'C' THEN
                   PERFORM P810-CONFIRMA-PAR
               END-IF
           END-PERFORM
           CLOSE FUS-FILE
           PERFORM P-DESTRAVA-ARQUIVO
           DISPLAY "PARES CONFIRMADOS: " WS-QTD-CONFIRMADOS
                   "  RECUSADOS: " WS-QTD-RECUSADOS
                   "  JA DECIDIDOS ANTES: " WS-QTD-JA-DECIDIDO.

       P810-CONFIRMA-PAR.
           MOVE WS-PAR-ID-A(WS-P) TO WS-COD-A
           MOVE WS-PAR-ID-B(WS-P) TO WS-COD-B
           MOVE 'N' TO WS-JA-DECIDIDO
           PERFORM VARYING WS-FIL-IDX FROM 1 BY 1
                   UNTIL WS-FIL-IDX > WS-QTD-FILA
               IF (WS-FIL-COD-A(WS-FIL-IDX) = WS-COD-A AND
                   WS-FIL-COD-B(WS-FIL-IDX) = WS-COD-B) OR
                  (WS-FIL-COD-A(WS-FIL-IDX) = WS-COD-B AND
                   WS-FIL-COD-B(WS-FIL-IDX) = WS-COD-A) THEN
                   MOVE 'S' TO WS-JA-DECIDIDO
               END-IF
           END-PERFORM
           IF WS-JA-DECIDIDO = 'S' THEN
               ADD 1 TO WS-QTD-JA-DECIDIDO
               EXIT PARAGRAPH
           END-IF

           MOVE WS-PAR-SCORE(WS-P) TO WS-SCORE-ED
           DISPLAY " "
           DISPLAY "PONTUACAO " WS-SCORE-ED
           DISPLAY "  " WS-COD-A " " WS-PAR-NOME-A(WS-P)
           DISPLAY "  " WS-COD-B " " WS-PAR-NOME-B(WS-P)
           DISPLAY "E A MESMA PESSOA? (S=SIM, VAI PARA O CLIMERGE / "
                   "N=NAO / F=ENCERRA A CONFIRMACAO)"
           ACCEPT WS-RESPOSTA
           EVALUATE WS-RESPOSTA
               WHEN 'S'
               WHEN 's'
                   MOVE SPACE TO FUS-SITUACAO
                   PERFORM P820-GRAVA-FILA
                   ADD 1 TO WS-QTD-CONFIRMADOS
                   ADD 1 TO WS-QTD-PENDENTES
               WHEN 'N'
               WHEN 'n'
                   MOVE 'N' TO FUS-SITUACAO
                   PERFORM P820-GRAVA-FILA
                   ADD 1 TO WS-QTD-RECUSADOS
               WHEN 'F'
               WHEN 'f'
                   MOVE 'S' TO WS-FIM-CONF
               WHEN OTHER
                   DISPLAY "RESPOSTA INVALIDA - PAR DEIXADO PARA A "
                           "PROXIMA VARREDURA"
           END-EVALUATE.

       P820-GRAVA-FILA.
           MOVE WS-COD-A           TO FUS-COD-A
           MOVE WS-COD-B           TO FUS-COD-B
           MOVE WS-PAR-SCORE(WS-P) TO FUS-SCORE
           MOVE WS-DT-NEGOCIO      TO FUS-DT-CONFIRMA
           MOVE WS-OPERADOR-ID     TO FUS-OPERADOR
           WRITE FUS-REC.

       P880-FORMATA-DATA.
           IF WS-DT-AUX = 0 THEN
               MOVE "NAO INF." TO WS-DT-TXT
           ELSE
               MOVE WS-DT-AUX-DD   TO WS-DT-ED-DD
               MOVE WS-DT-AUX-MM   TO WS-DT-ED-MM
               MOVE WS-DT-AUX-AAAA TO WS-DT-ED-AAAA
               MOVE WS-DT-ED       TO WS-DT-TXT
           END-IF.

       P890-IMPRIME.
           WRITE DUP-LINE
           DISPLAY DUP-LINE.

       P900-CHAMA-CLIMERGE.
      *    CADA EXECUCAO DO CLIMERGE PEGA O PRIMEIRO PAR PENDENTE DA
      *    FILA (COM O LOGON PROPRIO DELE) E O MARCA AO SAIR.
           IF WS-QTD-PENDENTES = 0 THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "PARES PENDENTES NA FILA DE FUSAO: " WS-QTD-PENDENTES
           DISPLAY "O CLIMERGE SERA CHAMADO PARA CADA UM"
           MOVE "./CLIMERGE" TO WS-CMD
           PERFORM WS-QTD-PENDENTES TIMES
               CALL "SYSTEM" USING WS-CMD
           END-PERFORM.

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
       COPY NOMESPL.
       COPY FONETICA.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM DUPNOME.
