      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: HISTORICO ESCOLAR DO ALUNO, TODOS OS ANOS LETIVOS - O
      *          CALCMEDIA SO IMPRIME O BOLETIM DO ANO CORRENTE E O
      *          ANOROLL MANDA OS ANOS ENCERRADOS PARA O ARQUIVO MORTO
      *          (NOTAS.ARQ/RECUPER.ARQ), E NA TRANSFERENCIA OU NA
      *          CONCLUSAO A SECRETARIA REMONTAVA O HISTORICO ANO A
      *          ANO NA MAO. PELO ID DO MESTRE (ALUMDATA), JUNTA OS
      *          ANOS ARQUIVADOS COM O ANO VIVO (NOTAS.DAT/RECUPER.DAT)
      *          E A FREQUENCIA (FREQ.DAT, QUE NAO E ARQUIVADA) E
      *          IMPRIME EM HISTORICO.PRN, POR ANO: TURMA, MEDIA FINAL
      *          DE CADA DISCIPLINA, RESULTADO DA RECUPERACAO QUANDO
      *          HOUVE, FREQUENCIA E SITUACAO, COM O RODAPE DE
      *          CERTIFICACAO. CADA EMISSAO RECEBE UM NUMERO DE
      *          DOCUMENTO DE HISTNUM.CTL E E GRAVADA EM HISTORICO.REG
      *          (MESMO PADRAO DE CARTNUM.CTL/CARTEIRA.REG), PARA QUE A
      *          ESCOLA DE DESTINO CONFIRA PELA OPCAO 2 SE O DOCUMENTO
      *          FOI EMITIDO DE FATO - MESMO ESPIRITO DO CARTVERIF.
      *          A SITUACAO DE CADA ANO SEGUE A REGRA DO CALCMEDIA:
      *          FREQUENCIA ABAIXO DO MINIMO REPROVA; SENAO A MEDIA
      *          GERAL DECIDE, E O REPROVADO NA MEDIA FICA COM O
      *          RESULTADO DA RECUPERACAO (RECUPMNT). LIMIAR E
      *          FREQUENCIA MINIMA SAO OS ATUAIS DE CALCMEDIA.CTL.
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - CADA IMPRESSAO EM HISTORICO.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT NOTA-FILE ASSIGN TO 'NOTAS.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTA-STATUS.

           SELECT NOTA-ARQ-FILE ASSIGN TO 'NOTAS.ARQ'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-NOTA-ARQ-STATUS.

           SELECT RECUP-FILE ASSIGN TO 'RECUPER.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-RECUP-STATUS.

           SELECT RECUP-ARQ-FILE ASSIGN TO 'RECUPER.ARQ'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-RECUP-ARQ-STATUS.

           SELECT FREQ-FILE ASSIGN TO 'FREQ.DAT'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-FREQ-STATUS.

           SELECT THR-FILE ASSIGN TO 'CALCMEDIA.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-THR-STATUS.

           SELECT HIST-PRN-FILE ASSIGN TO 'HISTORICO.PRN'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT HISTNUM-CTL-FILE ASSIGN TO 'HISTNUM.CTL'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-HISTNUM-STATUS.

           SELECT HIST-REG-FILE ASSIGN TO 'HISTORICO.REG'
           ORGANIZATION SEQUENTIAL
           ACCESS MODE SEQUENTIAL
           FILE STATUS IS WS-HISTREG-STATUS.

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
       FD  ALUM-FILE.
       COPY ALUMDATA.

       FD  NOTA-FILE.
       COPY NOTADATA.

       FD  NOTA-ARQ-FILE.
      *    MESMO LAYOUT DE NOTA-ARQ-REC EM ANOROLL, COM O NOTA-REC
      *    ARQUIVADO ABERTO NOS SEUS CAMPOS.
       01  NOTA-ARQ-REC.
           05  NARQ-ANO            PIC 9(004).
           05  NARQ-ALU-ID         PIC 9(005).
           05  NARQ-ALU-NOME       PIC X(040).
           05  NARQ-DISCIPLINA     PIC X(020).
           05  NARQ-A1             PIC 9(002)V99.
           05  NARQ-A2             PIC 9(002)V99.
           05  NARQ-T1             PIC 9(002)V99.
           05  NARQ-T2             PIC 9(002)V99.

       FD  RECUP-FILE.
      *    MESMO LAYOUT DE RECUP-REC EM CALCMEDIA.
       01  RECUP-REC.
           05  RECUP-DATE          PIC 9(008).
           05  RECUP-NOME          PIC X(040).
           05  RECUP-MEDIA         PIC 9(002)V99.
           05  RECUP-NOTA          PIC 9(002)V99.
           05  RECUP-FINAL         PIC 9(002)V99.
           05  RECUP-SITUACAO      PIC X(001).
           05  RECUP-ID            PIC 9(005).

       FD  RECUP-ARQ-FILE.
      *    MESMO LAYOUT DE RECUP-ARQ-REC EM ANOROLL, ABERTO.
       01  RECUP-ARQ-REC.
           05  RARQ-ANO            PIC 9(004).
           05  RARQ-DATE           PIC 9(008).
           05  RARQ-NOME           PIC X(040).
           05  RARQ-MEDIA          PIC 9(002)V99.
           05  RARQ-NOTA           PIC 9(002)V99.
           05  RARQ-FINAL          PIC 9(002)V99.
           05  RARQ-SITUACAO       PIC X(001).
           05  RARQ-ID             PIC 9(005).

       FD  FREQ-FILE.
       COPY FREQDATA.

       FD  THR-FILE.
       01  THR-REC.
           05  THR-VALUE       PIC 9(002)V99.

       FD  HIST-PRN-FILE.
       01  HIST-LINE               PIC X(80).

       FD  HISTNUM-CTL-FILE.
       01  HISTNUM-CTL-REC.
           05  HISTNUM-ULTIMO      PIC 9(007).

      *    REGISTRO DE EMISSOES DE HISTORICO: UMA LINHA POR DOCUMENTO
      *    EMITIDO, COM O QUE A ESCOLA DE DESTINO PRECISA CONFERIR
      *    (ALUNO, ANOS COBERTOS E QUANTIDADE DE ANOS).
       FD  HIST-REG-FILE.
       01  HIST-REG-REC.
           05  HREG-NUMERO         PIC 9(007).
           05  HREG-TIMESTAMP      PIC X(020).
           05  HREG-EMISSOR        PIC X(030).
           05  HREG-ALU-ID         PIC 9(005).
           05  HREG-ALU-NOME       PIC X(040).
           05  HREG-ALU-CPF        PIC 9(011).
           05  HREG-ANO-INI        PIC 9(004).
           05  HREG-ANO-FIM        PIC 9(004).
           05  HREG-QTD-ANOS       PIC 9(002).

       FD  SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD  SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01  WS-ALUM-STATUS      PIC 99.
       01  WS-NOTA-STATUS      PIC 99.
       01  WS-NOTA-ARQ-STATUS  PIC 99.
       01  WS-RECUP-STATUS     PIC 99.
       01  WS-RECUP-ARQ-STATUS PIC 99.
       01  WS-FREQ-STATUS      PIC 99.
       01  WS-THR-STATUS       PIC 99.
       01  WS-PRN-STATUS       PIC 99.
       01  WS-HISTNUM-STATUS   PIC 99.
       01  WS-HISTREG-STATUS   PIC 99.
       01  WS-OPCAO            PIC 9(01) VALUE 0.
       01  WS-EOF              PIC X     VALUE 'N'.
       01  WS-ACHOU            PIC X     VALUE 'N'.
       01  WS-ALUNO-ID         PIC 9(05) VALUE 0.
       01  WS-ANO-VIVO         PIC 9(04) VALUE 0.
       01  WS-EMISSOR          PIC X(30) VALUE SPACES.
       01  WS-THRESHOLD        PIC 9(002)V99 VALUE 6.
       01  WS-FREQ-MINIMA      PIC 9(003) VALUE 75.
       01  WS-NUM-BUSCA        PIC 9(07) VALUE 0.
       01  WS-HIST-NUMERO      PIC 9(07) VALUE 0.
       01  WS-QTD-EMISSOES     PIC 9(03) VALUE 0.
       01  WS-REG-SALVO        PIC X(123) VALUE SPACES.
       01  WS-CURR-DATE.
           05 WS-CURR-YY PIC 9(04) VALUE 0.
           05 WS-CURR-MM PIC 99 VALUE 0.
           05 WS-CURR-DD PIC 99 VALUE 0.

      *    UM ITEM POR ANO LETIVO ENCONTRADO PARA O ALUNO, EM QUALQUER
      *    DOS ARQUIVOS. A RECUPERACAO E POR ALUNO E ANO (NAO POR
      *    DISCIPLINA - VER CALCMEDIA P280), E VALE A ULTIMA LINHA DO
      *    ANO.
       01  WS-QTD-ANOS         PIC 9(02) VALUE 0.
       01  WS-AN-IDX           PIC 9(02) VALUE 0.
       01  WS-AN-MENOR         PIC 9(02) VALUE 0.
       01  WS-ANO-BUSCA        PIC 9(04) VALUE 0.
       01  WS-ANOS-TAB.
           05  WS-AN-ITEM OCCURS 30 TIMES.
               10  WS-AN-ANO        PIC 9(004).
               10  WS-AN-TURMA      PIC X(006).
               10  WS-AN-SESSOES    PIC 9(004).
               10  WS-AN-PRESENC    PIC 9(004).
               10  WS-AN-SOMA       PIC 9(005)V99.
               10  WS-AN-QTD-DISC   PIC 9(002).
               10  WS-AN-REC-SIT    PIC X(001).
               10  WS-AN-REC-NOTA   PIC 9(002)V99.
               10  WS-AN-REC-FINAL  PIC 9(002)V99.
               10  WS-AN-IMPRESSO   PIC X(001).
       01  WS-QTD-DISC         PIC 9(03) VALUE 0.
       01  WS-DC-IDX           PIC 9(03) VALUE 0.
       01  WS-DISC-TAB.
           05  WS-DC-ITEM OCCURS 400 TIMES.
               10  WS-DC-ANO        PIC 9(004).
               10  WS-DC-DISC       PIC X(020).
               10  WS-DC-MEDIA      PIC 9(002)V99.

      *    AREA DE APURACAO E IMPRESSAO DE UM ANO.
       01  WS-DISCIPLINA       PIC X(20) VALUE SPACES.
       01  WS-MEDIA-DISC       PIC 9(002)V99 VALUE 0.
       01  WS-MEDIA-ANO        PIC 9(002)V99 VALUE 0.
       01  WS-PCT-FREQ         PIC 9(003) VALUE 0.
       01  WS-SITUACAO         PIC X(30) VALUE SPACES.
       01  WS-ANO-INI          PIC 9(04) VALUE 0.
       01  WS-ANO-FIM          PIC 9(04) VALUE 0.
       01  WS-MEDIA-ED         PIC Z9,99.
       01  WS-MEDIA2-ED        PIC Z9,99.
       01  WS-PCT-ED           PIC ZZ9.
       01  WS-DATA-ED.
           05 WS-DATA-ED-DD    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-MM    PIC 9(02).
           05 FILLER           PIC X(01) VALUE '/'.
           05 WS-DATA-ED-AA    PIC 9(04).
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'HISTESC' TO WS-SPL-PROGRAMA
           DISPLAY "******** HISTORICO ESCOLAR ********"
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           DISPLAY "1 PARA EMITIR HISTORICO ESCOLAR DE UM ALUNO"
           DISPLAY "2 PARA CONFERIR UM HISTORICO PELO NUMERO DO "
                   "DOCUMENTO"
           ACCEPT WS-OPCAO

           EVALUATE WS-OPCAO
               WHEN 1 GO TO P100-EMITIR
               WHEN 2 GO TO P700-CONFERIR
               WHEN OTHER
                   DISPLAY "OPCAO INVALIDA"
                   GO TO P999-STOP
           END-EVALUATE.

       P100-EMITIR.
           DISPLAY "ID DO ALUNO (VER ALUMMNT)"
           ACCEPT WS-ALUNO-ID
           DISPLAY "NOME DE QUEM EMITE (SECRETARIA)"
           ACCEPT WS-EMISSOR
           IF WS-EMISSOR = SPACES THEN
               DISPLAY "INFORME QUEM EMITE O HISTORICO"
               GO TO P999-STOP
           END-IF

           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS EQUAL 35 THEN
               DISPLAY "ALUMESTRE.DAT AINDA NAO FOI CRIADO"
               GO TO P999-STOP
           END-IF
           MOVE WS-ALUNO-ID TO ALUM-ID
           READ ALUM-FILE
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ
           CLOSE ALUM-FILE
           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "ALUNO NAO CADASTRADO NO MESTRE"
               GO TO P999-STOP
           END-IF

      *    O ANO VIVO (NOTAS.DAT/RECUPER.DAT) E O ANO LETIVO DO MESTRE;
      *    ALUNO AINDA SEM ANO NO MESTRE FICA COM O ANO CORRENTE.
           IF ALUM-ANO > 0 THEN
               MOVE ALUM-ANO TO WS-ANO-VIVO
           ELSE
               MOVE WS-CURR-YY TO WS-ANO-VIVO
           END-IF

           PERFORM P150-READ-THRESHOLD
           PERFORM P200-CARREGA-NOTAS-ARQ
           PERFORM P220-CARREGA-NOTAS-VIVAS
           PERFORM P300-CARREGA-RECUP-ARQ
           PERFORM P320-CARREGA-RECUP-VIVA
           PERFORM P400-CARREGA-FREQUENCIA
      *    A TURMA DO ANO VIVO E A DO MESTRE, QUANDO JA ENTURMADO.
           IF ALUM-TURMA NOT = SPACES THEN
               MOVE WS-ANO-VIVO TO WS-ANO-BUSCA
               PERFORM P450-LOCALIZA-ANO
               IF WS-AN-IDX > 0 THEN
                   MOVE ALUM-TURMA TO WS-AN-TURMA(WS-AN-IDX)
               END-IF
           END-IF

           IF WS-QTD-ANOS = 0 THEN
               DISPLAY "NENHUM ANO LETIVO REGISTRADO PARA O ALUNO "
                       ALUM-NOME
               GO TO P999-STOP
           END-IF

           PERFORM P500-NUMERA-DOCUMENTO
           PERFORM P600-IMPRIME-HISTORICO
           DISPLAY "HISTORICO ESCOLAR NUMERO " WS-HIST-NUMERO
                   " EMITIDO EM HISTORICO.PRN"
           DISPLAY "ANOS LETIVOS: " WS-QTD-ANOS
                   " (" WS-ANO-INI " A " WS-ANO-FIM ")"
           GO TO P999-STOP.

       P150-READ-THRESHOLD.
      *    MESMO LIMIAR E MESMA FREQUENCIA MINIMA DO CALCMEDIA
      *    (CALCMEDIA.CTL, PRIMEIRA E SEGUNDA LINHAS).
           OPEN INPUT THR-FILE
           IF WS-THR-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               READ THR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THR-VALUE TO WS-THRESHOLD
               END-READ
               READ THR-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE THR-VALUE TO WS-FREQ-MINIMA
               END-READ
               CLOSE THR-FILE
           END-IF.

       P200-CARREGA-NOTAS-ARQ.
           OPEN INPUT NOTA-ARQ-FILE
           IF WS-NOTA-ARQ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ NOTA-ARQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NARQ-ALU-ID = WS-ALUNO-ID THEN
                           MOVE NARQ-ANO TO WS-ANO-BUSCA
                           COMPUTE WS-MEDIA-DISC =
                                   (NARQ-A1 + NARQ-A2 +
                                    NARQ-T1 + NARQ-T2) / 4
                           MOVE NARQ-DISCIPLINA TO WS-DISCIPLINA
                           PERFORM P250-ACUMULA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTA-ARQ-FILE
           MOVE 'N' TO WS-EOF.

       P220-CARREGA-NOTAS-VIVAS.
           OPEN INPUT NOTA-FILE
           IF WS-NOTA-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ NOTA-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF NOTA-ALU-ID = WS-ALUNO-ID THEN
                           MOVE WS-ANO-VIVO TO WS-ANO-BUSCA
                           COMPUTE WS-MEDIA-DISC =
                                   (NOTA-A1 + NOTA-A2 +
                                    NOTA-T1 + NOTA-T2) / 4
                           MOVE NOTA-DISCIPLINA TO WS-DISCIPLINA
                           PERFORM P250-ACUMULA-DISCIPLINA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NOTA-FILE
           MOVE 'N' TO WS-EOF.

       P250-ACUMULA-DISCIPLINA.
      *    WS-ANO-BUSCA, WS-DISCIPLINA E WS-MEDIA-DISC JA PREENCHIDOS
      *    PELO CHAMADOR - MESMA MEDIA POR DISCIPLINA DO CALCMEDIA
      *    (P270).
           PERFORM P450-LOCALIZA-ANO
           IF WS-AN-IDX = 0 OR WS-QTD-DISC = 400 THEN
               DISPLAY "LIMITE DE ANOS/DISCIPLINAS DO HISTORICO "
                       "ATINGIDO - ANO " WS-ANO-BUSCA " INCOMPLETO"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-QTD-DISC
           MOVE WS-ANO-BUSCA    TO WS-DC-ANO(WS-QTD-DISC)
           MOVE WS-DISCIPLINA   TO WS-DC-DISC(WS-QTD-DISC)
           MOVE WS-MEDIA-DISC   TO WS-DC-MEDIA(WS-QTD-DISC)
           ADD WS-MEDIA-DISC TO WS-AN-SOMA(WS-AN-IDX)
           ADD 1 TO WS-AN-QTD-DISC(WS-AN-IDX).

       P300-CARREGA-RECUP-ARQ.
           OPEN INPUT RECUP-ARQ-FILE
           IF WS-RECUP-ARQ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ RECUP-ARQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RARQ-ID = WS-ALUNO-ID THEN
                           MOVE RARQ-ANO TO WS-ANO-BUSCA
                           PERFORM P450-LOCALIZA-ANO
                           IF WS-AN-IDX > 0 THEN
                               MOVE RARQ-SITUACAO
                                 TO WS-AN-REC-SIT(WS-AN-IDX)
                               MOVE RARQ-NOTA
                                 TO WS-AN-REC-NOTA(WS-AN-IDX)
                               MOVE RARQ-FINAL
                                 TO WS-AN-REC-FINAL(WS-AN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECUP-ARQ-FILE
           MOVE 'N' TO WS-EOF.

       P320-CARREGA-RECUP-VIVA.
           OPEN INPUT RECUP-FILE
           IF WS-RECUP-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ RECUP-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF RECUP-ID = WS-ALUNO-ID THEN
                           MOVE WS-ANO-VIVO TO WS-ANO-BUSCA
                           PERFORM P450-LOCALIZA-ANO
                           IF WS-AN-IDX > 0 THEN
                               MOVE RECUP-SITUACAO
                                 TO WS-AN-REC-SIT(WS-AN-IDX)
                               MOVE RECUP-NOTA
                                 TO WS-AN-REC-NOTA(WS-AN-IDX)
                               MOVE RECUP-FINAL
                                 TO WS-AN-REC-FINAL(WS-AN-IDX)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECUP-FILE
           MOVE 'N' TO WS-EOF.

       P400-CARREGA-FREQUENCIA.
      *    FREQ.DAT NAO E ARQUIVADO PELO ANOROLL: O ANO DE CADA SESSAO
      *    SAI DA PROPRIA DATA, E A TURMA DO ANO SAI DAS SESSOES.
           OPEN INPUT FREQ-FILE
           IF WS-FREQ-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ FREQ-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF FREQ-ALU-ID = WS-ALUNO-ID THEN
                           MOVE FREQ-DATA(1:4) TO WS-ANO-BUSCA
                           PERFORM P450-LOCALIZA-ANO
                           IF WS-AN-IDX > 0 THEN
                               ADD 1 TO WS-AN-SESSOES(WS-AN-IDX)
                               IF FREQ-PRESENTE = 'P' THEN
                                   ADD 1 TO WS-AN-PRESENC(WS-AN-IDX)
                               END-IF
                               IF FREQ-TURMA NOT = SPACES THEN
                                   MOVE FREQ-TURMA
                                     TO WS-AN-TURMA(WS-AN-IDX)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FREQ-FILE
           MOVE 'N' TO WS-EOF.

       P450-LOCALIZA-ANO.
      *    DEVOLVE EM WS-AN-IDX O ITEM DO ANO WS-ANO-BUSCA, CRIANDO-O
      *    SE AINDA NAO EXISTE; ZERO QUANDO A TABELA ESTA CHEIA.
           MOVE 0 TO WS-AN-IDX
           PERFORM VARYING WS-AN-MENOR FROM 1 BY 1
                   UNTIL WS-AN-MENOR > WS-QTD-ANOS
               IF WS-AN-ANO(WS-AN-MENOR) = WS-ANO-BUSCA THEN
                   MOVE WS-AN-MENOR TO WS-AN-IDX
               END-IF
           END-PERFORM
           IF WS-AN-IDX = 0 AND WS-QTD-ANOS < 30 THEN
               ADD 1 TO WS-QTD-ANOS
               MOVE WS-QTD-ANOS  TO WS-AN-IDX
               MOVE WS-ANO-BUSCA TO WS-AN-ANO(WS-AN-IDX)
               MOVE SPACES       TO WS-AN-TURMA(WS-AN-IDX)
               MOVE 0            TO WS-AN-SESSOES(WS-AN-IDX)
               MOVE 0            TO WS-AN-PRESENC(WS-AN-IDX)
               MOVE 0            TO WS-AN-SOMA(WS-AN-IDX)
               MOVE 0            TO WS-AN-QTD-DISC(WS-AN-IDX)
               MOVE SPACE        TO WS-AN-REC-SIT(WS-AN-IDX)
               MOVE 0            TO WS-AN-REC-NOTA(WS-AN-IDX)
               MOVE 0            TO WS-AN-REC-FINAL(WS-AN-IDX)
               MOVE 'N'          TO WS-AN-IMPRESSO(WS-AN-IDX)
           END-IF.

       P500-NUMERA-DOCUMENTO.
      *    MESMO PADRAO DE CONTADOR DE CARTNUM.CTL: NUMERO SEQUENCIAL
      *    DE DOCUMENTO E UMA LINHA EM HISTORICO.REG POR EMISSAO.
           MOVE 9999 TO WS-ANO-INI
           MOVE 0    TO WS-ANO-FIM
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-QTD-ANOS
               IF WS-AN-ANO(WS-AN-IDX) < WS-ANO-INI THEN
                   MOVE WS-AN-ANO(WS-AN-IDX) TO WS-ANO-INI
               END-IF
               IF WS-AN-ANO(WS-AN-IDX) > WS-ANO-FIM THEN
                   MOVE WS-AN-ANO(WS-AN-IDX) TO WS-ANO-FIM
               END-IF
           END-PERFORM

           OPEN I-O HISTNUM-CTL-FILE
           IF WS-HISTNUM-STATUS EQUAL 35 THEN
               OPEN OUTPUT HISTNUM-CTL-FILE
               MOVE 0 TO HISTNUM-ULTIMO
               WRITE HISTNUM-CTL-REC
               CLOSE HISTNUM-CTL-FILE
               OPEN I-O HISTNUM-CTL-FILE
           END-IF
           READ HISTNUM-CTL-FILE NEXT RECORD
               AT END
                   MOVE 0 TO HISTNUM-ULTIMO
           END-READ
           ADD 1 TO HISTNUM-ULTIMO GIVING WS-HIST-NUMERO
           MOVE WS-HIST-NUMERO TO HISTNUM-ULTIMO
           REWRITE HISTNUM-CTL-REC
           CLOSE HISTNUM-CTL-FILE

           OPEN EXTEND HIST-REG-FILE
           IF WS-HISTREG-STATUS EQUAL 35 THEN
               OPEN OUTPUT HIST-REG-FILE
           END-IF
           MOVE WS-HIST-NUMERO        TO HREG-NUMERO
           MOVE FUNCTION CURRENT-DATE TO HREG-TIMESTAMP
           MOVE WS-EMISSOR            TO HREG-EMISSOR
           MOVE ALUM-ID               TO HREG-ALU-ID
           MOVE ALUM-NOME             TO HREG-ALU-NOME
           MOVE ALUM-CPF              TO HREG-ALU-CPF
           MOVE WS-ANO-INI            TO HREG-ANO-INI
           MOVE WS-ANO-FIM            TO HREG-ANO-FIM
           MOVE WS-QTD-ANOS           TO HREG-QTD-ANOS
           WRITE HIST-REG-REC
           CLOSE HIST-REG-FILE.

       P600-IMPRIME-HISTORICO.
           MOVE 'HISTORICO.PRN' TO WS-SPL-ARQUIVO
           MOVE 80              TO WS-SPL-TAM-REG
           MOVE 'S'             TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND HIST-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT HIST-PRN-FILE
           END-IF

           MOVE "==== HISTORICO ESCOLAR ====" TO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           STRING "DOCUMENTO NUMERO: " DELIMITED BY SIZE
                  WS-HIST-NUMERO       DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           STRING "ALUNO: "  DELIMITED BY SIZE
                  ALUM-NOME  DELIMITED BY SIZE
                  "  ID: "   DELIMITED BY SIZE
                  ALUM-ID    DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           STRING "CPF: "    DELIMITED BY SIZE
                  ALUM-CPF   DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE

      *    ANOS EM ORDEM CRESCENTE: A CADA VOLTA IMPRIME O MENOR ANO
      *    AINDA NAO IMPRESSO.
           PERFORM WS-QTD-ANOS TIMES
               MOVE 0 TO WS-AN-MENOR
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                       UNTIL WS-AN-IDX > WS-QTD-ANOS
                   IF WS-AN-IMPRESSO(WS-AN-IDX) = 'N' THEN
                       IF WS-AN-MENOR = 0 THEN
                           MOVE WS-AN-IDX TO WS-AN-MENOR
                       ELSE
                           IF WS-AN-ANO(WS-AN-IDX) <
                              WS-AN-ANO(WS-AN-MENOR) THEN
                               MOVE WS-AN-IDX TO WS-AN-MENOR
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WS-AN-MENOR TO WS-AN-IDX
               MOVE 'S' TO WS-AN-IMPRESSO(WS-AN-IDX)
               PERFORM P620-IMPRIME-ANO
           END-PERFORM

           PERFORM P680-RODAPE
           CLOSE HIST-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P620-IMPRIME-ANO.
           MOVE SPACES TO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           IF WS-AN-ANO(WS-AN-IDX) = WS-ANO-VIVO THEN
               STRING "ANO LETIVO " DELIMITED BY SIZE
                      WS-AN-ANO(WS-AN-IDX) DELIMITED BY SIZE
                      "  TURMA " DELIMITED BY SIZE
                      WS-AN-TURMA(WS-AN-IDX) DELIMITED BY SIZE
                      "  (ANO EM CURSO)" DELIMITED BY SIZE
                      INTO HIST-LINE
           ELSE
               STRING "ANO LETIVO " DELIMITED BY SIZE
                      WS-AN-ANO(WS-AN-IDX) DELIMITED BY SIZE
                      "  TURMA " DELIMITED BY SIZE
                      WS-AN-TURMA(WS-AN-IDX) DELIMITED BY SIZE
                      INTO HIST-LINE
           END-IF
           WRITE HIST-LINE

           IF WS-AN-QTD-DISC(WS-AN-IDX) = 0 THEN
               MOVE "  SEM NOTAS LANCADAS NO ANO" TO HIST-LINE
               WRITE HIST-LINE
           ELSE
               MOVE "  DISCIPLINA            MEDIA FINAL" TO HIST-LINE
               WRITE HIST-LINE
               PERFORM VARYING WS-DC-IDX FROM 1 BY 1
                       UNTIL WS-DC-IDX > WS-QTD-DISC
                   IF WS-DC-ANO(WS-DC-IDX) = WS-AN-ANO(WS-AN-IDX) THEN
                       MOVE WS-DC-MEDIA(WS-DC-IDX) TO WS-MEDIA-ED
                       MOVE SPACES TO HIST-LINE
                       STRING "  " DELIMITED BY SIZE
                              WS-DC-DISC(WS-DC-IDX) DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              WS-MEDIA-ED DELIMITED BY SIZE
                              INTO HIST-LINE
                       WRITE HIST-LINE
                   END-IF
               END-PERFORM
               COMPUTE WS-MEDIA-ANO =
                       WS-AN-SOMA(WS-AN-IDX) / WS-AN-QTD-DISC(WS-AN-IDX)
               MOVE WS-MEDIA-ANO TO WS-MEDIA-ED
               MOVE SPACES TO HIST-LINE
               STRING "  MEDIA GERAL: " DELIMITED BY SIZE
                      WS-MEDIA-ED       DELIMITED BY SIZE
                      INTO HIST-LINE
               WRITE HIST-LINE
           END-IF

           IF WS-AN-REC-SIT(WS-AN-IDX) = 'A' OR
              WS-AN-REC-SIT(WS-AN-IDX) = 'R' THEN
               MOVE WS-AN-REC-NOTA(WS-AN-IDX)  TO WS-MEDIA-ED
               MOVE WS-AN-REC-FINAL(WS-AN-IDX) TO WS-MEDIA2-ED
               MOVE SPACES TO HIST-LINE
               STRING "  RECUPERACAO: NOTA DO EXAME " DELIMITED BY SIZE
                      WS-MEDIA-ED DELIMITED BY SIZE
                      "  MEDIA FINAL " DELIMITED BY SIZE
                      WS-MEDIA2-ED DELIMITED BY SIZE
                      INTO HIST-LINE
               WRITE HIST-LINE
           END-IF
           IF WS-AN-REC-SIT(WS-AN-IDX) = 'P' THEN
               MOVE "  RECUPERACAO: EXAME AINDA NAO REALIZADO"
                 TO HIST-LINE
               WRITE HIST-LINE
           END-IF

           MOVE 0 TO WS-PCT-FREQ
           IF WS-AN-SESSOES(WS-AN-IDX) > 0 THEN
               COMPUTE WS-PCT-FREQ ROUNDED =
                       WS-AN-PRESENC(WS-AN-IDX) * 100 /
                       WS-AN-SESSOES(WS-AN-IDX)
               MOVE WS-PCT-FREQ TO WS-PCT-ED
               MOVE SPACES TO HIST-LINE
               STRING "  FREQUENCIA: " DELIMITED BY SIZE
                      WS-PCT-ED        DELIMITED BY SIZE
                      "%"              DELIMITED BY SIZE
                      INTO HIST-LINE
           ELSE
               MOVE "  FREQUENCIA: SEM REGISTRO DE SESSOES" TO HIST-LINE
           END-IF
           WRITE HIST-LINE

           PERFORM P640-SITUACAO-DO-ANO
           MOVE SPACES TO HIST-LINE
           STRING "  SITUACAO: " DELIMITED BY SIZE
                  WS-SITUACAO    DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE.

       P640-SITUACAO-DO-ANO.
      *    MESMA REGRA DO CALCMEDIA (P260): FREQUENCIA ABAIXO DO MINIMO
      *    REPROVA SEM RECUPERACAO; SENAO A MEDIA GERAL DECIDE, E O
      *    REPROVADO NA MEDIA FICA COM O RESULTADO DA RECUPERACAO.
           IF WS-AN-QTD-DISC(WS-AN-IDX) = 0 THEN
               MOVE "SEM AVALIACAO" TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF WS-AN-SESSOES(WS-AN-IDX) > 0 AND
              WS-PCT-FREQ < WS-FREQ-MINIMA THEN
               MOVE "REPROVADO POR FREQUENCIA" TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           IF WS-MEDIA-ANO >= WS-THRESHOLD THEN
               MOVE "APROVADO" TO WS-SITUACAO
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-AN-REC-SIT(WS-AN-IDX)
               WHEN 'A'
                   MOVE "APROVADO NA RECUPERACAO" TO WS-SITUACAO
               WHEN 'P'
                   MOVE "EM RECUPERACAO" TO WS-SITUACAO
               WHEN OTHER
                   MOVE "REPROVADO" TO WS-SITUACAO
           END-EVALUATE.

       P680-RODAPE.
           MOVE WS-CURR-DD TO WS-DATA-ED-DD
           MOVE WS-CURR-MM TO WS-DATA-ED-MM
           MOVE WS-CURR-YY TO WS-DATA-ED-AA
           MOVE SPACES TO HIST-LINE
           WRITE HIST-LINE
           MOVE "CERTIFICAMOS QUE O PRESENTE HISTORICO ESCOLAR REPRODUZ"
             TO HIST-LINE
           WRITE HIST-LINE
           MOVE "FIELMENTE OS REGISTROS ESCOLARES DO ALUNO ACIMA"
             TO HIST-LINE
           WRITE HIST-LINE
           MOVE "IDENTIFICADO, CONSTANTES DOS ARQUIVOS DESTA ESCOLA."
             TO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           STRING "EMITIDO EM " DELIMITED BY SIZE
                  WS-DATA-ED    DELIMITED BY SIZE
                  " POR "       DELIMITED BY SIZE
                  WS-EMISSOR    DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           STRING "AUTENTICIDADE: CONFIRA O DOCUMENTO NUMERO "
                                DELIMITED BY SIZE
                  WS-HIST-NUMERO DELIMITED BY SIZE
                  INTO HIST-LINE
           WRITE HIST-LINE
           MOVE "JUNTO A SECRETARIA DESTA ESCOLA." TO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           WRITE HIST-LINE
           MOVE "____________________________________" TO HIST-LINE
           WRITE HIST-LINE
           MOVE "SECRETARIA ESCOLAR" TO HIST-LINE
           WRITE HIST-LINE
           MOVE SPACES TO HIST-LINE
           WRITE HIST-LINE.

       P700-CONFERIR.
      *    RESPONDE A ESCOLA DE DESTINO SE O HISTORICO NUMERO N FOI
      *    EMITIDO AQUI, PARA QUEM E COBRINDO QUAIS ANOS, E SE O ALUNO
      *    TEVE OUTRO HISTORICO EMITIDO DEPOIS DESTE.
           DISPLAY "NUMERO DO DOCUMENTO"
           ACCEPT WS-NUM-BUSCA

           OPEN INPUT HIST-REG-FILE
           IF WS-HISTREG-STATUS EQUAL 35 THEN
               DISPLAY "NENHUM HISTORICO REGISTRADO ATE HOJE"
               GO TO P999-STOP
           END-IF
           PERFORM UNTIL WS-EOF = 'S'
               READ HIST-REG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF HREG-NUMERO = WS-NUM-BUSCA THEN
                           MOVE 'S' TO WS-ACHOU
                           MOVE HIST-REG-REC TO WS-REG-SALVO
                           MOVE HREG-ALU-ID TO WS-ALUNO-ID
                       ELSE
                           IF WS-ACHOU = 'S' AND
                              HREG-ALU-ID = WS-ALUNO-ID THEN
                               ADD 1 TO WS-QTD-EMISSOES
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-REG-FILE

           IF WS-ACHOU NOT = 'S' THEN
               DISPLAY "DOCUMENTO NAO CONSTA DO REGISTRO DE EMISSOES"
               GO TO P999-STOP
           END-IF
           MOVE WS-REG-SALVO TO HIST-REG-REC
           DISPLAY "HISTORICO ESCOLAR AUTENTICO"
           DISPLAY "EMITIDO EM: " HREG-TIMESTAMP
           DISPLAY "EMITIDO POR: " HREG-EMISSOR
           DISPLAY "ALUNO: " HREG-ALU-NOME "  ID: " HREG-ALU-ID
           DISPLAY "CPF: " HREG-ALU-CPF
           DISPLAY "ANOS LETIVOS: " HREG-QTD-ANOS
                   " (" HREG-ANO-INI " A " HREG-ANO-FIM ")"
           IF WS-QTD-EMISSOES > 0 THEN
               DISPLAY "ATENCAO: " WS-QTD-EMISSOES
                       " HISTORICO(S) EMITIDO(S) DEPOIS DESTE PARA O "
                       "MESMO ALUNO"
           END-IF
           GO TO P999-STOP.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY SPOOL.
       COPY TREINO.

       END PROGRAM HISTESC.
