      *                  DO PRIMEIRO AVALISTA DO CONTRATO
      *                  (AVALISTA.CTL, VER CONTRATOMNT), PARA A
      *                  AGENCIA COBRAR QUANDO O TITULAR SOME.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT: O CLIENTE DE CADA PARCELA E
      *                  LIDO PELA CHAVE, ACABANDO COM A TABELA DE 500
      *                  VINCULOS E O AVISO DE ESTOURO.
      *     15/10/2026 - SO EXPORTA A PARCELA QUE JA COMPLETOU A REGUA
      *                  DE CARTAS DE COBRANCA (ULTIMO AVISO DO CARTACOB
      *                  REGISTRADO EM CARTACOB.REG); AS DEMAIS FICAM
      *                  CONTADAS COMO AGUARDANDO CARTAS.
      *     15/10/2026 - TODA PARCELA EXPORTADA FICA REGISTRADA EM
      *                  AGENCIA.ENV (VER AGENVREG) COM A DATA E OS DIAS
      *                  DE ATRASO DO PRIMEIRO ENVIO, BASE DA COMISSAO
      *                  DA AGENCIA APURADA PELO AGENCOM.
      *     15/10/2026 - PARCELA DE CONTRATO EM SINISTRO DO SEGURO
      *                  PRESTAMISTA (ABERTO OU INDENIZADO) NAO VAI
      *                  PARA A AGENCIA - FICA CONTADA A PARTE (P260).
      *     15/10/2026 - PRESTACOES E LIDO PELA CHAVE ALTERNATIVA
      *                  PREST-SIT-VENC, SO AS PARCELAS 'A' E 'R' JA
      *                  VENCIDAS (P180), EM VEZ DE VARRER O ARQUIVO
      *                  INTEIRO. O CSV SAI POR SITUACAO E VENCIMENTO.
      *     15/10/2026 - A LINHA EXPORTADA GANHA O CODIGO DO CLIENTE
      *                  (7 DIGITOS, VER CLIMIG5) COMO ULTIMA COLUNA,
      *                  DEPOIS DO TELEFONE DO AVALISTA; AS COLUNAS
      *                  ANTERIORES NAO MUDAM - LAYOUT NOVO COMUNICADO
      *                  A AGENCIA DE COBRANCA.
      *     15/10/2026 - PARCELA DE CONTRATO DE TITULAR FALECIDO
      *                  (CONTR-SIT-OBITO, MARCADO PELO OBITOCASC) FICA
      *                  FORA DA COBRANCA - O CONTRATO ESTA COM O
      *                  SUPERVISOR DE COBRANCA - E E CONTADA A PARTE NO
      *                  RESUMO.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO; INTERFACE EXTERNA SUPRIMIDA NO
      *                  MODO TREINAMENTO.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBRCSV.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-MASK-LOG-STATUS.

           SELECT CARTA-FILE ASSIGN TO 'CARTACOB.REG'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CARTA-KEY
           FILE STATUS IS WS-CARTA-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT ENV-FILE ASSIGN TO 'AGENCIA.ENV'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ENV-KEY
           FILE STATUS IS WS-ENV-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PREST-FILE.
           05 MASK-LOG-PROGRAMA  PIC X(20).
           05 MASK-LOG-ESCOLHA   PIC X(01).

       FD CARTA-FILE.
       COPY CARTAREG.

       FD AVAL-FILE.
      *    MESMO LAYOUT DE AVAL-REC NO CONTRATOMNT.
       01 AVAL-REC.
           05 AVAL-TEL          PIC X(12).
           05 AVAL-ENDERECO     PIC X(60).

       FD ENV-FILE.
       COPY AGENVREG.

       WORKING-STORAGE SECTION.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-COBR-CSV-STATUS PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-SIT-BUSCA       PIC X(01)  VALUE SPACE.
       01 WS-QTD-EXPORTADAS  PIC 9(05)  VALUE 0.
       01 WS-QTD-EM-CARTA    PIC 9(05)  VALUE 0.
       01 WS-CARTA-STATUS    PIC 99.
       01 WS-CARTA-ABERTO    PIC X      VALUE 'N'.
       01 WS-ENV-STATUS      PIC 99.
       01 WS-QTD-NOVOS-ENV   PIC 9(05)  VALUE 0.
       01 WS-EM-SINISTRO     PIC X      VALUE 'N'.
       01 WS-QTD-SINISTRO    PIC 9(05)  VALUE 0.
       01 WS-TIT-FALECIDO    PIC X      VALUE 'N'.
       01 WS-QTD-FALECIDO    PIC 9(05)  VALUE 0.

       01 WS-CONTR-ABERTO    PIC X      VALUE 'N'.
       01 WS-ACHOU           PIC X      VALUE 'N'.
       01 WS-COD-CLI-ACHADO  PIC 9(07)  VALUE 0.

       01 WS-NM-EXIBIDO      PIC X(40)  VALUE SPACES.
       01 WS-TEL-EXIBIDO     PIC X(12)  VALUE SPACES.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSCPFMASK.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE "COBRANCA.CSV" TO WS-TREINO-INTERFACE
           PERFORM P-TREINO-SUPRIME
           DISPLAY "******** EXPORTACAO CSV DE PARCELAS EM ATRASO ****"
           PERFORM P-SIGN-ON
           MOVE "COBRCSV" TO WS-CPFMASK-PROGRAMA
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-HOJE-DATA)

           PERFORM P100-ABRE-CONTRATOS
           PERFORM P150-CARREGA-AVALISTAS

           OPEN INPUT PREST-FILE
               DISPLAY "PRESTACOES AINDA NAO FOI CRIADO"
           ELSE
               OPEN INPUT CLIENTE
               OPEN INPUT CARTA-FILE
               IF WS-CARTA-STATUS NOT EQUAL 35 THEN
                   MOVE 'S' TO WS-CARTA-ABERTO
               END-IF
               OPEN OUTPUT COBR-CSV-FILE
               OPEN I-O ENV-FILE
               IF WS-ENV-STATUS EQUAL 35 THEN
                   OPEN OUTPUT ENV-FILE
                   CLOSE ENV-FILE
                   OPEN I-O ENV-FILE
               END-IF
               MOVE 'A' TO WS-SIT-BUSCA
               PERFORM P180-LE-VENCIDAS
               MOVE 'R' TO WS-SIT-BUSCA
               PERFORM P180-LE-VENCIDAS
               CLOSE COBR-CSV-FILE
               CLOSE ENV-FILE
               IF WS-CARTA-ABERTO = 'S' THEN
                   CLOSE CARTA-FILE
               END-IF
               CLOSE CLIENTE
               CLOSE PREST-FILE
               IF WS-CONTR-ABERTO = 'S' THEN
                   CLOSE CONTR-FILE
               END-IF

               DISPLAY "PARCELAS EXPORTADAS: " WS-QTD-EXPORTADAS
               DISPLAY "PRIMEIRO ENVIO A AGENCIA: " WS-QTD-NOVOS-ENV
               DISPLAY "PARCELAS AGUARDANDO CARTAS DE COBRANCA: "
                       WS-QTD-EM-CARTA
               DISPLAY "PARCELAS EM SINISTRO (FORA DA COBRANCA): "
                       WS-QTD-SINISTRO
               DISPLAY "PARCELAS DE TITULAR FALECIDO (COM O "
                       "SUPERVISOR): " WS-QTD-FALECIDO
           END-IF

           STOP RUN.

       P100-ABRE-CONTRATOS.
      *    CONTRATO.CTL FICA ABERTO DURANTE A EXPORTACAO PARA ACHAR O
      *    CLIENTE DE CADA PARCELA PELA CHAVE (P300).
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-CONTR-ABERTO
           END-IF.

       P150-CARREGA-AVALISTAS.
      *    GUARDA O PRIMEIRO AVALISTA DE CADA CONTRATO (AVALISTA.CTL).
           END-IF
           MOVE 'N' TO WS-EOF.

       P180-LE-VENCIDAS.
      *    PARCELAS DA SITUACAO WS-SIT-BUSCA COM VENCIMENTO ANTERIOR A
      *    HOJE, PELA CHAVE ALTERNATIVA PREST-SIT-VENC.
           MOVE WS-SIT-BUSCA TO PREST-SITUACAO
           MOVE 0            TO PREST-VENCIMENTO
           MOVE 'N'          TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-SIT-VENC
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-SITUACAO NOT = WS-SIT-BUSCA OR
                          PREST-VENCIMENTO NOT < WS-HOJE-DATA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P200-CONFERE-ATRASO
                       END-IF
               END-READ
           END-PERFORM.

       P200-CONFERE-ATRASO.
           MOVE PREST-VENCIMENTO TO WS-VENC-DATA
           COMPUTE WS-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC
           IF WS-DIAS-ATRASO > 0 THEN
               PERFORM P260-CONFERE-SINISTRO
               IF WS-EM-SINISTRO = 'S' THEN
                   ADD 1 TO WS-QTD-SINISTRO
                   EXIT PARAGRAPH
               END-IF
               IF WS-TIT-FALECIDO = 'S' THEN
                   ADD 1 TO WS-QTD-FALECIDO
                   EXIT PARAGRAPH
               END-IF
      *        A AGENCIA SO RECEBE A PARCELA DEPOIS DO ULTIMO AVISO
      *        POR CARTA (CARTACOB).
               PERFORM P250-CONFERE-CARTAS
               IF WS-ACHOU NOT = 'S' THEN
                   ADD 1 TO WS-QTD-EM-CARTA
                   EXIT PARAGRAPH
               END-IF
               COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
               PERFORM P300-LOCALIZA-CLIENTE
      *        O FILTRO USA A SITUACAO DERIVADA CARIMBADA PELO
               END-IF
           END-IF.

       P250-CONFERE-CARTAS.
           MOVE 'N' TO WS-ACHOU
           IF WS-CARTA-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CARTA-NUM-CONT
           MOVE PREST-NUM-PARC TO CARTA-NUM-PARC
           MOVE 3              TO CARTA-ESTAGIO
           READ CARTA-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-READ.

       P260-CONFERE-SINISTRO.
      *    CONTRATO COM SINISTRO DO SEGURO PRESTAMISTA ABERTO OU JA
      *    INDENIZADO (VER BLOQMNT/SEGPREST) E COBRADO DA SEGURADORA,
      *    NAO DO ESPOLIO DO TITULAR. CONTRATO DE TITULAR FALECIDO
      *    SEM SINISTRO (VER OBITOCASC) FICA COM O SUPERVISOR DE
      *    COBRANCA, FORA DA COBRANCA AUTOMATICA.
           MOVE 'N' TO WS-EM-SINISTRO
           MOVE 'N' TO WS-TIT-FALECIDO
           IF WS-CONTR-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CONTR-SINISTRO-ABERTO OR CONTR-SINISTRO-PAGO
                       THEN
                       MOVE 'S' TO WS-EM-SINISTRO
                   ELSE
                       IF CONTR-TITULAR-FALECIDO THEN
                           MOVE 'S' TO WS-TIT-FALECIDO
                       END-IF
                   END-IF
           END-READ.

       P300-LOCALIZA-CLIENTE.
           MOVE SPACES TO WS-NM-EXIBIDO
           MOVE SPACES TO WS-TEL-EXIBIDO
           MOVE 0      TO WS-CPF-EXIBIDO
           MOVE SPACE  TO WS-SIT-EXIBIDA
           MOVE 0      TO WS-COD-CLI-ACHADO
           MOVE 'N'    TO WS-ACHOU
           IF WS-CONTR-ABERTO = 'S' THEN
               MOVE PREST-NUM-CONT TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CONTR-COD-CLIENTE TO WS-COD-CLI-ACHADO
                       MOVE 'S' TO WS-ACHOU
               END-READ
           END-IF
           IF WS-ACHOU = 'S' THEN
               MOVE WS-COD-CLI-ACHADO TO COD-CLIENTE
               READ CLIENTE
                  WS-AVAL-NM-EXIB    DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-AVAL-TEL-EXIB   DELIMITED BY SPACE
                  ","                DELIMITED BY SIZE
                  WS-COD-CLI-ACHADO  DELIMITED BY SIZE
             INTO COBR-CSV-LINE
           WRITE COBR-CSV-LINE
           ADD 1 TO WS-QTD-EXPORTADAS
           PERFORM P450-REGISTRA-ENVIO.

       P450-REGISTRA-ENVIO.
      *    SO O PRIMEIRO ENVIO DA PARCELA E GRAVADO; NAS EXPORTACOES
      *    SEGUINTES A CHAVE JA EXISTE E O REGISTRO FICA COMO ESTA.
           MOVE PREST-NUM-CONT        TO ENV-NUM-CONT
           MOVE PREST-NUM-PARC        TO ENV-NUM-PARC
           MOVE WS-HOJE-DATA          TO ENV-DT-ENVIO
           MOVE FUNCTION CURRENT-DATE TO ENV-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO ENV-OPERADOR
           MOVE 0                     TO ENV-COD-CLI
           IF WS-ACHOU = 'S' THEN
               MOVE WS-COD-CLI-ACHADO TO ENV-COD-CLI
           END-IF
           MOVE WS-DIAS-ATRASO        TO ENV-DIAS-ATRASO
           MOVE WS-SALDO-PARCELA      TO ENV-VL-SALDO
           WRITE ENV-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-QTD-NOVOS-ENV
           END-WRITE.

       COPY LOGON.
       COPY SENHASH.
       COPY CPFMASK.
       COPY TREINO.
       END PROGRAM COBRCSV.
