      *                  COM O LIMITE DE EXPOSICAO.CTL (EXCECOES POR
      *                  CLIENTE EM EXPOSICAO.OVR); ESTOURO BLOQUEIA
      *                  OU EXIGE CONFIRMACAO DE ADMINISTRADOR.
      *     15/10/2026 - CONTRATO.CTL PASSOU A SER INDEXADO POR
      *                  CONTR-NUM-CONT COM CHAVE ALTERNATIVA POR
      *                  CONTR-COD-CLIENTE (VER CONTRMIG2): LOCALIZAR,
      *                  CONSULTAR E DESVINCULAR VIRAM LEITURA/DELETE
      *                  PELA CHAVE, SEM REGRAVAR O ARQUIVO INTEIRO; A
      *                  LISTAGEM E A EXPOSICAO PERCORREM SO OS
      *                  CONTRATOS DO CLIENTE, SEM O LIMITE DE 50.
      *     15/10/2026 - O VINCULO (MANUAL OU POR PROPOSTA) PASSA A
      *                  APURAR AS TARIFAS DE CONTRATACAO (TAC, IOF E
      *                  SEGURO, DE TARIFAS.CTL) E O CUSTO EFETIVO
      *                  TOTAL MENSAL/ANUAL (VER CETCALC), GRAVANDO-OS
      *                  EM CONTR-REC E IMPRIMINDO O CONTRATO EM
      *                  CONTRATO.PRN; A LISTAGEM E A CONSULTA EXIBEM O
      *                  CET. WS-CONTR-SAVE ACOMPANHA O NOVO TAMANHO DE
      *                  CONTR-REC.
      *     15/10/2026 - O VINCULO EXIBE A CLASSIFICACAO DE CREDITO DO
      *                  CLIENTE (RATING-CLIENTE, CARIMBADA PELO LOTE
      *                  CLIRATING) JUNTO COM A EXPOSICAO, E AS FAIXAS
      *                  'D' E 'E' EXIGEM A CONFIRMACAO DE UM
      *                  ADMINISTRADOR, COMO O LIMITE ESTOURADO.
      *     15/10/2026 - A VIA DO CONTRATO EM CONTRATO.PRN PASSA A SER
      *                  A CEDULA DE CREDITO COMPLETA (VER CEDULA):
      *                  EMITENTE COM ENDERECO, TERMOS, TABELA DE
      *                  PARCELAS E ASSINATURA DO EMITENTE E DOS
      *                  AVALISTAS - POR ISSO SAI DEPOIS DO CADASTRO
      *                  DOS AVALISTAS.
      *     15/10/2026 - O VINCULO OFERECE O SEGURO PRESTAMISTA
      *                  (P150) QUANDO SEGPREST.CTL TRAZ TAXA: NA
      *                  ADESAO A TAXA MENSAL VIGENTE E GRAVADA EM
      *                  CONTR-TAXA-PRESTAMISTA E O PREMIO ENTRA NO
      *                  CET. A CONSULTA EXIBE O SEGURO E A SITUACAO
      *                  DE SINISTRO. WS-CONTR-SAVE ACOMPANHA O NOVO
      *                  TAMANHO DE CONTR-REC.
      *     15/10/2026 - O VINCULO PASSA A EXIGIR UM PRODUTO DO
      *                  CATALOGO (PRODUTO.CTL, VER PRODUTO.cpy): O
      *                  PRINCIPAL E O PRAZO SO SAO ACEITOS DENTRO DAS
      *                  FAIXAS DO PRODUTO, E A TAXA E O METODO DE
      *                  AMORTIZACAO VEM DELE EM VEZ DE SEREM DIGITADOS
      *                  (P160). NO VINCULO POR PROPOSTA OS TERMOS DA
      *                  PROPOSTA SAO CONFERIDOS CONTRA O PRODUTO
      *                  ESCOLHIDO (P170). O CODIGO FICA GRAVADO EM
      *                  CONTR-COD-PRODUTO E APARECE NA LISTAGEM E NA
      *                  CONSULTA.
      *     15/10/2026 - O VINCULO NASCE NAO ARQUIVADO
      *                  (CONTR-SIT-ARQUIVO, VER PRESTARCH); A LISTAGEM
      *                  E A CONSULTA MOSTRAM O CONTRATO ARQUIVADO E A
      *                  DATA DO ARQUIVAMENTO.
      *     15/10/2026 - O CODIGO DO CLIENTE NA BUSCA E EM EXPOSICAO.OVR
      *                  (EXPO-OVR-COD-CLI) PASSOU A TER 7 DIGITOS, COMO
      *                  COD-CLIENTE (VER CLIMIG5 E CODCLIMIG).
      *     15/10/2026 - O VINCULO NASCE SEM MARCACAO DE OBITO DO
      *                  TITULAR (CONTR-SIT-OBITO, VER OBITOCASC) E A
      *                  CONSULTA MOSTRA O CONTRATO DE TITULAR FALECIDO.
      *                  WS-CONTR-SAVE ACOMPANHA O NOVO TAMANHO DE
      *                  CONTR-REC (ESTAVA CURTO DESDE O CODIGO DO
      *                  CLIENTE DE 7 DIGITOS).
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
       PROGRAM-ID. CONTRATOMNT.
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

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT EXPO-CTL-FILE ASSIGN TO 'EXPOSICAO.CTL'
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-EXPO-OVR-STATUS.

           SELECT TARIFA-FILE ASSIGN TO 'TARIFAS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-TARIFA-STATUS.

           SELECT CONTR-PRN-FILE ASSIGN TO 'CONTRATO.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CEDPRN-STATUS.

           SELECT SEGPREST-FILE ASSIGN TO 'SEGPREST.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-SEGP-STATUS.

           SELECT PRODUTO-FILE ASSIGN TO 'PRODUTO.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PROD-STATUS.

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

       FD  CLIENTE.
       COPY CLIDATA.


       FD EXPO-OVR-FILE.
       01 EXPO-OVR-REC.
         05 EXPO-OVR-COD-CLI  PIC 9(07).
         05 EXPO-OVR-LIMITE   PIC 9(09)V99.

       FD TARIFA-FILE.
      *    MESMO LAYOUT DE TARIFA-REC NO CTLMNT.
       01 TARIFA-REC.
         05 TAR-VL-TAC        PIC 9(7)V99.
         05 TAR-IOF-FIXO      PIC 9(1)V9(6).
         05 TAR-IOF-DIARIO    PIC 9(1)V9(6).
         05 TAR-SEGURO-PCT    PIC 9(1)V9(6).

       FD CONTR-PRN-FILE.
       01 CONTR-PRN-LINE      PIC X(80).

       FD SEGPREST-FILE.
      *    MESMO LAYOUT DE SEGPREST-REC NO CTLMNT.
       01 SEGPREST-REC.
         05 SEGP-TAXA         PIC 9(1)V9(6).
         05 SEGP-APOLICE      PIC X(12).

       FD PRODUTO-FILE.
       COPY PRODDATA.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-CONTR-STATUS     PIC 99.
       01 WS-CLI-STATUS       PIC 99.
       01 WS-OPCAO            PIC 9(01) VALUE 0.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-ACHOU            PIC X     VALUE 'N'.
       01 WS-NUM-CONT-BUSCA   PIC 9(05) VALUE 0.
       01 WS-COD-CLI-BUSCA    PIC 9(07) VALUE 0.
       01 WS-CMD              PIC X(80) VALUE SPACES.
       01 WS-PROP-STATUS      PIC 99.
       01 WS-PROP-NEW-STATUS  PIC 99.
       01 WS-PROP-PRAZO       PIC 9(4)V99 VALUE 0.
       01 WS-PROP-TAXA        PIC 9(1)V9(4) VALUE 0.
       01 WS-PROP-METODO      PIC X(01) VALUE SPACE.
       01 WS-MAIS-AVAL        PIC X(01) VALUE 'N'.
       01 WS-QTD-AVAL         PIC 9(02) VALUE 0.

       01 WS-EXPO-CTL-STATUS  PIC 99.
       01 WS-EXPO-OVR-STATUS  PIC 99.
       01 WS-EXPO-BLOQUEIA    PIC X(01) VALUE 'N'.
       01 WS-MOTIVO-BLOQUEIO  PIC X(30) VALUE SPACES.
       01 WS-RATING-VINCULO   PIC X(01) VALUE SPACE.
       01 WS-SCORE-VINCULO    PIC 9(03) VALUE 0.
       01 WS-DT-RATING-VINC   PIC 9(08) VALUE 0.
       01 WS-EXPO-LIMITE      PIC 9(09)V99 VALUE 50000.
       01 WS-EXPO-ATUAL       PIC 9(11)V99 VALUE 0.
       01 WS-EXPO-PROJETADA   PIC 9(11)V99 VALUE 0.
       01 WS-INT-VENC         PIC S9(09) VALUE 0.
       01 WS-DT-HOJE          PIC 9(08) VALUE 0.
       01 WS-CONFIRMA         PIC X(01) VALUE 'N'.
       01 WS-CONTR-SAVE       PIC X(131) VALUE SPACES.
       01 WS-EOF-PREST        PIC X     VALUE 'N'.
       01 WS-SEGP-STATUS      PIC 99.
       01 WS-SEGP-TAXA        PIC 9(1)V9(6) VALUE 0.
       01 WS-ADESAO-SEGURO    PIC X(01) VALUE 'N'.
       COPY WSCETCALC.
       COPY WSCEDULA.
       COPY WSPRODUTO.
       COPY WSLOGON.
       COPY WSSENHASH.
       01 WS-CURR-DATE.
           05 WS-CURR-MM PIC 99 VALUE 0.
           05 WS-CURR-DD PIC 99 VALUE 0.
       COPY CLIPATH.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'CONTRATOMNT' TO WS-SPL-PROGRAMA
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO = 9
               DISPLAY " "
               DISPLAY "---- VINCULO CONTRATO X CLIENTE ----"
                       INVALID KEY
                           DISPLAY "CLIENTE NAO ENCONTRADO"
                       NOT INVALID KEY
                           MOVE RATING-CLIENTE TO WS-RATING-VINCULO
                           MOVE SCORE-CLIENTE  TO WS-SCORE-VINCULO
                           MOVE DT-RATING      TO WS-DT-RATING-VINC
                           MOVE WS-NUM-CONT-BUSCA TO CONTR-NUM-CONT
                           MOVE WS-COD-CLI-BUSCA  TO CONTR-COD-CLIENTE
                           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
                           MOVE WS-CURR-DATE      TO CONTR-DT-VINCULO
                           MOVE SPACE TO CONTR-SIT-ARQUIVO
                           MOVE 0     TO CONTR-DT-ARQUIVO
                           MOVE SPACE TO CONTR-SIT-OBITO
                           MOVE 0     TO CONTR-DT-OBITO
                           PERFORM P160-TERMOS-PRODUTO
                           IF WS-PROD-OK NOT = 'S' THEN
                               DISPLAY "VINCULO NAO EFETIVADO - "
                                       WS-PROD-MOTIVO
                           ELSE
                           PERFORM P150-ADESAO-SEGURO
                           PERFORM P130-CALCULA-CET
                           MOVE CONTR-VALOR-PRINC
                             TO WS-PRINCIPAL-NOVO
                           MOVE CONTR-REC TO WS-CONTR-SAVE
                           MOVE WS-CONTR-SAVE TO CONTR-REC
                           IF WS-EXPO-BLOQUEIA = 'S' THEN
                               DISPLAY "VINCULO NAO EFETIVADO - "
                                       WS-MOTIVO-BLOQUEIO
                           ELSE
                           PERFORM P120-GRAVA-VINCULO
                           IF WS-ACHOU = 'S' THEN
                               DISPLAY "CONTRATO VINCULADO AO CLIENTE"
                               PERFORM P600-CADASTRA-AVALISTAS
                           END-IF
                           END-IF
                           END-IF
                   END-READ
                   CLOSE CLIENTE
                   IF WS-ACHOU = 'S' THEN
                       PERFORM P140-IMPRIME-CONTRATO
                   END-IF
               END-IF
           END-IF.

                   CLOSE CLIENTE
                   EXIT PARAGRAPH
           END-READ
           MOVE RATING-CLIENTE TO WS-RATING-VINCULO
           MOVE SCORE-CLIENTE  TO WS-SCORE-VINCULO
           MOVE DT-RATING      TO WS-DT-RATING-VINC
           CLOSE CLIENTE

           MOVE WS-NUM-CONT-BUSCA TO CONTR-NUM-CONT
           MOVE WS-COD-CLI-BUSCA  TO CONTR-COD-CLIENTE
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE
           MOVE WS-CURR-DATE      TO CONTR-DT-VINCULO
           MOVE SPACE             TO CONTR-SIT-ARQUIVO
           MOVE 0                 TO CONTR-DT-ARQUIVO
           MOVE SPACE             TO CONTR-SIT-OBITO
           MOVE 0                 TO CONTR-DT-OBITO
           MOVE WS-PROP-PRAZO     TO CONTR-NUM-PREST
           MOVE WS-PROP-PRINCIPAL TO CONTR-VALOR-PRINC
           MOVE WS-PROP-TAXA      TO CONTR-TAXA-JUROS
           MOVE WS-PROP-METODO    TO CONTR-METODO-AMORT
           PERFORM P170-PRODUTO-PROPOSTA
           IF WS-PROD-OK NOT = 'S' THEN
               DISPLAY "VINCULO NAO EFETIVADO - " WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM P150-ADESAO-SEGURO
           PERFORM P130-CALCULA-CET
           MOVE WS-PROP-PRINCIPAL TO WS-PRINCIPAL-NOVO
           MOVE CONTR-REC TO WS-CONTR-SAVE
           PERFORM P700-CHECK-EXPOSICAO
           MOVE WS-CONTR-SAVE TO CONTR-REC
           IF WS-EXPO-BLOQUEIA = 'S' THEN
               DISPLAY "VINCULO NAO EFETIVADO - " WS-MOTIVO-BLOQUEIO
               EXIT PARAGRAPH
           END-IF
           PERFORM P120-GRAVA-VINCULO
           IF WS-ACHOU NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           PERFORM P520-MARCA-CONVERTIDA
           DISPLAY "CONTRATO VINCULADO COM OS TERMOS DA PROPOSTA"
           PERFORM P600-CADASTRA-AVALISTAS
           PERFORM P140-IMPRIME-CONTRATO.

       P510-LOCALIZA-PROPOSTA.
           MOVE 'N' TO WS-PROP-ACHOU
           CALL "SYSTEM" USING WS-CMD.

       P110-LOCALIZAR-CONTRATO.
      *    CONFERE SE O CONTRATO JA ESTA VINCULADO A ALGUM CLIENTE -
      *    LEITURA DIRETA PELA CHAVE CONTR-NUM-CONT.
           MOVE 'N' TO WS-ACHOU
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               CONTINUE
           ELSE
               MOVE WS-NUM-CONT-BUSCA TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'S' TO WS-ACHOU
               END-READ
               CLOSE CONTR-FILE
           END-IF.

       P120-GRAVA-VINCULO.
      *    GRAVA CONTR-REC PELA CHAVE, CRIANDO O ARQUIVO INDEXADO NA
      *    PRIMEIRA VEZ (MESMA ABERTURA DO REGMIG PARA O REGISTRO).
      *    WS-ACHOU VOLTA 'S' QUANDO O VINCULO FOI GRAVADO.
           MOVE 'N' TO WS-ACHOU
           MOVE CONTR-REC TO WS-CONTR-SAVE
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               OPEN OUTPUT CONTR-FILE
               CLOSE CONTR-FILE
               OPEN I-O CONTR-FILE
           END-IF
           MOVE WS-CONTR-SAVE TO CONTR-REC
           WRITE CONTR-REC
               INVALID KEY
                   DISPLAY "CONTRATO JA VINCULADO A UM CLIENTE"
               NOT INVALID KEY
                   MOVE 'S' TO WS-ACHOU
           END-WRITE
           CLOSE CONTR-FILE.

       P130-CALCULA-CET.
      *    TARIFAS DE CONTRATACAO E CUSTO EFETIVO TOTAL DO CONTRATO
      *    (VER CETCALC), GRAVADOS EM CONTR-REC JUNTO DOS TERMOS. A
      *    DATA DA COBRANCA E A DO VINCULO (COMPETENCIA NO CONTABEXP).
           MOVE 0 TO CONTR-VL-TAC CONTR-VL-IOF CONTR-VL-SEGURO
                     CONTR-CET-MENSAL CONTR-CET-ANUAL
           MOVE CONTR-DT-VINCULO TO CONTR-DT-TARIFAS
           IF CONTR-NUM-PREST = 0 OR CONTR-NUM-PREST > 420 THEN
               DISPLAY "PRAZO INVALIDO (1 A 420 PRESTACOES) - CET "
                       "NAO CALCULADO"
               EXIT PARAGRAPH
           END-IF
           PERFORM P-CET-LE-TARIFAS
           MOVE CONTR-VALOR-PRINC  TO WS-CET-PRINCIPAL
           MOVE CONTR-NUM-PREST    TO WS-CET-PRAZO
           MOVE CONTR-TAXA-JUROS   TO WS-CET-TAXA
           MOVE CONTR-METODO-AMORT TO WS-CET-METODO
           MOVE 0                  TO WS-CET-TAXA-PRESTAM
           IF CONTR-SEGURO-PREST = 'S' THEN
               MOVE CONTR-TAXA-PRESTAMISTA TO WS-CET-TAXA-PRESTAM
           END-IF
           PERFORM P-CET-CALCULA
           MOVE WS-CET-VL-TAC    TO CONTR-VL-TAC
           MOVE WS-CET-VL-IOF    TO CONTR-VL-IOF
           MOVE WS-CET-VL-SEGURO TO CONTR-VL-SEGURO
           MOVE WS-CET-MENSAL    TO CONTR-CET-MENSAL
           MOVE WS-CET-ANUAL     TO CONTR-CET-ANUAL
           DISPLAY "TAC: " CONTR-VL-TAC
                   "  IOF: " CONTR-VL-IOF
                   "  SEGURO: " CONTR-VL-SEGURO
           DISPLAY "CET: " WS-CET-MENSAL-ED "% AO MES / "
                   WS-CET-ANUAL-ED "% AO ANO".

       P150-ADESAO-SEGURO.
      *    SEGURO PRESTAMISTA OPCIONAL: QUITA O SALDO DEVEDOR EM CASO
      *    DE OBITO DO CLIENTE. O PREMIO E A TAXA MENSAL DE
      *    SEGPREST.CTL (MANTIDA PELO CTLMNT) SOBRE O SALDO DE CADA
      *    MES, EMBUTIDO NAS PARCELAS PELO OCCRS; A TAXA FICA GRAVADA
      *    NO CONTRATO PARA QUE UMA MUDANCA NA APOLICE NAO ALTERE
      *    CONTRATOS JA FECHADOS. SEM TAXA CONFIGURADA O SEGURO NAO E
      *    OFERECIDO.
           MOVE 'N'   TO CONTR-SEGURO-PREST
           MOVE 0     TO CONTR-TAXA-PRESTAMISTA
           MOVE SPACE TO CONTR-SIT-SINISTRO
           MOVE 0     TO CONTR-DT-SINISTRO
           MOVE 0     TO WS-SEGP-TAXA
           OPEN INPUT SEGPREST-FILE
           IF WS-SEGP-STATUS NOT EQUAL 35 THEN
               READ SEGPREST-FILE
                   NOT AT END
                       MOVE SEGP-TAXA TO WS-SEGP-TAXA
               END-READ
               CLOSE SEGPREST-FILE
           END-IF
           IF WS-SEGP-TAXA = 0 THEN
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONTRATAR SEGURO PRESTAMISTA - TAXA MENSAL "
                   WS-SEGP-TAXA " SOBRE O SALDO DEVEDOR (S/N)?"
           ACCEPT WS-ADESAO-SEGURO
           IF WS-ADESAO-SEGURO = 'S' OR WS-ADESAO-SEGURO = 's' THEN
               MOVE 'S'          TO CONTR-SEGURO-PREST
               MOVE WS-SEGP-TAXA TO CONTR-TAXA-PRESTAMISTA
               DISPLAY "SEGURO PRESTAMISTA CONTRATADO"
           END-IF.

       P160-TERMOS-PRODUTO.
      *    O PRINCIPAL E O PRAZO SO SAO ACEITOS DENTRO DAS FAIXAS DO
      *    PRODUTO ESCOLHIDO; A TAXA (CONFORME A FAIXA DE PRAZO) E O
      *    METODO DE AMORTIZACAO SAO OS DO PRODUTO (VER PRODUTO.cpy).
           MOVE 'N' TO WS-PROD-OK
           PERFORM P-PROD-CARREGA
           IF WS-PROD-QTD = 0 THEN
               MOVE "CATALOGO DE PRODUTOS VAZIO (PRODMNT)"
                 TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM P165-LISTA-PRODUTOS
           DISPLAY "CODIGO DO PRODUTO"
           ACCEPT WS-PROD-COD-BUSCA
           DISPLAY "PRAZO (NUMERO DE PRESTACOES)"
           ACCEPT CONTR-NUM-PREST
           DISPLAY "VALOR PRINCIPAL DO CONTRATO"
           ACCEPT CONTR-VALOR-PRINC
           MOVE CONTR-VALOR-PRINC TO WS-PROD-PRINCIPAL
           MOVE CONTR-NUM-PREST   TO WS-PROD-PRAZO
           PERFORM P-PROD-VALIDA
           IF WS-PROD-OK = 'S' THEN
               MOVE WS-PROD-COD-BUSCA TO CONTR-COD-PRODUTO
               MOVE WS-PROD-TAXA      TO CONTR-TAXA-JUROS
               MOVE WS-PROD-METODO    TO CONTR-METODO-AMORT
               DISPLAY "TAXA MENSAL DO PRODUTO: " CONTR-TAXA-JUROS
                       "  METODO: " CONTR-METODO-AMORT
           END-IF.

       P165-LISTA-PRODUTOS.
           DISPLAY "---- PRODUTOS EM OFERTA ----"
           PERFORM VARYING WS-PROD-IDX FROM 1 BY 1
                   UNTIL WS-PROD-IDX > WS-PROD-QTD
               IF WS-PROD-TB-ATIVO(WS-PROD-IDX) NOT = 'N' THEN
                   DISPLAY WS-PROD-TB-CODIGO(WS-PROD-IDX) " - "
                           WS-PROD-TB-DESCRICAO(WS-PROD-IDX)
                           "  VALOR: " WS-PROD-TB-VL-MIN(WS-PROD-IDX)
                           " A " WS-PROD-TB-VL-MAX(WS-PROD-IDX)
                           "  PRAZO: "
                           WS-PROD-TB-PRAZO-MIN(WS-PROD-IDX)
                           " A " WS-PROD-TB-PRAZO-MAX(WS-PROD-IDX)
               END-IF
           END-PERFORM.

       P170-PRODUTO-PROPOSTA.
      *    A PROPOSTA NAO GUARDA O PRODUTO: O OPERADOR INFORMA O
      *    PRODUTO E O PRINCIPAL/PRAZO DA PROPOSTA SAO CONFERIDOS
      *    CONTRA AS FAIXAS DELE. A TAXA E O METODO SAO OS DA PROPOSTA
      *    IMPRESSA, QUE FOI O QUE O CLIENTE ACEITOU.
           MOVE 'N' TO WS-PROD-OK
           PERFORM P-PROD-CARREGA
           IF WS-PROD-QTD = 0 THEN
               MOVE "CATALOGO DE PRODUTOS VAZIO (PRODMNT)"
                 TO WS-PROD-MOTIVO
               EXIT PARAGRAPH
           END-IF
           PERFORM P165-LISTA-PRODUTOS
           DISPLAY "CODIGO DO PRODUTO DA PROPOSTA"
           ACCEPT WS-PROD-COD-BUSCA
           MOVE WS-PROP-PRINCIPAL TO WS-PROD-PRINCIPAL
           MOVE WS-PROP-PRAZO     TO WS-PROD-PRAZO
           PERFORM P-PROD-VALIDA
           IF WS-PROD-OK = 'S' THEN
               MOVE WS-PROD-COD-BUSCA TO CONTR-COD-PRODUTO
           END-IF.

       P140-IMPRIME-CONTRATO.
      *    CEDULA DE CREDITO DO CONTRATO RECEM-VINCULADO (VER CEDULA).
      *    A TABELA DE PARCELAS SO EXISTE DEPOIS DO OCCRS, QUE IMPRIME
      *    A CEDULA DE NOVO, JA COM AS PARCELAS.
           MOVE WS-NUM-CONT-BUSCA TO WS-CED-NUM-CONT
           MOVE 0                 TO WS-CED-CONT-ANTIGO
           MOVE 'O'               TO WS-CED-TIPO
           PERFORM P-CEDULA-IMPRIME.

       P200-DESVINCULAR.
      *    RETIRA O VINCULO DE UM CONTRATO, EXCLUINDO O REGISTRO PELA
      *    CHAVE - O RESTO DO ARQUIVO NAO E TOCADO.
           DISPLAY "NUMERO DO CONTRATO A DESVINCULAR"
           ACCEPT WS-NUM-CONT-BUSCA
           OPEN I-O CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
           ELSE
               MOVE WS-NUM-CONT-BUSCA TO CONTR-NUM-CONT
               READ CONTR-FILE
                   INVALID KEY
                       DISPLAY "CONTRATO NAO ESTAVA VINCULADO"
                   NOT INVALID KEY
                       DELETE CONTR-FILE
                           INVALID KEY
                               DISPLAY "NAO FOI POSSIVEL "
                                       "DESVINCULAR O CONTRATO"
                           NOT INVALID KEY
                               DISPLAY "CONTRATO DESVINCULADO"
                       END-DELETE
               END-READ
               CLOSE CONTR-FILE
           END-IF.

       P300-LISTAR-POR-CLIENTE.
           IF WS-CONTR-STATUS EQUAL 35 THEN
               DISPLAY "CONTRATO.CTL AINDA NAO FOI CRIADO"
           ELSE
      *        SO OS CONTRATOS DO CLIENTE, PELA CHAVE ALTERNATIVA.
               MOVE WS-COD-CLI-BUSCA TO CONTR-COD-CLIENTE
               MOVE 'N' TO WS-EOF
               START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ CONTR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CONTR-COD-CLIENTE NOT = WS-COD-CLI-BUSCA
                               THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               MOVE 'S' TO WS-ACHOU
                               DISPLAY "CONTRATO: " CONTR-NUM-CONT
                                       "  VINCULADO EM: "
                                       "  PRINCIPAL: "
                                       CONTR-VALOR-PRINC
                                       "  TAXA: " CONTR-TAXA-JUROS
                                       "  CET A.M.: " CONTR-CET-MENSAL
                                       "  PRODUTO: " CONTR-COD-PRODUTO
                               IF CONTR-ARQUIVADO THEN
                                   DISPLAY "  ARQUIVADO EM "
                                           CONTR-DT-ARQUIVO
                                           " (PRESTACOES.ARQ)"
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
      *    ESTOURARIA O LIMITE. SO DESCOBRIAMOS CLIENTE SUPEREXPOSTO
      *    QUANDO O PORTFRPT IMPRIMIA.
           MOVE 'N' TO WS-EXPO-BLOQUEIA
           MOVE "LIMITE DE EXPOSICAO" TO WS-MOTIVO-BLOQUEIO
           PERFORM P710-LE-LIMITE
           PERFORM P720-CONTRATOS-DO-CLIENTE

           COMPUTE WS-EXPO-PROJETADA =
                   WS-EXPO-ATUAL + WS-PRINCIPAL-NOVO
                           "ADMINISTRADOR"
                   MOVE 'S' TO WS-EXPO-BLOQUEIA
               END-IF
           END-IF
           IF WS-EXPO-BLOQUEIA NOT = 'S' THEN
               PERFORM P760-CHECK-RATING
           END-IF.

       P760-CHECK-RATING.
      *    CLASSIFICACAO DE CREDITO COMPORTAMENTAL DO CLIENTE, CARIMBADA
      *    TODA NOITE PELO CLIRATING. AS FAIXAS D E E SEGUEM A MESMA
      *    REGRA DO LIMITE ESTOURADO: SO UM ADMINISTRADOR CONFIRMA.
           IF WS-RATING-VINCULO < 'A' OR WS-RATING-VINCULO > 'E' THEN
               DISPLAY "CLASSIFICACAO DE CREDITO: CLIENTE AINDA NAO "
                       "CLASSIFICADO"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CLASSIFICACAO DE CREDITO: FAIXA " WS-RATING-VINCULO
                   "  PONTOS " WS-SCORE-VINCULO
                   "  APURADA EM " WS-DT-RATING-VINC(7:2) "/"
                   WS-DT-RATING-VINC(5:2) "/" WS-DT-RATING-VINC(1:4)
           IF WS-RATING-VINCULO = 'D' OR WS-RATING-VINCULO = 'E' THEN
               MOVE "CLASSIFICACAO DE CREDITO" TO WS-MOTIVO-BLOQUEIO
               IF WS-OPERADOR-ADMIN THEN
                   DISPLAY "FAIXA DE RISCO - CONFIRMA MESMO ASSIM "
                           "(S/N)?"
                   ACCEPT WS-CONFIRMA
                   IF WS-CONFIRMA NOT = 'S' AND
                      WS-CONFIRMA NOT = 's' THEN
                       MOVE 'S' TO WS-EXPO-BLOQUEIA
                   END-IF
               ELSE
                   DISPLAY "FAIXA DE RISCO - VINCULO EXIGE UM "
                           "ADMINISTRADOR"
                   MOVE 'S' TO WS-EXPO-BLOQUEIA
               END-IF
           END-IF.

       P710-LE-LIMITE.
           END-IF.

       P720-CONTRATOS-DO-CLIENTE.
      *    PERCORRE OS CONTRATOS DO CLIENTE PELA CHAVE ALTERNATIVA
      *    CONTR-COD-CLIENTE E APURA CADA UM EM PRESTACOES (P730).
           MOVE 0 TO WS-EXPO-ATUAL
           MOVE 0 TO WS-PIOR-ATRASO
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DT-HOJE
           COMPUTE WS-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-DT-HOJE)
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS EQUAL 35 THEN
               CLOSE CONTR-FILE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-COD-CLI-BUSCA TO CONTR-COD-CLIENTE
           MOVE 'N' TO WS-EOF
           START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ CONTR-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CONTR-COD-CLIENTE NOT = WS-COD-CLI-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P730-APURA-EXPOSICAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PREST-FILE
           CLOSE CONTR-FILE.

       P730-APURA-EXPOSICAO.
           MOVE CONTR-NUM-CONT TO PREST-NUM-CONT
           MOVE 1              TO PREST-NUM-PARC
           MOVE 'N'            TO WS-EOF-PREST
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF-PREST
           END-START
           PERFORM UNTIL WS-EOF-PREST = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF-PREST
                   NOT AT END
                       IF PREST-NUM-CONT NOT = CONTR-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF-PREST
                       ELSE
                           IF PREST-ABERTA OR PREST-PARCIAL THEN
                               PERFORM P740-ACUMULA-EXPOSICAO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       P740-ACUMULA-EXPOSICAO.
           COMPUTE WS-SALDO-PARCELA = PREST-VALOR - PREST-VL-PAGO
           ADD WS-SALDO-PARCELA TO WS-EXPO-ATUAL
           COMPUTE WS-INT-VENC =
               FUNCTION INTEGER-OF-DATE(PREST-VENCIMENTO)
           COMPUTE WS-DIAS-ATRASO = WS-INT-HOJE - WS-INT-VENC
           IF WS-DIAS-ATRASO > WS-PIOR-ATRASO THEN
               MOVE WS-DIAS-ATRASO TO WS-PIOR-ATRASO
           END-IF.

       P410-EXIBE-CLIENTE-DO-CONTRATO.
           OPEN INPUT CONTR-FILE
           MOVE WS-NUM-CONT-BUSCA TO CONTR-NUM-CONT
           READ CONTR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "CLIENTE VINCULADO: " CONTR-COD-CLIENTE
                           "  PRAZO: " CONTR-NUM-PREST
                           "  PRINCIPAL: " CONTR-VALOR-PRINC
                           "  TAXA: " CONTR-TAXA-JUROS
                   IF CONTR-COD-PRODUTO = SPACES THEN
                       DISPLAY "PRODUTO: NAO INFORMADO (CONTRATO "
                               "ANTERIOR AO CATALOGO)"
                   ELSE
                       DISPLAY "PRODUTO: " CONTR-COD-PRODUTO
                   END-IF
                   DISPLAY "TAC: " CONTR-VL-TAC
                           "  IOF: " CONTR-VL-IOF
                           "  SEGURO: " CONTR-VL-SEGURO
                   DISPLAY "CET MENSAL: " CONTR-CET-MENSAL
                           "  CET ANUAL: " CONTR-CET-ANUAL
                   IF CONTR-SEGURO-PREST = 'S' THEN
                       DISPLAY "SEGURO PRESTAMISTA: SIM  TAXA MENSAL: "
                               CONTR-TAXA-PRESTAMISTA
                       EVALUATE TRUE
                           WHEN CONTR-SINISTRO-ABERTO
                               DISPLAY "SINISTRO EM ANALISE DESDE "
                                       CONTR-DT-SINISTRO
                           WHEN CONTR-SINISTRO-PAGO
                               DISPLAY "SINISTRO INDENIZADO - "
                                       "AVISADO EM " CONTR-DT-SINISTRO
                           WHEN CONTR-SINISTRO-NEGADO
                               DISPLAY "SINISTRO NEGADO - "
                                       "AVISADO EM " CONTR-DT-SINISTRO
                       END-EVALUATE
                   ELSE
                       DISPLAY "SEGURO PRESTAMISTA: NAO CONTRATADO"
                   END-IF
                   IF CONTR-ARQUIVADO THEN
                       DISPLAY "CONTRATO ARQUIVADO EM " CONTR-DT-ARQUIVO
                               " - PARCELAS EM PRESTACOES.ARQ "
                               "(PRESTARQQRY)"
                   END-IF
                   IF CONTR-TITULAR-FALECIDO THEN
                       DISPLAY "TITULAR FALECIDO - CONTRATO COM O "
                               "SUPERVISOR DE COBRANCA DESDE "
                               CONTR-DT-OBITO
                   END-IF
           END-READ
           CLOSE CONTR-FILE
           PERFORM P620-EXIBE-AVALISTAS.

       COPY LOGON.
       COPY SENHASH.
       COPY CETCALC.
       COPY CEDULA.
       COPY PRODUTO.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM CONTRATOMNT.
