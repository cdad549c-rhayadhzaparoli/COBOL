      ******************************************************************
      * Author: RHAYADH ZAPAROLI
      * Date: 15/10/2026
      * Purpose: RELATORIO DO TITULAR (LGPD) - TUDO O QUE GUARDAMOS
      *          SOBRE UM CPF NUM UNICO DOCUMENTO. NO PEDIDO DE ACESSO
      *          DO CIDADAO ERA PRECISO RODAR REGINQ, REGARQQRY,
      *          CLIMAIN, CONTRATOMNT, CARTVERIF, CERTRES, AGENDA,
      *          ALUMMNT E OS LOGS UM A UM E COLAR AS TELAS. AQUI SAI
      *          EM LGPDRPT.PRN, POR SECAO: ALISTAMENTO (REGISTRO E
      *          REGISTRO.ARQ), CADASTRO DE CLIENTE E HISTORICO DE
      *          CONTATOS (CLIENTE.LOG), CONTRATOS E PARCELAS
      *          (PRESTACOES OU PRESTACOES.ARQ), AVAIS PRESTADOS
      *          (AVALISTA.CTL), AGENDAMENTOS (AGENDA.DAT), CARTEIRAS
      *          (CARTEIRA.REG), CERTIFICADOS (CERTIFICADO.REG),
      *          CADASTRO DE ALUNO (ALUMESTRE.DAT), BLOQUEIO
      *          (BLOQCPF.CTL), ALISTAMENTOS REJEITADOS (REJEITADOS),
      *          ALTERACOES DO ALISTAMENTO (ALISTAMENTO.LOG), CHAMADOS
      *          DE OUVIDORIA (OUVIDORIA.DAT) E QUEM CONSULTOU OS DADOS
      *          (ACESSO.LOG, PELO CPF E PELOS CODIGOS DE CLIENTE).
      *          RESTRITO A OPERADOR ADMINISTRADOR. O PEDIDO FICA EM
      *          LGPD.LOG (VER LGPDLOG) E A PROPRIA CONSULTA NA TRILHA
      *          DE ACESSO (VER ACESSLOG).
      * Tectonics: cobc
      * MODIFICATION-LOG.
      *     15/10/2026 - O RELATORIO DO TITULAR PASSA A MOSTRAR A DATA
      *                  DE NASCIMENTO GRAVADA NO ALISTAMENTO
      *                  (DT-NASCIMENTO).
      *     15/10/2026 - O ALISTAMENTO PASSA A MOSTRAR TAMBEM A MULTA
      *                  POR ALISTAMENTO FORA DO PRAZO (SITUACAO, VALOR,
      *                  VENCIMENTO E PAGAMENTO), QUANDO HOUVER.
      *     15/10/2026 - CERTIFICADO.REG PASSA A SER LIDO PELO LAYOUT
      *                  COMPARTILHADO CERTREGDATA, E A SECAO DE
      *                  CERTIFICADOS MOSTRA AS APRESENTACOES ANUAIS DO
      *                  RESERVISTA (EXAR).
      *     15/10/2026 - NOVA SECAO DE DOCUMENTOS ENTREGUES NO
      *                  ALISTAMENTO (DOCAPRES.DAT - VER DOCMNT).
      *     15/10/2026 - O ALISTAMENTO MOSTRA TAMBEM A DATA DA DISPENSA
      *                  POR EXCESSO DE CONTINGENTE (SIT-SERVICO 'E',
      *                  VER DISPEXC).
      *     15/10/2026 - MOSTRA A DISPENSA OU O ADIAMENTO POR
      *                  REQUERIMENTO (SIT-SERVICO 'D'/'P', VER
      *                  PETICAO).
      *     15/10/2026 - LAYOUT DE ACESSO.LOG EXTRAIDO PARA ACSLOGDATA;
      *                  A CONSULTA DO TITULAR TAMBEM GRAVA O ELO DA
      *                  CADEIA DE CONFERENCIA (ACS-ELO, ANCORA EM
      *                  ACESSO.LOG.ANC - VER CADEIA.cpy).
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - AGENDA.DAT GANHOU O POSTO DE ATENDIMENTO
      *                  (AGD-POSTO) NO FIM DO REGISTRO.
      *     15/10/2026 - CADA IMPRESSAO EM LGPDRPT.PRN PASSA A SER
      *                  ARQUIVADA COMO JOB NUMERADO NO ARQUIVO DE
      *                  IMPRESSAO (SPOOL.IDX, VER SPOOL.cpy), COM
      *                  OPERADOR, DATA/HORA, PAGINAS E REGISTROS - UMA
      *                  NOVA RODADA NAO APAGA MAIS A ANTERIOR; CONSULTA
      *                  E REIMPRESSAO PELO SPOOLVER.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LGPDRPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO 'REGISTRO'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF PRS-DATA
           ALTERNATE RECORD KEY IS MAT-COMUM OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS UNIDADE OF PRS-DATA WITH DUPLICATES
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-REG-STATUS.

           SELECT ARCH-FILE ASSIGN TO 'REGISTRO.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CPF OF ARCH-PRS-DATA
           ALTERNATE RECORD KEY IS DT-ALISTAMENTO OF ARCH-PRS-DATA
               WITH DUPLICATES
           FILE STATUS IS WS-ARCH-STATUS.

           SELECT CLIENTE ASSIGN TO WS-CLIENTE-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CLIENTE
           ALTERNATE RECORD KEY IS CPF-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CLI-STATUS.

           SELECT CLI-LOG-FILE ASSIGN TO 'CLIENTE.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CLILOG-STATUS.

           SELECT CONTR-FILE ASSIGN TO 'CONTRATO.CTL'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CONTR-NUM-CONT
           ALTERNATE RECORD KEY IS CONTR-COD-CLIENTE WITH DUPLICATES
           FILE STATUS IS WS-CONTR-STATUS.

           SELECT PREST-FILE ASSIGN TO 'PRESTACOES'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PREST-KEY
           ALTERNATE RECORD KEY IS PREST-VENCIMENTO WITH DUPLICATES
           ALTERNATE RECORD KEY IS PREST-SIT-VENC WITH DUPLICATES
           FILE STATUS IS WS-PREST-STATUS.

           SELECT ARQ-FILE ASSIGN TO 'PRESTACOES.ARQ'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ARQ-KEY
           FILE STATUS IS WS-ARQ-STATUS.

           SELECT AVAL-FILE ASSIGN TO 'AVALISTA.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AVAL-STATUS.

           SELECT AGENDA-FILE ASSIGN TO 'AGENDA.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-AGD-STATUS.

           SELECT CART-REG-FILE ASSIGN TO 'CARTEIRA.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CARTREG-STATUS.

           SELECT CERT-REG-FILE ASSIGN TO 'CERTIFICADO.REG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CERTREG-STATUS.

           SELECT DOCAPRES-FILE ASSIGN TO 'DOCAPRES.DAT'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DOCA-STATUS.

           SELECT ALUM-FILE ASSIGN TO 'ALUMESTRE.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ALUM-ID
           FILE STATUS IS WS-ALUM-STATUS.

           SELECT BLOQ-CTL-FILE ASSIGN TO 'BLOQCPF.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-BLOQ-STATUS.

           SELECT REJ-FILE ASSIGN TO 'REJEITADOS'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-REJ-STATUS.

           SELECT CHG-LOG-FILE ASSIGN TO 'ALISTAMENTO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-CHG-STATUS.

           SELECT OUV-FILE ASSIGN TO 'OUVIDORIA.DAT'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OUV-NUMERO
           ALTERNATE RECORD KEY IS OUV-CPF WITH DUPLICATES
           FILE STATUS IS WS-OUV-STATUS.

           SELECT ACESSO-LOG-FILE ASSIGN TO 'ACESSO.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ACESSO-STATUS.

           SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-ANC-STATUS.

           SELECT LGPD-LOG-FILE ASSIGN TO 'LGPD.LOG'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LGPD-STATUS.

           SELECT LGPD-PRN-FILE ASSIGN TO 'LGPDRPT.PRN'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-PRN-STATUS.

           SELECT USER-CTL-FILE ASSIGN TO 'USERS.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-LOGON-STATUS.

           SELECT DATAMOV-FILE ASSIGN TO 'DATAMOV.CTL'
           ORGANIZATION IS SEQUENTIAL
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WS-DATAMOV-STATUS.

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

       FD ARCH-FILE.
       COPY PRSDATA REPLACING PRS-DATA BY ARCH-PRS-DATA.

       FD CLIENTE.
       COPY CLIDATA.

       FD CLI-LOG-FILE.
       01 CLI-LOG-REC.
         05 CLI-LOG-TIMESTAMP PIC X(20).
         05 CLI-LOG-COD       PIC 9(07).
         05 CLI-LOG-OPERADOR  PIC X(10).
         05 CLI-LOG-TIPO      PIC X(15).
         05 CLI-LOG-NOTA      PIC X(60).

       FD CONTR-FILE.
       COPY CONTRDATA.

       FD PREST-FILE.
       COPY PRESTDATA.

       FD ARQ-FILE.
       COPY PRESTDATA REPLACING LEADING ==PREST== BY ==ARQ==.

       FD AVAL-FILE.
      *    MESMO LAYOUT DE AVAL-REC NO CONTRATOMNT.
       01 AVAL-REC.
         05 AVAL-NUM-CONT     PIC 9(05).
         05 AVAL-NOME         PIC X(40).
         05 AVAL-CPF          PIC 9(11).
         05 AVAL-TEL          PIC X(12).
         05 AVAL-ENDERECO     PIC X(60).

       FD AGENDA-FILE.
      *    MESMO LAYOUT DE AGENDA-REC NO AGENDA.
       01 AGENDA-REC.
         05 AGD-DATA          PIC 9(08).
         05 AGD-TURNO         PIC X(01).
         05 AGD-CPF           PIC 9(11).
         05 AGD-NOME          PIC X(50).
         05 AGD-SITUACAO      PIC X(01).
      *  POSTO DE ATENDIMENTO QUE FEZ O AGENDAMENTO (VER POSTODATA).
         05 AGD-POSTO         PIC 9(03).

       FD CART-REG-FILE.
      *    MESMO LAYOUT DE CART-REG-REC NO ALISTAMENTO-MILITAR.
       01 CART-REG-REC.
         05 CREG-NUMERO       PIC 9(07).
         05 CREG-TIMESTAMP    PIC X(20).
         05 CREG-OPERADOR     PIC X(10).
         05 CREG-CPF          PIC 9(11).
         05 CREG-MATRICULA    PIC 9(05).
         05 CREG-TIPO         PIC X(01).

       FD CERT-REG-FILE.
       COPY CERTREGDATA.

       FD DOCAPRES-FILE.
       COPY DOCAPRDATA.

       FD ALUM-FILE.
       COPY ALUMDATA.

       FD BLOQ-CTL-FILE.
       01 BLOQ-CTL-REC.
         05 BLOQ-CTL-CPF      PIC 9(11).
         05 BLOQ-CTL-MOTIVO   PIC X(30).

       FD REJ-FILE.
      *    MESMO LAYOUT DE REJ-REC NO ALISTAMENTO-MILITAR.
       01 REJ-REC.
         05 REJ-TIMESTAMP     PIC X(20).
         05 REJ-OPERADOR      PIC X(10).
         05 REJ-NAME          PIC X(50).
         05 REJ-CPF           PIC 9(11).
         05 REJ-REASON-CODE   PIC 9(01).
         05 REJ-REASON-DESC   PIC X(30).
         05 REJ-DT-NEGOCIO    PIC 9(08).

       FD CHG-LOG-FILE.
       COPY CHGLOGDATA.

       FD OUV-FILE.
       COPY OUVDATA.

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD LGPD-LOG-FILE.
       COPY LGPDLOG.

       FD LGPD-PRN-FILE.
       01 LGPD-LINE          PIC X(100).

       FD USER-CTL-FILE.
       COPY USERCTL.

       FD DATAMOV-FILE.
       01 DATAMOV-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-REG-STATUS      PIC 99.
       01 WS-ARCH-STATUS     PIC 99.
       01 WS-CLI-STATUS      PIC 99.
       01 WS-CLILOG-STATUS   PIC 99.
       01 WS-CONTR-STATUS    PIC 99.
       01 WS-PREST-STATUS    PIC 99.
       01 WS-ARQ-STATUS      PIC 99.
       01 WS-AVAL-STATUS     PIC 99.
       01 WS-AGD-STATUS      PIC 99.
       01 WS-CARTREG-STATUS  PIC 99.
       01 WS-CERTREG-STATUS  PIC 99.
       01 WS-DOCA-STATUS     PIC 99.
       01 WS-ALUM-STATUS     PIC 99.
       01 WS-BLOQ-STATUS     PIC 99.
       01 WS-REJ-STATUS      PIC 99.
       01 WS-CHG-STATUS      PIC 99.
       01 WS-OUV-STATUS      PIC 99.
       01 WS-LGPD-STATUS     PIC 99.
       01 WS-PRN-STATUS      PIC 99.
       01 WS-EOF             PIC X      VALUE 'N'.
       01 WS-EOF-CONTR       PIC X      VALUE 'N'.
       01 WS-PREST-ABERTO    PIC X      VALUE 'N'.
       01 WS-ARQ-ABERTO      PIC X      VALUE 'N'.
       01 WS-CPF-BUSCA       PIC 9(11)  VALUE 0.
       01 WS-NUM-CONT        PIC 9(05)  VALUE 0.

      *    CODIGOS DE CLIENTE DO CPF (CPF-CLIENTE ADMITE DUPLICATAS).
       01 WS-QTD-CLI         PIC 9(02)  VALUE 0.
       01 WS-IDX-CLI         PIC 9(02)  VALUE 0.
       01 WS-TAB-CLI.
           05 WS-TAB-COD-CLI PIC 9(07)  OCCURS 20 TIMES.
       01 WS-CLI-DO-CPF      PIC X      VALUE 'N'.
       01 WS-COD-CONFERE     PIC 9(11)  VALUE 0.

      *    CONTAGEM POR SECAO E DO DOCUMENTO INTEIRO.
       01 WS-TITULO          PIC X(60)  VALUE SPACES.
       01 WS-QTD-SECAO       PIC 9(05)  VALUE 0.
       01 WS-QTD-ITENS       PIC 9(05)  VALUE 0.

       01 WS-EDIT-VALOR      PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-PAGO       PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-EDIT-DATA       PIC X(10)  VALUE SPACES.
       01 WS-DATA-AUX        PIC 9(08)  VALUE 0.

       COPY CLIPATH.
       COPY WSPRSDATA.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSDATAMOV.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           MOVE 'LGPDRPT' TO WS-SPL-PROGRAMA
           DISPLAY "******** RELATORIO DO TITULAR DE DADOS (LGPD) ****"
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

           DISPLAY "CPF DO TITULAR"
           ACCEPT WS-CPF-BUSCA
           IF WS-CPF-BUSCA = 0 THEN
               DISPLAY "CPF OBRIGATORIO"
               GO TO P999-STOP
           END-IF
      *    CONSULTA DE DADOS PESSOAIS - FICA NA TRILHA DE ACESSO (VER
      *    ACESSLOG).
           MOVE "LGPDRPT"    TO WS-ACESSO-PROGRAMA
           MOVE 'C'          TO WS-ACESSO-TIPO
           MOVE WS-CPF-BUSCA TO WS-ACESSO-CHAVE
           PERFORM P-LOG-ACESSO

           MOVE 'LGPDRPT.PRN' TO WS-SPL-ARQUIVO
           MOVE 100           TO WS-SPL-TAM-REG
           MOVE 'S'           TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND LGPD-PRN-FILE
           IF WS-PRN-STATUS EQUAL 35 THEN
               OPEN OUTPUT LGPD-PRN-FILE
           END-IF
           PERFORM P050-CABECALHO

           PERFORM P100-ALISTAMENTO
           PERFORM P150-ALISTAMENTO-ARQ
           PERFORM P200-CLIENTE
           PERFORM P250-CONTATOS
           PERFORM P300-CONTRATOS
           PERFORM P400-AVAIS
           PERFORM P450-AGENDA
           PERFORM P500-CARTEIRAS
           PERFORM P550-CERTIFICADOS
           PERFORM P560-DOCUMENTOS
           PERFORM P600-ALUNO
           PERFORM P650-BLOQUEIO
           PERFORM P700-REJEITADOS
           PERFORM P750-ALTERACOES
           PERFORM P800-OUVIDORIA
           PERFORM P850-ACESSOS

           MOVE SPACES TO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "FIM DO RELATORIO - ITENS ENCONTRADOS: "
                                  DELIMITED BY SIZE
                  WS-QTD-ITENS    DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           CLOSE LGPD-PRN-FILE
           PERFORM P-SPOOL-ARQUIVA
           PERFORM P950-REGISTRA-PEDIDO
           DISPLAY "ITENS ENCONTRADOS: " WS-QTD-ITENS
           DISPLAY "RELATORIO GRAVADO EM LGPDRPT.PRN"
           GO TO P999-STOP.

       P050-CABECALHO.
           MOVE ALL "=" TO LGPD-LINE
           WRITE LGPD-LINE
           MOVE "RELATORIO DE DADOS PESSOAIS DO TITULAR (LGPD)"
             TO LGPD-LINE
           WRITE LGPD-LINE
           MOVE WS-DT-NEGOCIO TO WS-DATA-AUX
           PERFORM P920-FORMATA-DATA
           MOVE SPACES TO LGPD-LINE
           STRING "CPF: "         DELIMITED BY SIZE
                  WS-CPF-BUSCA    DELIMITED BY SIZE
                  "  DATA: "      DELIMITED BY SIZE
                  WS-EDIT-DATA    DELIMITED BY SIZE
                  "  EMITIDO POR: " DELIMITED BY SIZE
                  WS-OPERADOR-ID  DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE ALL "=" TO LGPD-LINE
           WRITE LGPD-LINE.

       P100-ALISTAMENTO.
           MOVE "ALISTAMENTO MILITAR (REGISTRO)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT EQUAL 35 THEN
               MOVE WS-CPF-BUSCA TO CPF OF PRS-DATA
               READ REG-FILE INTO WS-PRS-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P120-IMPRIME-ALISTAMENTO
               END-READ
               CLOSE REG-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P120-IMPRIME-ALISTAMENTO.
           MOVE SPACES TO LGPD-LINE
           STRING "  NOME: " DELIMITED BY SIZE
                  WS-NAME    DELIMITED BY SIZE
                  " NASCIMENTO: "     DELIMITED BY SIZE
                  WS-DT-NASCIMENTO    DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  RG: "           DELIMITED BY SIZE
                  WS-RG              DELIMITED BY SIZE
                  " UF: "            DELIMITED BY SIZE
                  WS-RG-UF           DELIMITED BY SIZE
                  " EMISSAO: "       DELIMITED BY SIZE
                  WS-RG-DT-EMISSAO   DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  ENDERECO: "  DELIMITED BY SIZE
                  WS-END-RUA      DELIMITED BY "  "
                  ", "            DELIMITED BY SIZE
                  WS-END-NUMERO   DELIMITED BY "  "
                  " - "           DELIMITED BY SIZE
                  WS-END-BAIRRO   DELIMITED BY "  "
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "            "  DELIMITED BY SIZE
                  WS-END-CIDADE   DELIMITED BY "  "
                  "/"             DELIMITED BY SIZE
                  WS-END-UF       DELIMITED BY SIZE
                  " CEP "         DELIMITED BY SIZE
                  WS-END-CEP      DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  ALISTADO EM: "   DELIMITED BY SIZE
                  WS-DT-ALISTAMENTO   DELIMITED BY SIZE
                  " UNIDADE: "        DELIMITED BY SIZE
                  WS-UNIDADE          DELIMITED BY SIZE
                  " SETOR: "          DELIMITED BY SIZE
                  WS-SETOR            DELIMITED BY SIZE
                  " MATRICULA: "      DELIMITED BY SIZE
                  WS-MAT-COMUM        DELIMITED BY SIZE
                  "/"                 DELIMITED BY SIZE
                  WS-MAT-ESPECIAL     DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  APTIDAO: "       DELIMITED BY SIZE
                  WS-FIT-STATUS       DELIMITED BY SIZE
                  " CONVOCACAO: "     DELIMITED BY SIZE
                  WS-DT-CONVOCACAO    DELIMITED BY SIZE
                  " APRESENTACAO: "   DELIMITED BY SIZE
                  WS-DT-APRESENTACAO  DELIMITED BY SIZE
                  " SITUACAO: "       DELIMITED BY SIZE
                  WS-SIT-SERVICO      DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           IF WS-MULTA-SITUACAO NOT = SPACE THEN
               MOVE SPACES TO LGPD-LINE
               STRING "  MULTA DE ALISTAMENTO: " DELIMITED BY SIZE
                      WS-MULTA-SITUACAO         DELIMITED BY SIZE
                      " VALOR: "                DELIMITED BY SIZE
                      WS-MULTA-VALOR            DELIMITED BY SIZE
                      " VENCIMENTO: "           DELIMITED BY SIZE
                      WS-MULTA-DT-VENC          DELIMITED BY SIZE
                      " PAGAMENTO: "            DELIMITED BY SIZE
                      WS-MULTA-DT-PAGTO         DELIMITED BY SIZE
                      INTO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           IF WS-SIT-SERVICO = 'E' THEN
               MOVE SPACES TO LGPD-LINE
               STRING "  DISPENSADO POR EXCESSO DE CONTINGENTE EM: "
                                                DELIMITED BY SIZE
                      WS-DT-DISPENSA            DELIMITED BY SIZE
                      INTO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           IF WS-SIT-SERVICO = 'D' THEN
               MOVE SPACES TO LGPD-LINE
               STRING "  DISPENSADO POR REQUERIMENTO EM: "
                                                DELIMITED BY SIZE
                      WS-DT-DISPENSA            DELIMITED BY SIZE
                      INTO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           IF WS-SIT-SERVICO = 'P' THEN
               MOVE SPACES TO LGPD-LINE
               STRING "  ADIADO POR REQUERIMENTO ATE: "
                                                DELIMITED BY SIZE
                      WS-DT-DISPENSA            DELIMITED BY SIZE
                      INTO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           ADD 1 TO WS-QTD-SECAO.

       P150-ALISTAMENTO-ARQ.
           MOVE "ALISTAMENTO EXPURGADO (REGISTRO.ARQ)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT ARCH-FILE
           IF WS-ARCH-STATUS NOT EQUAL 35 THEN
               MOVE WS-CPF-BUSCA TO CPF OF ARCH-PRS-DATA
               READ ARCH-FILE INTO WS-PRS-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM P120-IMPRIME-ALISTAMENTO
               END-READ
               CLOSE ARCH-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P200-CLIENTE.
      *    O CPF PODE TER MAIS DE UM CODIGO DE CLIENTE (CPF-CLIENTE
      *    ADMITE DUPLICATAS); OS CODIGOS FICAM NA TABELA PARA AS
      *    SECOES DE CONTATOS, CONTRATOS E ACESSOS.
           MOVE "CADASTRO DE CLIENTE (CLIENTE)" TO WS-TITULO
           PERFORM P900-SECAO
           MOVE 0 TO WS-QTD-CLI
           OPEN INPUT CLIENTE
           IF WS-CLI-STATUS EQUAL 35 THEN
               PERFORM P910-NADA-CONSTA
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF-BUSCA TO CPF-CLIENTE
           MOVE 'N' TO WS-EOF
           START CLIENTE KEY IS EQUAL TO CPF-CLIENTE
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ CLIENTE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF CPF-CLIENTE NOT = WS-CPF-BUSCA THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P220-IMPRIME-CLIENTE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLIENTE
           PERFORM P910-NADA-CONSTA.

       P220-IMPRIME-CLIENTE.
           IF WS-QTD-CLI < 20 THEN
               ADD 1 TO WS-QTD-CLI
               MOVE COD-CLIENTE TO WS-TAB-COD-CLI(WS-QTD-CLI)
           END-IF
           MOVE SPACES TO LGPD-LINE
           STRING "  CODIGO: "  DELIMITED BY SIZE
                  COD-CLIENTE   DELIMITED BY SIZE
                  "  NOME: "    DELIMITED BY SIZE
                  NM-CLIENTE    DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  TELEFONE: "  DELIMITED BY SIZE
                  TEL-CLIENTE     DELIMITED BY SIZE
                  "  E-MAIL: "    DELIMITED BY SIZE
                  EMAIL-CLIENTE   DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  ENDERECO: "  DELIMITED BY SIZE
                  RUA-CLIENTE     DELIMITED BY "  "
                  ", "            DELIMITED BY SIZE
                  NUMERO-CLIENTE  DELIMITED BY "  "
                  " - "           DELIMITED BY SIZE
                  BAIRRO-CLIENTE  DELIMITED BY "  "
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "            "  DELIMITED BY SIZE
                  CIDADE-CLIENTE  DELIMITED BY "  "
                  "/"             DELIMITED BY SIZE
                  UF-CLIENTE      DELIMITED BY SIZE
                  " CEP "         DELIMITED BY SIZE
                  CEP-CLIENTE     DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "  CADASTRO: "  DELIMITED BY SIZE
                  DT-CADASTRO     DELIMITED BY SIZE
                  " ALTERACAO: "  DELIMITED BY SIZE
                  DT-ALTERACAO    DELIMITED BY SIZE
                  " SITUACAO: "   DELIMITED BY SIZE
                  SIT-CLIENTE     DELIMITED BY SIZE
                  " RATING: "     DELIMITED BY SIZE
                  RATING-CLIENTE  DELIMITED BY SIZE
                  "/"             DELIMITED BY SIZE
                  SCORE-CLIENTE   DELIMITED BY SIZE
                  " NAO RECEBE AVISOS: " DELIMITED BY SIZE
                  OPTOUT-CLIENTE  DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           ADD 1 TO WS-QTD-SECAO.

       P250-CONTATOS.
           MOVE "HISTORICO DE CONTATOS (CLIENTE.LOG)" TO WS-TITULO
           PERFORM P900-SECAO
           IF WS-QTD-CLI = 0 THEN
               PERFORM P910-NADA-CONSTA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CLI-LOG-FILE
           IF WS-CLILOG-STATUS EQUAL 35 THEN
               PERFORM P910-NADA-CONSTA
               EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'S'
               READ CLI-LOG-FILE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       MOVE CLI-LOG-COD TO WS-COD-CONFERE
                       PERFORM P930-CLIENTE-DO-CPF
                       IF WS-CLI-DO-CPF = 'S' THEN
                           MOVE SPACES TO LGPD-LINE
                           STRING "  "              DELIMITED BY SIZE
                                  CLI-LOG-TIMESTAMP(1:14)
                                                    DELIMITED BY SIZE
                                  " "               DELIMITED BY SIZE
                                  CLI-LOG-TIPO      DELIMITED BY SIZE
                                  " "               DELIMITED BY SIZE
                                  CLI-LOG-NOTA      DELIMITED BY SIZE
                                  INTO LGPD-LINE
                           WRITE LGPD-LINE
                           ADD 1 TO WS-QTD-SECAO
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLI-LOG-FILE
           PERFORM P910-NADA-CONSTA.

       P300-CONTRATOS.
           MOVE "CONTRATOS E PARCELAS (CONTRATO.CTL/PRESTACOES)"
             TO WS-TITULO
           PERFORM P900-SECAO
           IF WS-QTD-CLI = 0 THEN
               PERFORM P910-NADA-CONSTA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT CONTR-FILE
           IF WS-CONTR-STATUS EQUAL 35 THEN
               PERFORM P910-NADA-CONSTA
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT PREST-FILE
           IF WS-PREST-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-PREST-ABERTO
           END-IF
           OPEN INPUT ARQ-FILE
           IF WS-ARQ-STATUS NOT EQUAL 35 THEN
               MOVE 'S' TO WS-ARQ-ABERTO
           END-IF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI
               MOVE WS-TAB-COD-CLI(WS-IDX-CLI) TO CONTR-COD-CLIENTE
               MOVE 'N' TO WS-EOF-CONTR
               START CONTR-FILE KEY IS EQUAL TO CONTR-COD-CLIENTE
                   INVALID KEY
                       MOVE 'S' TO WS-EOF-CONTR
               END-START
               PERFORM UNTIL WS-EOF-CONTR = 'S'
                   READ CONTR-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF-CONTR
                       NOT AT END
                           IF CONTR-COD-CLIENTE NOT =
                              WS-TAB-COD-CLI(WS-IDX-CLI) THEN
                               MOVE 'S' TO WS-EOF-CONTR
                           ELSE
                               PERFORM P320-IMPRIME-CONTRATO
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM
           CLOSE CONTR-FILE
           IF WS-PREST-ABERTO = 'S' THEN
               CLOSE PREST-FILE
           END-IF
           IF WS-ARQ-ABERTO = 'S' THEN
               CLOSE ARQ-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P320-IMPRIME-CONTRATO.
           MOVE CONTR-NUM-CONT TO WS-NUM-CONT
           MOVE CONTR-VALOR-PRINC TO WS-EDIT-VALOR
           MOVE SPACES TO LGPD-LINE
           STRING "  CONTRATO "      DELIMITED BY SIZE
                  CONTR-NUM-CONT     DELIMITED BY SIZE
                  " CLIENTE "        DELIMITED BY SIZE
                  CONTR-COD-CLIENTE  DELIMITED BY SIZE
                  " VINCULO "        DELIMITED BY SIZE
                  CONTR-DT-VINCULO   DELIMITED BY SIZE
                  " PRINCIPAL "      DELIMITED BY SIZE
                  WS-EDIT-VALOR      DELIMITED BY SIZE
                  " PRODUTO "        DELIMITED BY SIZE
                  CONTR-COD-PRODUTO  DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           ADD 1 TO WS-QTD-SECAO
           IF CONTR-ARQUIVADO THEN
               IF WS-ARQ-ABERTO NOT = 'S' THEN
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-NUM-CONT TO ARQ-NUM-CONT
               MOVE 1           TO ARQ-NUM-PARC
               MOVE 'N'         TO WS-EOF
               START ARQ-FILE KEY IS NOT LESS THAN ARQ-KEY
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQ-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF ARQ-NUM-CONT NOT = WS-NUM-CONT THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               MOVE ARQ-REC TO PREST-REC
                               PERFORM P340-IMPRIME-PARCELA
                           END-IF
                   END-READ
               END-PERFORM
               EXIT PARAGRAPH
           END-IF
           IF WS-PREST-ABERTO NOT = 'S' THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-NUM-CONT TO PREST-NUM-CONT
           MOVE 1           TO PREST-NUM-PARC
           MOVE 'N'         TO WS-EOF
           START PREST-FILE KEY IS NOT LESS THAN PREST-KEY
               INVALID KEY
                   MOVE 'S' TO WS-EOF
           END-START
           PERFORM UNTIL WS-EOF = 'S'
               READ PREST-FILE NEXT RECORD
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF PREST-NUM-CONT NOT = WS-NUM-CONT THEN
                           MOVE 'S' TO WS-EOF
                       ELSE
                           PERFORM P340-IMPRIME-PARCELA
                       END-IF
               END-READ
           END-PERFORM.

       P340-IMPRIME-PARCELA.
           MOVE PREST-VENCIMENTO TO WS-DATA-AUX
           PERFORM P920-FORMATA-DATA
           MOVE PREST-VALOR   TO WS-EDIT-VALOR
           MOVE PREST-VL-PAGO TO WS-EDIT-PAGO
           MOVE SPACES TO LGPD-LINE
           STRING "    PARCELA "   DELIMITED BY SIZE
                  PREST-NUM-PARC   DELIMITED BY SIZE
                  " VENC "         DELIMITED BY SIZE
                  WS-EDIT-DATA     DELIMITED BY SIZE
                  " VALOR "        DELIMITED BY SIZE
                  WS-EDIT-VALOR    DELIMITED BY SIZE
                  " PAGO "         DELIMITED BY SIZE
                  WS-EDIT-PAGO     DELIMITED BY SIZE
                  " SIT "          DELIMITED BY SIZE
                  PREST-SITUACAO   DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE.

       P400-AVAIS.
           MOVE "AVAIS PRESTADOS (AVALISTA.CTL)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT AVAL-FILE
           IF WS-AVAL-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ AVAL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF AVAL-CPF = WS-CPF-BUSCA THEN
                               PERFORM P420-IMPRIME-AVAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AVAL-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P420-IMPRIME-AVAL.
           MOVE SPACES TO LGPD-LINE
           STRING "  AVALISTA DO CONTRATO " DELIMITED BY SIZE
                  AVAL-NUM-CONT             DELIMITED BY SIZE
                  " - "                     DELIMITED BY SIZE
                  AVAL-NOME                 DELIMITED BY SIZE
                  " TEL "                   DELIMITED BY SIZE
                  AVAL-TEL                  DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "    ENDERECO: "  DELIMITED BY SIZE
                  AVAL-ENDERECO     DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           ADD 1 TO WS-QTD-SECAO.

       P450-AGENDA.
           MOVE "AGENDAMENTOS DE ATENDIMENTO (AGENDA.DAT)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT AGENDA-FILE
           IF WS-AGD-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ AGENDA-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF AGD-CPF = WS-CPF-BUSCA THEN
                               MOVE AGD-DATA TO WS-DATA-AUX
                               PERFORM P920-FORMATA-DATA
                               MOVE SPACES TO LGPD-LINE
                               STRING "  DATA "     DELIMITED BY SIZE
                                      WS-EDIT-DATA  DELIMITED BY SIZE
                                      " TURNO "     DELIMITED BY SIZE
                                      AGD-TURNO     DELIMITED BY SIZE
                                      " SITUACAO "  DELIMITED BY SIZE
                                      AGD-SITUACAO  DELIMITED BY SIZE
                                      " NOME "      DELIMITED BY SIZE
                                      AGD-NOME      DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AGENDA-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P500-CARTEIRAS.
           MOVE "CARTEIRAS DE RESERVISTA EMITIDAS (CARTEIRA.REG)"
             TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT CART-REG-FILE
           IF WS-CARTREG-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CART-REG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CREG-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  CARTEIRA "   DELIMITED BY SIZE
                                      CREG-NUMERO     DELIMITED BY SIZE
                                      " EMITIDA "     DELIMITED BY SIZE
                                      CREG-TIMESTAMP(1:8)
                                                      DELIMITED BY SIZE
                                      " POR "         DELIMITED BY SIZE
                                      CREG-OPERADOR   DELIMITED BY SIZE
                                      " MATRICULA "   DELIMITED BY SIZE
                                      CREG-MATRICULA  DELIMITED BY SIZE
                                      " TIPO "        DELIMITED BY SIZE
                                      CREG-TIPO       DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CART-REG-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P550-CERTIFICADOS.
           MOVE "CERTIFICADOS EMITIDOS (CERTIFICADO.REG)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT CERT-REG-FILE
           IF WS-CERTREG-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CERT-REG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CERT-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  EMITIDO "    DELIMITED BY SIZE
                                      CERT-TIMESTAMP(1:8)
                                                      DELIMITED BY SIZE
                                      " POR "         DELIMITED BY SIZE
                                      CERT-OPERADOR   DELIMITED BY SIZE
                                      " TIPO "        DELIMITED BY SIZE
                                      CERT-TIPO       DELIMITED BY SIZE
                                      " UNIDADE "     DELIMITED BY SIZE
                                      CERT-UNIDADE    DELIMITED BY SIZE
                                      " NOME "        DELIMITED BY SIZE
                                      CERT-NAME       DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               IF CERT-EXAR-QTD > 0 THEN
                                   PERFORM P555-CERT-EXAR
                               END-IF
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CERT-REG-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P555-CERT-EXAR.
      *    APRESENTACOES ANUAIS DO RESERVISTA CARIMBADAS NA EMISSAO
      *    (VER EXARMNT).
           MOVE SPACES TO LGPD-LINE
           STRING "    APRESENTACOES ANUAIS (EXAR): " DELIMITED BY SIZE
                  CERT-EXAR-QTD                       DELIMITED BY SIZE
                  " - ULTIMA EM "                     DELIMITED BY SIZE
                  CERT-EXAR-DT(CERT-EXAR-QTD)         DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE.

       P560-DOCUMENTOS.
           MOVE "DOCUMENTOS ENTREGUES (DOCAPRES.DAT)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT DOCAPRES-FILE
           IF WS-DOCA-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ DOCAPRES-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DOCA-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  DOCUMENTO "  DELIMITED BY SIZE
                                      DOCA-CODIGO     DELIMITED BY SIZE
                                      " ENTREGUE EM " DELIMITED BY SIZE
                                      DOCA-DT-APRES   DELIMITED BY SIZE
                                      " REGISTRADO POR "
                                                      DELIMITED BY SIZE
                                      DOCA-OPERADOR   DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DOCAPRES-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P600-ALUNO.
           MOVE "CADASTRO DE ALUNO (ALUMESTRE.DAT)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT ALUM-FILE
           IF WS-ALUM-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ALUM-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF ALUM-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  ALUNO "      DELIMITED BY SIZE
                                      ALUM-ID         DELIMITED BY SIZE
                                      " "             DELIMITED BY SIZE
                                      ALUM-NOME       DELIMITED BY SIZE
                                      " TURMA "       DELIMITED BY SIZE
                                      ALUM-TURMA      DELIMITED BY SIZE
                                      " ANO "         DELIMITED BY SIZE
                                      ALUM-ANO        DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ALUM-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P650-BLOQUEIO.
           MOVE "BLOQUEIO DE CPF (BLOQCPF.CTL)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT BLOQ-CTL-FILE
           IF WS-BLOQ-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ BLOQ-CTL-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF BLOQ-CTL-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  BLOQUEADO - MOTIVO: "
                                                    DELIMITED BY SIZE
                                      BLOQ-CTL-MOTIVO
                                                    DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BLOQ-CTL-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P700-REJEITADOS.
           MOVE "ALISTAMENTOS REJEITADOS (REJEITADOS)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT REJ-FILE
           IF WS-REJ-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ REJ-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REJ-CPF = WS-CPF-BUSCA THEN
                               MOVE SPACES TO LGPD-LINE
                               STRING "  "            DELIMITED BY SIZE
                                      REJ-TIMESTAMP(1:8)
                                                      DELIMITED BY SIZE
                                      " POR "         DELIMITED BY SIZE
                                      REJ-OPERADOR    DELIMITED BY SIZE
                                      " MOTIVO "      DELIMITED BY SIZE
                                      REJ-REASON-CODE DELIMITED BY SIZE
                                      " - "           DELIMITED BY SIZE
                                      REJ-REASON-DESC DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               MOVE SPACES TO LGPD-LINE
                               STRING "    NOME INFORMADO: "
                                                      DELIMITED BY SIZE
                                      REJ-NAME        DELIMITED BY SIZE
                                      INTO LGPD-LINE
                               WRITE LGPD-LINE
                               ADD 1 TO WS-QTD-SECAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REJ-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P750-ALTERACOES.
           MOVE "ALTERACOES DO ALISTAMENTO (ALISTAMENTO.LOG)"
             TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT CHG-LOG-FILE
           IF WS-CHG-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ CHG-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CHG-CPF = WS-CPF-BUSCA THEN
                               PERFORM P770-IMPRIME-ALTERACAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHG-LOG-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P770-IMPRIME-ALTERACAO.
           MOVE SPACES TO LGPD-LINE
           STRING "  "                DELIMITED BY SIZE
                  CHG-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " POR "             DELIMITED BY SIZE
                  CHG-OPERADOR        DELIMITED BY SIZE
                  " CAMPO "           DELIMITED BY SIZE
                  CHG-FIELD           DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "    DE:   "  DELIMITED BY SIZE
                  CHG-OLD-VALUE DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "    PARA: "  DELIMITED BY SIZE
                  CHG-NEW-VALUE DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           ADD 1 TO WS-QTD-SECAO.

       P800-OUVIDORIA.
           MOVE "CHAMADOS DE OUVIDORIA (OUVIDORIA.DAT)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT OUV-FILE
           IF WS-OUV-STATUS NOT EQUAL 35 THEN
               MOVE WS-CPF-BUSCA TO OUV-CPF
               MOVE 'N' TO WS-EOF
               START OUV-FILE KEY IS EQUAL TO OUV-CPF
                   INVALID KEY
                       MOVE 'S' TO WS-EOF
               END-START
               PERFORM UNTIL WS-EOF = 'S'
                   READ OUV-FILE NEXT RECORD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF OUV-CPF NOT = WS-CPF-BUSCA THEN
                               MOVE 'S' TO WS-EOF
                           ELSE
                               PERFORM P820-IMPRIME-CHAMADO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OUV-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P820-IMPRIME-CHAMADO.
           MOVE SPACES TO LGPD-LINE
           STRING "  CHAMADO "         DELIMITED BY SIZE
                  OUV-NUMERO           DELIMITED BY SIZE
                  " ABERTO "           DELIMITED BY SIZE
                  OUV-DT-ABERTURA      DELIMITED BY SIZE
                  " CATEGORIA "        DELIMITED BY SIZE
                  OUV-CATEGORIA        DELIMITED BY SIZE
                  " SITUACAO "         DELIMITED BY SIZE
                  OUV-SITUACAO         DELIMITED BY SIZE
                  " ENCERRADO "        DELIMITED BY SIZE
                  OUV-DT-ENCERRAMENTO  DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "    "          DELIMITED BY SIZE
                  OUV-DESCRICAO   DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           IF OUV-SOLUCAO NOT = SPACES THEN
               MOVE SPACES TO LGPD-LINE
               STRING "    SOLUCAO: " DELIMITED BY SIZE
                      OUV-SOLUCAO     DELIMITED BY SIZE
                      INTO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           ADD 1 TO WS-QTD-SECAO.

       P850-ACESSOS.
      *    CONSULTAS PELO CPF (TIPO 'C') E PELOS CODIGOS DE CLIENTE DO
      *    CPF (TIPO 'K') NA TRILHA DE ACESSO, INCLUSIVE A DESTE
      *    RELATORIO.
           MOVE "CONSULTAS AOS DADOS (ACESSO.LOG)" TO WS-TITULO
           PERFORM P900-SECAO
           OPEN INPUT ACESSO-LOG-FILE
           IF WS-ACESSO-STATUS NOT EQUAL 35 THEN
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   READ ACESSO-LOG-FILE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           MOVE 'N' TO WS-CLI-DO-CPF
                           IF ACS-TIPO = 'C' AND
                              ACS-CHAVE = WS-CPF-BUSCA THEN
                               MOVE 'S' TO WS-CLI-DO-CPF
                           END-IF
                           IF ACS-TIPO = 'K' THEN
                               MOVE ACS-CHAVE TO WS-COD-CONFERE
                               PERFORM P930-CLIENTE-DO-CPF
                           END-IF
                           IF WS-CLI-DO-CPF = 'S' THEN
                               PERFORM P870-IMPRIME-ACESSO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACESSO-LOG-FILE
           END-IF
           PERFORM P910-NADA-CONSTA.

       P870-IMPRIME-ACESSO.
           MOVE SPACES TO LGPD-LINE
           STRING "  "                DELIMITED BY SIZE
                  ACS-TIMESTAMP(1:14) DELIMITED BY SIZE
                  " OPERADOR "        DELIMITED BY SIZE
                  ACS-OPERADOR        DELIMITED BY SIZE
                  " PROGRAMA "        DELIMITED BY SIZE
                  ACS-PROGRAMA        DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE
           ADD 1 TO WS-QTD-SECAO.

       P900-SECAO.
           MOVE 0 TO WS-QTD-SECAO
           MOVE SPACES TO LGPD-LINE
           WRITE LGPD-LINE
           MOVE SPACES TO LGPD-LINE
           STRING "---- "    DELIMITED BY SIZE
                  WS-TITULO  DELIMITED BY "  "
                  " ----"    DELIMITED BY SIZE
                  INTO LGPD-LINE
           WRITE LGPD-LINE.

       P910-NADA-CONSTA.
           IF WS-QTD-SECAO = 0 THEN
               MOVE "  NADA CONSTA" TO LGPD-LINE
               WRITE LGPD-LINE
           END-IF
           ADD WS-QTD-SECAO TO WS-QTD-ITENS.

       P920-FORMATA-DATA.
           MOVE SPACES TO WS-EDIT-DATA
           STRING WS-DATA-AUX(7:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-DATA-AUX(5:2) DELIMITED BY SIZE
                  "/"              DELIMITED BY SIZE
                  WS-DATA-AUX(1:4) DELIMITED BY SIZE
                  INTO WS-EDIT-DATA.

       P930-CLIENTE-DO-CPF.
      *    WS-COD-CONFERE E UM DOS CODIGOS DE CLIENTE DO CPF?
           MOVE 'N' TO WS-CLI-DO-CPF
           PERFORM VARYING WS-IDX-CLI FROM 1 BY 1
                   UNTIL WS-IDX-CLI > WS-QTD-CLI
               IF WS-TAB-COD-CLI(WS-IDX-CLI) = WS-COD-CONFERE THEN
                   MOVE 'S' TO WS-CLI-DO-CPF
               END-IF
           END-PERFORM.

       P950-REGISTRA-PEDIDO.
      *    O PEDIDO DO TITULAR FICA REGISTRADO EM LGPD.LOG.
           OPEN EXTEND LGPD-LOG-FILE
           IF WS-LGPD-STATUS EQUAL 35 THEN
               OPEN OUTPUT LGPD-LOG-FILE
           END-IF
           MOVE FUNCTION CURRENT-DATE TO LGPD-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO LGPD-OPERADOR
           MOVE "LGPDRPT"             TO LGPD-PROGRAMA
           MOVE 'A'                   TO LGPD-TIPO
           MOVE WS-CPF-BUSCA          TO LGPD-CPF
           MOVE WS-DT-NEGOCIO         TO LGPD-DT-NEGOCIO
           MOVE WS-QTD-ITENS          TO LGPD-QTD-ITENS
           WRITE LGPD-LOG-REC
           CLOSE LGPD-LOG-FILE.

       P999-STOP.
           DISPLAY "FINALIZANDO O PROGRAMA..."
           STOP RUN.

       COPY LOGON.
       COPY SENHASH.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY DATAMOV.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM LGPDRPT.
