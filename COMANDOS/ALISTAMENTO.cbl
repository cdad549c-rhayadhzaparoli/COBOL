      *                  (REJ-DT-NEGOCIO), PARA O FECHAMENTO CONTAR A
      *                  REJEICAO NO DIA DE NEGOCIO CERTO; ARQUIVO
      *                  ANTIGO MIGRA PELO REJMIG.
      *     15/10/2026 - A DATA DE NASCIMENTO INFORMADA PASSA A SER
      *                  GRAVADA NO REGISTRO (DT-NASCIMENTO, AAAAMMDD),
      *                  PARA A VARREDURA DE DUPLICIDADE POR NOME
      *                  (DUPNOME).
      *     15/10/2026 - ALISTAMENTO DEPOIS DO PRAZO DO ANO DE
      *                  NASCIMENTO FICA COM A MULTA PENDENTE
      *                  (MULTA-SITUACAO 'P') E IMPRIME A GUIA DE
      *                  PAGAMENTO COM CODIGO DE BARRAS (MULTA.PRN) NO
      *                  LUGAR DA CARTEIRA - VER MULTA/MULTABX.
      *     15/10/2026 - CONFERENCIA DOS DOCUMENTOS ENTREGUES (CERTIDAO,
      *                  COMPROVANTE DE RESIDENCIA, FOTO, TITULO) DEPOIS
      *                  DE P250-VERIFY, GRAVADA EM DOCAPRES.DAT; A
      *                  CARTEIRA SO E IMPRESSA COM A DOCUMENTACAO
      *                  COMPLETA - VER DOCCHK/DOCMNT.
      *     15/10/2026 - A CAPTURA GRAVA UM RASCUNHO POR CPF EM
      *                  ALISTAMENTO.RAS (VER RASDATA) AO FIM DE CADA
      *                  BLOCO VALIDADO, COM OPERADOR E HORA; A PROXIMA
      *                  CAPTURA DO MESMO CPF OFERECE RETOMAR NO
      *                  PRIMEIRO BLOCO INCOMPLETO. O RASCUNHO E APAGADO
      *                  QUANDO O REGISTRO E GRAVADO OU O ALISTAMENTO
      *                  REJEITADO.
      *     15/10/2026 - AS LINHAS GRAVADAS EM ALISTAMENTO.LOG E EM
      *                  ACESSO.LOG PASSAM A LEVAR O ELO DA CADEIA DE
      *                  CONFERENCIA (CHG-ELO/ACS-ELO, ANCORAS EM
      *                  <ARQUIVO>.ANC - VER CADEIA.cpy); LAYOUT DE
      *                  ACESSO.LOG EXTRAIDO PARA ACSLOGDATA.
      *     15/10/2026 - PASSA A RESPEITAR O MODO TREINAMENTO
      *                  (TREINO_DIR, VER TREINO.cpy) - ARQUIVOS E
      *                  COMANDOS DE SISTEMA SAEM DA BASE DE
      *                  TREINAMENTO.
      *     15/10/2026 - NOVO ALISTAMENTO PASSA A GRAVAR O POSTO DE
      *                  ATENDIMENTO DO OPERADOR (POSTO-ALIST, VER
      *                  POSTODATA).
      *     15/10/2026 - CADA IMPRESSAO EM CARTEIRA.PRN E MULTA.PRN
      *                  PASSA A SER ARQUIVADA COMO JOB NUMERADO NO
      *                  ARQUIVO DE IMPRESSAO (SPOOL.IDX, VER
      *                  SPOOL.cpy), COM OPERADOR, DATA/HORA, PAGINAS E
      *                  REGISTROS - UMA NOVA RODADA NAO APAGA MAIS A
      *                  ANTERIOR; CONSULTA E REIMPRESSAO PELO SPOOLVER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS CPF
            ALTERNATE RECORD KEY IS MAT-COMUM WITH DUPLICATES
            ALTERNATE RECORD KEY IS UNIDADE WITH DUPLICATES
            ALTERNATE RECORD KEY IS DT-ALISTAMENTO WITH DUPLICATES
            FILE STATUS IS WS-STATUS.

            SELECT MAT-CTL-FILE ASSIGN TO 'MATRICULA.CTL'
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ACESSO-STATUS.

            SELECT ANC-FILE ASSIGN TO WS-ANC-PATH
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-ANC-STATUS.

            SELECT LOCK-FILE ASSIGN TO WS-LOCK-PATH
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DATAMOV-STATUS.

            SELECT MULTA-CTL-FILE ASSIGN TO 'MULTA.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MLT-CTL-STATUS.

            SELECT MULTA-GUIA-FILE ASSIGN TO 'MULTA.PRN'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-MLT-GUIA-STATUS.

            SELECT DOCTIPO-FILE ASSIGN TO 'DOCTIPO.CTL'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DOCT-STATUS.

            SELECT DOCAPRES-FILE ASSIGN TO 'DOCAPRES.DAT'
            ORGANIZATION IS SEQUENTIAL
            ACCESS MODE IS SEQUENTIAL
            FILE STATUS IS WS-DOCA-STATUS.

            SELECT RAS-FILE ASSIGN TO 'ALISTAMENTO.RAS'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS RAS-CPF
            FILE STATUS IS WS-RAS-STATUS.

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
         05 CREG-TIPO         PIC X(01).

       FD ACESSO-LOG-FILE.
       COPY ACSLOGDATA.

       FD ANC-FILE.
       COPY ANCDATA.

       FD LOCK-FILE.
       01 LOCK-REC.
         05 DTM-DATA-NEGOCIO   PIC 9(08).
         05 DTM-ULTIMA-FECHADA PIC 9(08).

       FD MULTA-CTL-FILE.
      *    MESMO LAYOUT DE MULTA-CTL-REC NO CTLMNT.
       01 MULTA-CTL-REC.
         05 MCTL-PRAZO-MMDD   PIC 9(04).
         05 MCTL-VALOR        PIC 9(05)V99.
         05 MCTL-DIAS-VENC    PIC 9(03).
         05 MCTL-CONVENIO     PIC 9(04).

       FD MULTA-GUIA-FILE.
       01 MULTA-GUIA-LINE     PIC X(80).

       FD DOCTIPO-FILE.
       COPY DOCTIPODATA.

       FD DOCAPRES-FILE.
       COPY DOCAPRDATA.

       FD RAS-FILE.
       COPY RASDATA.

       FD SPOOL-IDX-FILE.
       COPY SPOOLDATA.

       FD SPOOL-TAM-FILE.
       COPY SPOOLTAM.

       WORKING-STORAGE SECTION.
       01 WS-MAT-STATUS  PIC 99.
       01 WS-LOG-STATUS  PIC 99.
       01 WS-MAT-ESP   PIC 9(03).
       01 WS-MODO-CHC   PIC 9(01) VALUE 0.
       01 WS-REOPEN-MODE PIC X    VALUE 'N'.
       01 WS-RAS-STATUS    PIC 99.
       01 WS-RAS-BLOCO     PIC 9(01) VALUE 0.
       01 WS-RAS-CPF-GRAVADO PIC 9(11) VALUE 0.
       COPY WSFSTATUS.
       COPY WSNOMESPL.
       COPY WSLOGON.
       COPY WSCPFBLOQ.
       COPY WSCARTNUM.
       COPY WSACESSLOG.
       COPY WSCADEIA.
       COPY WSFILELOCK.
       COPY WSDATAMOV.
       COPY WSMULTA.
       COPY WSDOCCHK.
       COPY WSTREINO.
       COPY WSSPOOL.

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM P-TREINO-ENTRA
           MOVE 'ALISTAMENTO' TO WS-SPL-PROGRAMA
           DISPLAY "CADASTRAMENTO MILITAR"
           PERFORM P-SIGN-ON
           MOVE WS-OPERADOR-ID TO WS-SPL-OPERADOR
           MOVE "REGISTRO.LCK" TO WS-LOCK-PATH
           MOVE "ALISTAMENTO-MILITAR" TO WS-LOCK-PROGRAMA
           MOVE WS-OPERADOR-ID TO WS-LOCK-OPERADOR
           IF WS-BLOQ-ACHOU = 'S' THEN
               GO TO P999-STOP
           END-IF
      *    CAPTURA INTERROMPIDA ANTES (DOCUMENTO FALTANDO, TERMINAL QUE
      *    CAIU) DEIXA RASCUNHO EM ALISTAMENTO.RAS - RETOMA NO PRIMEIRO
      *    BLOCO INCOMPLETO COM OS DADOS JA VALIDADOS.
           PERFORM P180-BUSCA-RASCUNHO
           EVALUATE WS-RAS-BLOCO
               WHEN 1 GO TO P206-RG-ENTRY
               WHEN 2 GO TO P205-CPF-ENTRY
               WHEN 3 GO TO P400-QI
               WHEN 4 GO TO P402-APTIDAO
               WHEN 5 GO TO P600-SESSION
           END-EVALUATE
           MOVE 'N' TO WS-DTCHK-VALIDA
           PERFORM UNTIL WS-DTCHK-VALIDA = 'S'
               DISPLAY "INFORME A DATA DE NASCIMENTO (DD/MM/AAAA)"
               MOVE WS-DOB-DD TO WS-DTCHK-DD
               PERFORM P-VALIDA-DATA
           END-PERFORM
           COMPUTE WS-DT-NASCIMENTO = WS-DOB-YY * 10000
                                    + WS-DOB-MM * 100 + WS-DOB-DD
           MOVE FUNCTION CURRENT-DATE TO WS-CURR-DATE

           COMPUTE WS-CALC-AGE = WS-CURR-YY - WS-DOB-YY

           IF WS-CALC-AGE >= 18 THEN
           DISPLAY "IDADE PERMITIDA"
           MOVE 1 TO WS-RAS-BLOCO
           PERFORM P930-GRAVA-RASCUNHO
           GO TO P206-RG-ENTRY
           ELSE
           DISPLAY "IDADE NAO PERMITIDA"
           DISPLAY "PEDIDO " APRV-ID " REGISTRADO - AGUARDA A "
                   "APROVACAO DE UM SEGUNDO ADMINISTRADOR (APROVMNT)".

       P180-BUSCA-RASCUNHO.
      *    WS-RAS-BLOCO VOLTA COM O ULTIMO BLOCO CONCLUIDO QUANDO O
      *    OPERADOR ACEITA RETOMAR O RASCUNHO, OU ZERO PARA CAPTURAR
      *    TUDO DE NOVO (O RASCUNHO ANTIGO E SOBREGRAVADO NO PRIMEIRO
      *    BLOCO).
           MOVE 0 TO WS-RAS-BLOCO
           OPEN INPUT RAS-FILE
           IF WS-RAS-STATUS EQUAL 35 THEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF TO RAS-CPF
           READ RAS-FILE
               INVALID KEY
                   CLOSE RAS-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE RAS-FILE
           MOVE WS-CPF TO WS-RAS-CPF-GRAVADO
           DISPLAY "HA UM ALISTAMENTO INCOMPLETO PARA ESTE CPF, "
                   "INICIADO EM " RAS-DT-NEGOCIO " POR " RAS-OPERADOR
           EVALUATE RAS-BLOCO
               WHEN 1 DISPLAY "PAROU DEPOIS DA IDENTIFICACAO - RETOMA "
                              "NO RG"
               WHEN 2 DISPLAY "PAROU DEPOIS DO RG - RETOMA NO ENDERECO"
               WHEN 3 DISPLAY "PAROU DEPOIS DO ENDERECO - RETOMA NO "
                              "Q.I."
               WHEN 4 DISPLAY "PAROU DEPOIS DO Q.I. - RETOMA NO EXAME "
                              "DE APTIDAO"
               WHEN OTHER DISPLAY "PAROU DEPOIS DO EXAME DE APTIDAO - "
                              "RETOMA NA MATRICULA"
           END-EVALUATE
           DISPLAY "RETOMAR O ALISTAMENTO DE ONDE PAROU? (S/N)"
           ACCEPT WS-KEY
           IF WS-KEY = 'S' OR WS-KEY = 's' THEN
               MOVE RAS-PRS-IMAGEM TO WS-PRS-DATA
               MOVE RAS-BLOCO      TO WS-RAS-BLOCO
               DISPLAY "RETOMANDO O ALISTAMENTO DE " WS-NAME
           END-IF.

       P175-SCAN-FILA.
      *    DESCOBRE O MAIOR ID JA USADO E SE JA HA PEDIDO PENDENTE DE
      *    CANCELAMENTO PARA O MESMO CPF.
                       "EMISSORA"
               GO TO P206-RG-ENTRY
           END-IF
           PERFORM P216-RG-EMISSAO
           MOVE 2 TO WS-RAS-BLOCO
           PERFORM P930-GRAVA-RASCUNHO.

       P205-CPF-ENTRY.
           DISPLAY "HA MOTIVO DE ISENCAO OU ADIAMENTO? (S/N)"
           IF WS-KEY = 'S' OR WS-KEY = 's' THEN
              GO TO P300-CHC
           ELSE
               PERFORM P260-CHECKLIST-DOCS
               IF WS-REOPEN-MODE = 'S' THEN
                   GO TO P900-END
               ELSE
               END-IF
           END-IF.

       P260-CHECKLIST-DOCS.
      *    CONFERE OS DOCUMENTOS EXIGIDOS (VER DOCCHK) E REGISTRA EM
      *    DOCAPRES.DAT OS QUE O CONSCRITO ENTREGOU AGORA. NA CORRECAO
      *    DE UM ALISTAMENTO JA GRAVADO SO PERGUNTA O QUE AINDA FALTA.
           MOVE WS-CPF           TO WS-DOC-CPF
           MOVE WS-DT-NASCIMENTO TO WS-DOC-DT-NASC
           IF WS-DT-ALISTAMENTO NOT = 0 THEN
               MOVE WS-DT-ALISTAMENTO TO WS-DOC-DT-REF
           ELSE
               MOVE WS-DT-NEGOCIO     TO WS-DOC-DT-REF
           END-IF
           MOVE WS-DT-NEGOCIO    TO WS-DOC-DT-REG
           MOVE WS-OPERADOR-ID   TO WS-DOC-OPERADOR
           PERFORM P-DOC-CHECKLIST
           DISPLAY "CONFERENCIA DE DOCUMENTOS"
           PERFORM VARYING WS-DOC-IDX FROM 1 BY 1
                   UNTIL WS-DOC-IDX > WS-DOC-QTD-TIPOS
               IF WS-DOC-APRESENTADO(WS-DOC-IDX) = 'S' THEN
                   DISPLAY "  " WS-DOC-DESC(WS-DOC-IDX)
                           " - ENTREGUE EM "
                           WS-DOC-DT-APRES(WS-DOC-IDX)
               ELSE
                   IF WS-DOC-EXIGIDO(WS-DOC-IDX) = 'S' OR
                      (WS-DOC-REGRA(WS-DOC-IDX) = 'O' AND
                       WS-DOC-ATIVO(WS-DOC-IDX) NOT = 'N') THEN
                       DISPLAY "ENTREGOU " WS-DOC-DESC(WS-DOC-IDX)
                               " (S/N)?"
                       ACCEPT WS-KEY
                       IF WS-KEY = 'S' OR WS-KEY = 's' THEN
                           MOVE WS-DOC-COD(WS-DOC-IDX)
                             TO WS-DOC-COD-REG
                           PERFORM P-DOC-REGISTRA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM P-DOC-CHECKLIST
           IF NOT WS-DOC-CHECKLIST-OK THEN
               DISPLAY "DOCUMENTOS PENDENTES: " WS-DOC-FALTA-LISTA
               DISPLAY "A CARTEIRA SO SAI COM A DOCUMENTACAO COMPLETA "
                       "- REGISTRE A ENTREGA NO DOCMNT"
           END-IF.

       P300-CHC.
           DISPLAY "1 PARA NOME"
           DISPLAY "2 PARA RG"
           IF WS-LOG-STATUS EQUAL 35 THEN
               OPEN OUTPUT CHG-LOG-FILE
           END-IF
           MOVE 'ALISTAMENTO.LOG.ANC'  TO WS-ANC-PATH
           MOVE CHG-LOG-REC            TO WS-CAD-LINHA
           MOVE 211                    TO WS-CAD-TAM
           PERFORM P-CADEIA-ENCADEIA
           MOVE WS-CAD-ELO             TO CHG-ELO
           WRITE CHG-LOG-REC
           IF WS-LOG-STATUS EQUAL 0 THEN
               PERFORM P-CADEIA-GRAVA-ANCORA
           END-IF
           CLOSE CHG-LOG-FILE.

       P410-READ-PESO.
           END-PERFORM.

       P400-QI.
      *    ENDERECO CONFERIDO - FECHA O BLOCO 3 DO RASCUNHO.
           MOVE 3 TO WS-RAS-BLOCO
           PERFORM P930-GRAVA-RASCUNHO
           PERFORM P407-BUSCA-ALUNO
           IF WS-ALUNO-ACHOU = 'S' THEN
               DISPLAY "MEDIA OBTIDA DO BOLETIM (ALUNOS.DAT): " WS-MEDIA
               COMPUTE WS-MEDIA = WS-QI-SOMA / 100
               DISPLAY WS-MEDIA
           END-IF
           MOVE 4 TO WS-RAS-BLOCO
           PERFORM P930-GRAVA-RASCUNHO.

       P402-APTIDAO.
           PERFORM P405-FITNESS
           MOVE 5 TO WS-RAS-BLOCO
           PERFORM P930-GRAVA-RASCUNHO

           IF WS-MEDIA >= 9.5 THEN
           DISPLAY "Q.I. AVANCADO"
       P900-END.
           IF WS-REASON-CODE NOT = 0 THEN
               DISPLAY "ALISTAMENTO NAO EFETIVADO - MOTIVO REGISTRADO"
               PERFORM P935-EXCLUI-RASCUNHO
               GO TO P999-STOP
           END-IF.


           IF WS-STATUS = 0 THEN
           MOVE WS-DT-NEGOCIO TO WS-DT-ALISTAMENTO
      *    POSTO DE ATENDIMENTO DE QUEM ALISTOU (VER POSTODATA).
           MOVE WS-OPERADOR-POSTO TO WS-POSTO-ALIST
      *    O EXTRATO DESTE ALISTAMENTO SAI EM P920-WRITE-EXTRATO E
      *    AINDA NAO FOI CONFIRMADO PELO PESSOAL - O PESSOALREC COBRA
      *    OS 'N' ALEM DO PRAZO.
           MOVE 'N' TO WS-EXT-CONFIRMADO
      *    ALISTAMENTO DEPOIS DO PRAZO DO ANO DE NASCIMENTO: FICA COM A
      *    MULTA PENDENTE E SAI A GUIA DE PAGAMENTO NO LUGAR DA
      *    CARTEIRA (CARTIMPR/CARTLOTE SO EMITEM DEPOIS DA BAIXA).
           MOVE WS-DT-NASCIMENTO TO WS-MLT-DT-NASC
           MOVE WS-DT-NEGOCIO    TO WS-MLT-DT-ALIST
           PERFORM P-MULTA-CALCULA
           IF WS-MLT-EM-ATRASO THEN
               MOVE 'P'            TO WS-MULTA-SITUACAO
               MOVE WS-MLT-VALOR   TO WS-MULTA-VALOR
               MOVE WS-MLT-DT-VENC TO WS-MULTA-DT-VENC
           END-IF
           MOVE WS-PRS-DATA TO PRS-DATA
           WRITE PRS-DATA
               INVALID KEY
                   DISPLAY "REGISTRO GRAVADO"
                   DISPLAY "STATUS: " WS-STATUS
                   PERFORM P915-LOG-INCLUSAO
                   PERFORM P935-EXCLUI-RASCUNHO
                   IF WS-MULTA-SITUACAO = 'P' THEN
                       PERFORM P912-PRINT-GUIA-MULTA
                   ELSE
                       PERFORM P910-PRINT-CARTEIRA
                   END-IF
                   PERFORM P920-WRITE-EXTRATO
           END-WRITE
           CLOSE REG-FILE
               CLOSE REG-FILE
           END-IF.

       P912-PRINT-GUIA-MULTA.
      *    ALISTAMENTO FORA DO PRAZO: IMPRIME A GUIA DA MULTA EM
      *    MULTA.PRN E REGISTRA A PENDENCIA NO LOG DE ALTERACOES. A
      *    BAIXA E FEITA PELO MULTABX (MANUAL) OU PELO BANCORET.
           MOVE WS-CPF  TO WS-MLT-CPF
           MOVE WS-NAME TO WS-MLT-NOME
           PERFORM P-MULTA-GUIA
           MOVE WS-MLT-VALOR TO WS-MLT-VALOR-ED
           DISPLAY "ALISTAMENTO FORA DO PRAZO - MULTA DE R$ "
                   WS-MLT-VALOR-ED
           DISPLAY "GUIA DE PAGAMENTO IMPRESSA EM MULTA.PRN - A "
                   "CARTEIRA SO SAI APOS O PAGAMENTO"
           MOVE "MULTA"      TO CHG-FIELD
           MOVE SPACES       TO CHG-OLD-VALUE
           MOVE SPACES       TO CHG-NEW-VALUE
           STRING "P - PENDENTE R$ " DELIMITED BY SIZE
                  WS-MLT-VALOR-ED    DELIMITED BY SIZE
                  " VENC. "          DELIMITED BY SIZE
                  WS-MLT-DT-VENC     DELIMITED BY SIZE
                  INTO CHG-NEW-VALUE
           PERFORM P310-LOG-CHANGE.

       P915-LOG-INCLUSAO.
      *    DEIXA NO LOG DE ALTERACOES UMA LINHA "INCLUSAO" PARA CADA
      *    ALISTAMENTO EFETIVADO - SEM ELA O RELATORIO DE PRODUCAO POR
      *    CADA CARTEIRA RECEBE UM NUMERO DE DOCUMENTO SEQUENCIAL E E
      *    REGISTRADA EM CARTEIRA.REG (VER CARTNUM) PARA A CONFERENCIA
      *    DE AUTENTICIDADE PELO CARTVERIF.
      *    DOCUMENTACAO INCOMPLETA (VER P260-CHECKLIST-DOCS): A
      *    CARTEIRA FICA RETIDA ATE A ENTREGA SER REGISTRADA NO DOCMNT
      *    E SAI DEPOIS PELO CARTIMPR.
           MOVE WS-CPF           TO WS-DOC-CPF
           MOVE WS-DT-NASCIMENTO TO WS-DOC-DT-NASC
           MOVE WS-DT-ALISTAMENTO TO WS-DOC-DT-REF
           PERFORM P-DOC-CHECKLIST
           IF NOT WS-DOC-CHECKLIST-OK THEN
               DISPLAY "DOCUMENTACAO INCOMPLETA (" WS-DOC-FALTA-LISTA
                       ") - CARTEIRA NAO EMITIDA"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF          TO WS-CARTNUM-CPF
           IF WS-SETOR = 'E' THEN
               MOVE WS-MAT-ESPECIAL TO WS-CARTNUM-MATRICULA
               MOVE "SETOR COMUM"    TO WS-CARD-SETOR-DESC
           END-IF

           MOVE 'CARTEIRA.PRN' TO WS-SPL-ARQUIVO
           MOVE 60             TO WS-SPL-TAM-REG
           MOVE 'S'            TO WS-SPL-PESSOAL
           PERFORM P-SPOOL-INICIA
           OPEN EXTEND CARD-FILE
           IF WS-CARD-STATUS EQUAL 35 THEN
               OPEN OUTPUT CARD-FILE
               MOVE SPACES TO CARD-LINE
           END-IF
           WRITE CARD-LINE
           CLOSE CARD-FILE
           PERFORM P-SPOOL-ARQUIVA.

       P920-LOG-REJECTION.
      *    REGISTRA UMA TENTATIVA DE ALISTAMENTO NAO EFETIVADA, COM O
           WRITE REJ-REC
           CLOSE REJ-FILE.

       P930-GRAVA-RASCUNHO.
      *    GRAVA (OU SOBREGRAVA) O RASCUNHO DO CPF COM O BLOCO QUE
      *    ACABOU DE SER VALIDADO. SE O CPF FOI CORRIGIDO NO P300-CHC,
      *    O RASCUNHO DO CPF ANTERIOR SAI PRIMEIRO.
           IF WS-RAS-CPF-GRAVADO NOT = 0 AND
              WS-RAS-CPF-GRAVADO NOT = WS-CPF THEN
               PERFORM P935-EXCLUI-RASCUNHO
           END-IF
           OPEN I-O RAS-FILE
           IF WS-RAS-STATUS = 35 THEN
               OPEN OUTPUT RAS-FILE
               CLOSE RAS-FILE
               OPEN I-O RAS-FILE
           END-IF
           IF WS-RAS-STATUS NOT = 0 THEN
               DISPLAY "AVISO: RASCUNHO NAO GRAVADO - STATUS "
                       WS-RAS-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CPF                TO RAS-CPF
           MOVE FUNCTION CURRENT-DATE TO RAS-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO RAS-OPERADOR
           MOVE WS-DT-NEGOCIO         TO RAS-DT-NEGOCIO
           MOVE WS-RAS-BLOCO          TO RAS-BLOCO
           MOVE WS-PRS-DATA           TO RAS-PRS-IMAGEM
           WRITE RAS-REC
               INVALID KEY
                   REWRITE RAS-REC
                   END-REWRITE
           END-WRITE
           CLOSE RAS-FILE
           MOVE WS-CPF TO WS-RAS-CPF-GRAVADO.

       P935-EXCLUI-RASCUNHO.
           IF WS-RAS-CPF-GRAVADO = 0 THEN
               EXIT PARAGRAPH
           END-IF
           OPEN I-O RAS-FILE
           IF WS-RAS-STATUS = 0 THEN
               MOVE WS-RAS-CPF-GRAVADO TO RAS-CPF
               DELETE RAS-FILE
                   INVALID KEY
                       CONTINUE
               END-DELETE
               CLOSE RAS-FILE
           END-IF
           MOVE 0 TO WS-RAS-CPF-GRAVADO.

       COPY FSTATUS.
       COPY NOMESPL.
       COPY LOGON.
       COPY FILELOCK.
       COPY CARTNUM.
       COPY ACESSLOG.
       COPY CADEIA.
       COPY DATAMOV.
       COPY MULTA.
       COPY DOCCHK.
       COPY SPOOL.
       COPY TREINO.
       END PROGRAM ALISTAMENTO-MILITAR.
