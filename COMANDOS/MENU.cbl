      *                  MOVIMENTO (FECHADIA).
      *     02/09/2026 - ADICIONADA A OPCAO DE TENDENCIA DE DURACAO
      *                  DAS ETAPAS DO LOTE NOTURNO (LOTETREND).
      *     15/10/2026 - ADICIONADA A OPCAO DE VERIFICACAO E 2A VIA DOS
      *                  RECIBOS DE PAGAMENTO (RECIBOVER).
      *     15/10/2026 - OPCAO PASSA A TER 3 DIGITOS (99 CONTINUA SAIR;
      *                  NOVOS PROGRAMAS A PARTIR DE 100). NO MENU.LOG O
      *                  CAMPO DA OPCAO GANHA 1 POSICAO E O DO PROGRAMA
      *                  PERDE 1, MANTENDO O REGISTRO EM 52 POSICOES.
      *     15/10/2026 - ADICIONADA A OPCAO DE ESTORNO DE PAGAMENTO DE
      *                  PARCELA (ESTORNO).
      *     15/10/2026 - ADICIONADA A OPCAO DE FECHAMENTO DE CAIXA POR
      *                  OPERADOR (CAIXA).
      *     15/10/2026 - ADICIONADA A OPCAO DE CARTAS DE COBRANCA POR
      *                  ATRASO (CARTACOB).
      *     15/10/2026 - ADICIONADA A OPCAO DE NEGATIVACAO NO BIRO DE
      *                  CREDITO (NEGATIVA).
      *     15/10/2026 - ADICIONADA A OPCAO DE AMORTIZACAO
      *                  EXTRAORDINARIA (AMORTEXT).
      *     15/10/2026 - ADICIONADA A OPCAO DE ALTERACAO DE VENCIMENTO
      *                  E CARENCIA (ALTVENC).
      *     15/10/2026 - ADICIONADA A OPCAO DE CLASSIFICACAO DE CREDITO
      *                  DOS CLIENTES (CLIRATING).
      *     15/10/2026 - ADICIONADA A OPCAO DE PROVISAO PARA DEVEDORES
      *                  DUVIDOSOS DE FIM DE MES (PROVISAO).
      *     15/10/2026 - ADICIONADA A OPCAO DE REIMPRESSAO DO CONTRATO
      *                  (CEDULA DE CREDITO) EM CONTRATO.PRN
      *                  (CONTRIMPR).
      *     15/10/2026 - ADICIONADO O INFORME ANUAL DE PAGAMENTOS DO
      *                  CLIENTE PARA O IMPOSTO DE RENDA (INFORME).
      *     15/10/2026 - ADICIONADO O DEMONSTRATIVO MENSAL DE COMISSAO
      *                  DA AGENCIA DE COBRANCA (AGENCOM).
      *     15/10/2026 - ADICIONADO O SEGURO PRESTAMISTA (PREMIOS DO
      *                  MES E SINISTROS) (SEGPREST).
      *     15/10/2026 - ADICIONADA A MANUTENCAO DO CATALOGO DE
      *                  PRODUTOS DE FINANCIAMENTO (PRODMNT).
      *     15/10/2026 - ADICIONADO O ARQUIVAMENTO ANUAL DE CONTRATOS
      *                  ENCERRADOS (PRESTARCH), RESTRITO A
      *                  ADMINISTRADORES, E A CONSULTA AO ARQUIVO
      *                  (PRESTARQQRY).
      *     15/10/2026 - ADICIONADA A OPCAO DE CANCELAMENTO POR DIREITO
      *                  DE ARREPENDIMENTO (ARREPEND).
      *     15/10/2026 - ADICIONADA A OPCAO DE POSICAO DAS PARCELAS EM
      *                  DATA PASSADA (PRESTPOS).
      *     15/10/2026 - ADICIONADA A OPCAO DE AVISOS POR SMS/E-MAIL DE
      *                  VENCIMENTO DE PARCELA, AGENDAMENTO E
      *                  APRESENTACAO (NOTIFICA).
      *     15/10/2026 - ADICIONADAS AS OPCOES DA OUVIDORIA: CHAMADOS DE
      *                  RECLAMACAO (OUVIDORIA), CHAMADOS COM PRAZO
      *                  VENCIDO (OUVATRASO) E RELATORIO MENSAL
      *                  (OUVMES).
      *     15/10/2026 - ADICIONADA A OPCAO DO RELATORIO DO TITULAR DE
      *                  DADOS - LGPD (LGPDRPT).
      *     15/10/2026 - NOVA OPCAO 122 - ANONIMIZA (ANONIMIZACAO ANUAL
      *                  POR FIM DO PRAZO DE RETENCAO).
      *     15/10/2026 - NOVA OPCAO 123 - OBITOCASC (CASCATA DO AVISO DE
      *                  OBITO DA LISTA DE BLOQUEIO).
      *     15/10/2026 - NOVA OPCAO 124 - DUPNOME (DUPLICIDADE DE PESSOA
      *                  POR NOME EM REGISTRO E CLIENTE).
      *     15/10/2026 - NOVA OPCAO 125 - MULTABX (BAIXA E SEGUNDA VIA
      *                  DA MULTA DE ALISTAMENTO FORA DO PRAZO).
      *     15/10/2026 - NOVA OPCAO 126 - EXARMNT (APRESENTACAO ANUAL
      *                  DO RESERVISTA).
      *     15/10/2026 - NOVA OPCAO 127 - EXARRPT (FALTOSOS NA
      *                  APRESENTACAO ANUAL POR UNIDADE).
      *     15/10/2026 - NOVA OPCAO 128 - DOCMNT (ENTREGA DE
      *                  DOCUMENTOS E TIPOS DE DOCUMENTO EXIGIDOS).
      *     15/10/2026 - NOVA OPCAO 129 - DOCPEND (LISTA DIARIA DE
      *                  CONSCRITOS COM DOCUMENTO PENDENTE).
      *     15/10/2026 - NOVA OPCAO 130 - ROLNAC (CONCILIACAO DE
      *                  REGISTRO COM O ROL NACIONAL DE ALISTADOS).
      *     15/10/2026 - NOVA OPCAO 131 - ETIQCONV (REIMPRESSAO DAS
      *                  ETIQUETAS E DO MANIFESTO POSTAL DA CONVOCACAO).
      *     15/10/2026 - NOVA OPCAO 132 - DISPEXC (DISPENSA POR EXCESSO
      *                  DE CONTINGENTE).
      *     15/10/2026 - NOVA OPCAO 133 - PETICAO (REQUERIMENTOS DE
      *                  DISPENSA/ADIAMENTO).
      *     15/10/2026 - NOVA OPCAO 134 - RETMENS (RETORNO ESTATISTICO
      *                  MENSAL A REGIAO MILITAR).
      *     15/10/2026 - NOVA OPCAO 135 - FICHASRV (FICHA DE SERVICO DO
      *                  INCORPORADO E TERMINO PREVISTO).
      *     15/10/2026 - NOVAS OPCOES 136 - AMOSTRA (SORTEIO DIARIO DE
      *                  CONFERENCIA DOS ALISTAMENTOS) E 137 - AMOREV
      *                  (CONFERENCIA DO SUPERVISOR E TAXA DE ERRO).
      *     15/10/2026 - NOVA OPCAO 138 - HISTESC (HISTORICO ESCOLAR DO
      *                  ALUNO, TODOS OS ANOS LETIVOS, COM NUMERO DE
      *                  DOCUMENTO E CONFERENCIA PELA ESCOLA DE
      *                  DESTINO).
      *     15/10/2026 - NOVA OPCAO 139 - PROFMNT (MESTRE DE PROFESSORES
      *                  E ATRIBUICAO DE TURMA/DISCIPLINA/ANO LETIVO).
      *     15/10/2026 - NOVA OPCAO 140 - NOTASCSV (CARGA DAS NOTAS DO
      *                  BIMESTRE PELA PLANILHA DO PROFESSOR).
      *     15/10/2026 - NOVAS OPCOES 141 - RESPMNT (RESPONSAVEIS PELO
      *                  ALUNO) E 142 - AVISOFAM (LOTE SEMANAL DE CARTA
      *                  AS FAMILIAS DE ALUNOS EM RISCO DE REPROVACAO).
      *     15/10/2026 - NOVA OPCAO 143 - MENSALID (MENSALIDADES DOS
      *                  ALUNOS COBRADAS PELOS CONTRATOS/PRESTACOES).
      *     15/10/2026 - NOVA OPCAO 144 - CFGRPT (AUDITORIA DAS
      *                  ALTERACOES DE CONFIGURACAO EM CONFIG.LOG).
      *     15/10/2026 - NOVA OPCAO 145 - CADVERIF (CONFERENCIA DA
      *                  CADEIA DOS LOGS DE AUDITORIA E DO DIARIO).
      *     15/10/2026 - NOVA OPCAO 146 - REFVERIF (VARREDURA DE
      *                  INTEGRIDADE REFERENCIAL ENTRE OS ARQUIVOS).
      *     15/10/2026 - NOVA OPCAO 147 - TREINOREF (MONTAGEM DA BASE DE
      *                  TREINAMENTO MASCARADA) E FAIXA "MODO
      *                  TREINAMENTO" NO MENU QUANDO TREINO_DIR ESTA
      *                  DEFINIDO.
      *     15/10/2026 - NOVA OPCAO 148 - POSTOMNT (MESTRE DE POSTOS DE
      *                  ATENDIMENTO).
      *     15/10/2026 - NOVA OPCAO 149 - SPOOLVER (CONSULTA,
      *                  REIMPRESSAO E EXPURGO DO ARQUIVO DE IMPRESSAO).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MENU.
       01  MENU-LOG-REC.
           05  MENU-LOG-TIMESTAMP  PIC X(20).
           05  MENU-LOG-OPERADOR   PIC X(10).
           05  MENU-LOG-OPCAO      PIC 9(03).
           05  MENU-LOG-PROGRAMA   PIC X(19).

       FD  USER-CTL-FILE.
       COPY USERCTL.

       WORKING-STORAGE SECTION.
       01  WS-OPCAO    PIC 9(03) VALUE 0.
       01  WS-CMD      PIC X(200) VALUE SPACES.
       01  WS-LOG-STATUS PIC 99.
       COPY WSLOGON.
       COPY WSSENHASH.
       COPY WSTREINO.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM P-TREINO-ENTRA
           PERFORM P-SIGN-ON
           PERFORM WITH TEST AFTER UNTIL WS-OPCAO = 99
               DISPLAY " "
      *        NO MODO TREINAMENTO A FAIXA APARECE A CADA VOLTA AO
      *        MENU, PARA NINGUEM CONFUNDIR A BASE DE TREINO COM A REAL.
               IF WS-MODO-TREINO THEN
                   DISPLAY "*****************************************"
                           "*****************"
                   DISPLAY "***   TREINAMENTO - BASE DE TREINO, NAO "
                           "E A BASE REAL  ***"
                   DISPLAY "*** " WS-TREINO-DIR(1:50) " ***"
                   DISPLAY "*****************************************"
                           "*****************"
               END-IF
               DISPLAY "---- MENU DE PROGRAMAS ----"
               DISPLAY " 1 - CALCULADORA"
               DISPLAY " 2 - CALCMEDIA"
               DISPLAY "95 - LOGARQ"
               DISPLAY "96 - FECHADIA"
               DISPLAY "97 - LOTETREND"
               DISPLAY "98 - RECIBOVER"
               DISPLAY "100 - ESTORNO"
               DISPLAY "101 - CAIXA"
               DISPLAY "102 - CARTACOB"
               DISPLAY "103 - NEGATIVA"
               DISPLAY "104 - AMORTEXT"
               DISPLAY "105 - ALTVENC"
               DISPLAY "106 - CLIRATING"
               DISPLAY "107 - PROVISAO"
               DISPLAY "108 - CONTRIMPR"
               DISPLAY "109 - INFORME"
               DISPLAY "110 - AGENCOM"
               DISPLAY "111 - SEGPREST"
               DISPLAY "112 - PRODMNT"
               DISPLAY "113 - PRESTARCH"
               DISPLAY "114 - PRESTARQQRY"
               DISPLAY "115 - ARREPEND"
               DISPLAY "116 - PRESTPOS"
               DISPLAY "117 - NOTIFICA"
               DISPLAY "118 - OUVIDORIA"
               DISPLAY "119 - OUVATRASO"
               DISPLAY "120 - OUVMES"
               DISPLAY "121 - LGPDRPT"
               DISPLAY "122 - ANONIMIZA"
               DISPLAY "123 - OBITOCASC"
               DISPLAY "124 - DUPNOME"
               DISPLAY "125 - MULTABX"
               DISPLAY "126 - EXARMNT"
               DISPLAY "127 - EXARRPT"
               DISPLAY "128 - DOCMNT"
               DISPLAY "129 - DOCPEND"
               DISPLAY "130 - ROLNAC"
               DISPLAY "131 - ETIQCONV"
               DISPLAY "132 - DISPEXC"
               DISPLAY "133 - PETICAO"
               DISPLAY "134 - RETMENS"
               DISPLAY "135 - FICHASRV"
               DISPLAY "136 - AMOSTRA"
               DISPLAY "137 - AMOREV"
               DISPLAY "138 - HISTESC"
               DISPLAY "139 - PROFMNT"
               DISPLAY "140 - NOTASCSV"
               DISPLAY "141 - RESPMNT"
               DISPLAY "142 - AVISOFAM"
               DISPLAY "143 - MENSALID"
               DISPLAY "144 - CFGRPT"
               DISPLAY "145 - CADVERIF"
               DISPLAY "146 - REFVERIF"
               DISPLAY "147 - TREINOREF"
               DISPLAY "148 - POSTOMNT"
               DISPLAY "149 - SPOOLVER"
               DISPLAY "99 - SAIR"
               ACCEPT WS-OPCAO
               EVALUATE WS-OPCAO
                   WHEN 95 MOVE "./LOGARQ"                    TO WS-CMD
                   WHEN 96 MOVE "./FECHADIA"                  TO WS-CMD
                   WHEN 97 MOVE "./LOTETREND"                 TO WS-CMD
                   WHEN 98 MOVE "./RECIBOVER"                 TO WS-CMD
                   WHEN 100 MOVE "./ESTORNO"                  TO WS-CMD
                   WHEN 101 MOVE "./CAIXA"                    TO WS-CMD
                   WHEN 102 MOVE "./CARTACOB"                 TO WS-CMD
                   WHEN 103 MOVE "./NEGATIVA"                 TO WS-CMD
                   WHEN 104 MOVE "./AMORTEXT"                 TO WS-CMD
                   WHEN 105 MOVE "./ALTVENC"                  TO WS-CMD
                   WHEN 106 MOVE "./CLIRATING"                TO WS-CMD
                   WHEN 107 MOVE "./PROVISAO"                 TO WS-CMD
                   WHEN 108 MOVE "./CONTRIMPR"                TO WS-CMD
                   WHEN 109 MOVE "./INFORME"                  TO WS-CMD
                   WHEN 110 MOVE "./AGENCOM"                  TO WS-CMD
                   WHEN 111 MOVE "./SEGPREST"                 TO WS-CMD
                   WHEN 112 MOVE "./PRODMNT"                  TO WS-CMD
                   WHEN 113
                       IF WS-OPERADOR-ADMIN THEN
                           MOVE "./PRESTARCH"           TO WS-CMD
                       ELSE
                           DISPLAY "OPCAO RESTRITA A OPERADORES "
                                   "ADMINISTRADORES"
                           MOVE SPACES TO WS-CMD
                       END-IF
                   WHEN 114 MOVE "./PRESTARQQRY"              TO WS-CMD
                   WHEN 115 MOVE "./ARREPEND"                 TO WS-CMD
                   WHEN 116 MOVE "./PRESTPOS"                 TO WS-CMD
                   WHEN 117 MOVE "./NOTIFICA"                 TO WS-CMD
                   WHEN 118 MOVE "./OUVIDORIA"                TO WS-CMD
                   WHEN 119 MOVE "./OUVATRASO"                TO WS-CMD
                   WHEN 120 MOVE "./OUVMES"                   TO WS-CMD
                   WHEN 121 MOVE "./LGPDRPT"                  TO WS-CMD
                   WHEN 122 MOVE "./ANONIMIZA"                TO WS-CMD
                   WHEN 123 MOVE "./OBITOCASC"                TO WS-CMD
                   WHEN 124 MOVE "./DUPNOME"                  TO WS-CMD
                   WHEN 125 MOVE "./MULTABX"                  TO WS-CMD
                   WHEN 126 MOVE "./EXARMNT"                  TO WS-CMD
                   WHEN 127 MOVE "./EXARRPT"                  TO WS-CMD
                   WHEN 128 MOVE "./DOCMNT"                   TO WS-CMD
                   WHEN 129 MOVE "./DOCPEND"                  TO WS-CMD
                   WHEN 130 MOVE "./ROLNAC"                   TO WS-CMD
                   WHEN 131 MOVE "./ETIQCONV"                 TO WS-CMD
                   WHEN 132 MOVE "./DISPEXC"                  TO WS-CMD
                   WHEN 133 MOVE "./PETICAO"                  TO WS-CMD
                   WHEN 134 MOVE "./RETMENS"                  TO WS-CMD
                   WHEN 135 MOVE "./FICHASRV"                 TO WS-CMD
                   WHEN 136 MOVE "./AMOSTRA"                  TO WS-CMD
                   WHEN 137 MOVE "./AMOREV"                   TO WS-CMD
                   WHEN 138 MOVE "./HISTESC"                  TO WS-CMD
                   WHEN 139 MOVE "./PROFMNT"                  TO WS-CMD
                   WHEN 140 MOVE "./NOTASCSV"                 TO WS-CMD
                   WHEN 141 MOVE "./RESPMNT"                  TO WS-CMD
                   WHEN 142 MOVE "./AVISOFAM"                 TO WS-CMD
                   WHEN 143 MOVE "./MENSALID"                 TO WS-CMD
                   WHEN 144 MOVE "./CFGRPT"                   TO WS-CMD
                   WHEN 145 MOVE "./CADVERIF"                 TO WS-CMD
                   WHEN 146 MOVE "./REFVERIF"                 TO WS-CMD
                   WHEN 147 MOVE "./TREINOREF"                TO WS-CMD
                   WHEN 148 MOVE "./POSTOMNT"                 TO WS-CMD
                   WHEN 149 MOVE "./SPOOLVER"                 TO WS-CMD
                   WHEN 99 CONTINUE
                   WHEN OTHER
                       DISPLAY "OPCAO INVALIDA"
           MOVE FUNCTION CURRENT-DATE TO MENU-LOG-TIMESTAMP
           MOVE WS-OPERADOR-ID        TO MENU-LOG-OPERADOR
           MOVE WS-OPCAO              TO MENU-LOG-OPCAO
           MOVE WS-CMD(3:19)          TO MENU-LOG-PROGRAMA
           WRITE MENU-LOG-REC
           CLOSE MENU-LOG-FILE.

       COPY LOGON.
       COPY SENHASH.
       COPY TREINO.
       END PROGRAM MENU.
