      * OS PROGRAMAS QUE ABREM CONTR-FILE (CONTRATOMNT, OCCRS,
      * COBRCSV), PARA QUE O LAYOUT NUNCA FIQUE DESSINCRONIZADO ENTRE
      * ELES (MESMO MOTIVO DE PRESTDATA).
      * CONTRATO.CTL E INDEXADO: CHAVE PRIMARIA CONTR-NUM-CONT E CHAVE
      * ALTERNATIVA CONTR-COD-CLIENTE WITH DUPLICATES (OS CONTRATOS DE
      * UM CLIENTE SAO LIDOS POR START NELA). CONTR-COD-CLIENTE TEM 7
      * DIGITOS, COMO COD-CLIENTE EM CLIDATA (VER CONTRMIG7).
      ******************************************************************
       01 CONTR-REC.
         05 CONTR-NUM-CONT     PIC 9(05).
         05 CONTR-COD-CLIENTE  PIC 9(07).
         05 CONTR-DT-VINCULO   PIC 9(08).
         05 CONTR-NUM-PREST    PIC 9(4)V99.
         05 CONTR-VALOR-PRINC  PIC 9(7)V99.
      *  'S' = SAC (PARCELA DECRESCENTE), 'P' = PRICE (PARCELA FIXA).
      *  ESPACOS (CONTRATO ANTERIOR AO CAMPO) VALE COMO SAC.
         05 CONTR-METODO-AMORT PIC X(01).
      *  TARIFAS COBRADAS NA CONTRATACAO E CUSTO EFETIVO TOTAL (VER
      *  CETCALC), GRAVADOS NO VINCULO (CONTRATOMNT) OU NA GERACAO DA
      *  TABELA (OCCRS). O CET E FRACAO, COMO CONTR-TAXA-JUROS.
      *  CONTR-DT-TARIFAS E A DATA DA COBRANCA DAS TARIFAS (COMPETENCIA
      *  DO LANCAMENTO NO CONTABEXP); ZERO = TARIFAS AINDA NAO
      *  APURADAS (CONTRATO ANTERIOR AOS CAMPOS, VER CONTRMIG3).
         05 CONTR-VL-TAC       PIC 9(7)V99.
         05 CONTR-VL-IOF       PIC 9(7)V99.
         05 CONTR-VL-SEGURO    PIC 9(7)V99.
         05 CONTR-CET-MENSAL   PIC 9(1)V9(6).
         05 CONTR-CET-ANUAL    PIC 9(3)V9(6).
         05 CONTR-DT-TARIFAS   PIC 9(08).
      *  SEGURO PRESTAMISTA (QUITA A DIVIDA NO OBITO DO CLIENTE),
      *  OPCIONAL, CONTRATADO NO VINCULO (CONTRATOMNT):
      *  CONTR-SEGURO-PREST 'S' = CONTRATO SEGURADO; ESPACOS OU 'N' =
      *  SEM SEGURO. CONTR-TAXA-PRESTAMISTA E A TAXA MENSAL SOBRE O
      *  SALDO DEVEDOR VIGENTE NO VINCULO (SEGPREST.CTL), FRACAO COMO
      *  CONTR-TAXA-JUROS; O PREMIO DE CADA PARCELA FICA EM
      *  PREST-VL-SEGURO (VER OCCRS). CONTR-SIT-SINISTRO: ESPACOS =
      *  SEM SINISTRO, 'A' = SINISTRO ABERTO (OBITO CARREGADO PELO
      *  BLOQMNT - O CONTRATO SAI DA COBRANCA), 'Q' = QUITADO PELA
      *  SEGURADORA, 'N' = SINISTRO NEGADO (VOLTA A COBRANCA NORMAL);
      *  CONTR-DT-SINISTRO E A DATA DA ABERTURA (VER SEGPREST).
         05 CONTR-SEGURO-PREST     PIC X(01).
         05 CONTR-TAXA-PRESTAMISTA PIC 9(1)V9(6).
         05 CONTR-SIT-SINISTRO     PIC X(01).
           88 CONTR-SINISTRO-ABERTO  VALUE 'A'.
           88 CONTR-SINISTRO-PAGO    VALUE 'Q'.
           88 CONTR-SINISTRO-NEGADO  VALUE 'N'.
         05 CONTR-DT-SINISTRO      PIC 9(08).
      *  PRODUTO DO CATALOGO (PRODUTO.CTL, VER PRODDATA) ESCOLHIDO NO
      *  VINCULO (CONTRATOMNT), CUJAS FAIXAS LIMITARAM O PRINCIPAL E O
      *  PRAZO E DE ONDE VIERAM A TAXA E O METODO. O CONTRATO SUCESSOR
      *  DA RENEGOCIACAO HERDA O PRODUTO DO ORIGINAL. ESPACOS =
      *  CONTRATO ANTERIOR AO CATALOGO (VER CONTRMIG5).
         05 CONTR-COD-PRODUTO      PIC X(04).
      *  ARQUIVAMENTO (VER PRESTARCH): O CONTRATO QUITADO OU BAIXADO
      *  POR PERDA CUJO ULTIMO MOVIMENTO E MAIS ANTIGO QUE O PRAZO DE
      *  RETENCAO TEM AS PARCELAS MOVIDAS DE PRESTACOES PARA
      *  PRESTACOES.ARQ. CONTR-SIT-ARQUIVO 'S' = PARCELAS ARQUIVADAS
      *  (OS EXTRATOS E O INFORME AS LEEM DE PRESTACOES.ARQ); ESPACOS
      *  = PARCELAS EM PRESTACOES. CONTR-DT-ARQUIVO E A DATA DO
      *  ARQUIVAMENTO (ZERO ENQUANTO NAO ARQUIVADO, VER CONTRMIG6).
         05 CONTR-SIT-ARQUIVO      PIC X(01).
           88 CONTR-ARQUIVADO        VALUE 'S'.
         05 CONTR-DT-ARQUIVO       PIC 9(08).
      *  OBITO DO TITULAR (VER OBITOCASC): O LOTE NOTURNO MARCA
      *  CONTR-SIT-OBITO 'S' NOS CONTRATOS DE CLIENTE CUJO CPF ESTA NA
      *  LISTA DE BLOQUEIO (BLOQCPF.CTL) POR OBITO. O CONTRATO SAI DA
      *  COBRANCA AUTOMATICA (CARTACOB, BANCOREM, COBRCSV, NOTIFICA) E
      *  FICA COM O SUPERVISOR DE COBRANCA. ESPACOS = SEM AVISO DE
      *  OBITO. CONTR-DT-OBITO E A DATA DA MARCACAO (ZERO ENQUANTO NAO
      *  MARCADO, VER CONTRMIG8).
         05 CONTR-SIT-OBITO        PIC X(01).
           88 CONTR-TITULAR-FALECIDO VALUE 'S'.
         05 CONTR-DT-OBITO         PIC 9(08).
