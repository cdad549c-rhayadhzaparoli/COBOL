      ******************************************************************
      * WSCEDULA.cpy
      * AREA DE TRABALHO DA IMPRESSAO DO CONTRATO (CEDULA DE CREDITO)
      * EM CONTRATO.PRN (CEDULA.cpy). WS-CED-TIPO: 'O' = VIA ORIGINAL
      * (VINCULO NO CONTRATOMNT / TABELA GERADA NO OCCRS), 'R' =
      * REIMPRESSAO (CONTRIMPR), 'G' = TERMO DE RENEGOCIACAO DO
      * CONTRATO SUCESSOR (RENEGOCIA) - NESTE CASO
      * WS-CED-CONT-ANTIGO TRAZ O CONTRATO RENEGOCIADO, CUJOS
      * AVALISTAS CONTINUAM RESPONDENDO PELA DIVIDA.
      ******************************************************************
       01 WS-CEDPRN-STATUS     PIC 99.
       01 WS-AVAL-STATUS       PIC 99.
       01 WS-CED-NUM-CONT      PIC 9(05) VALUE 0.
       01 WS-CED-CONT-ANTIGO   PIC 9(05) VALUE 0.
       01 WS-CED-TIPO          PIC X(01) VALUE 'O'.
       01 WS-CED-OK            PIC X(01) VALUE 'N'.
       01 WS-CED-ACHOU-CLI     PIC X(01) VALUE 'N'.
       01 WS-CED-EOF           PIC X(01) VALUE 'N'.
       01 WS-CED-QTD-PARC      PIC 9(03) VALUE 0.
       01 WS-CED-QTD-AVAL      PIC 9(02) VALUE 0.
       01 WS-CED-TOTAL         PIC 9(09)V99 VALUE 0.
       01 WS-CED-LIBERADO      PIC S9(07)V99 VALUE 0.
       01 WS-CED-PERCENTUAL    PIC 9(05)V99 VALUE 0.
       01 WS-CED-VALOR-ED      PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-CED-PCT-ED        PIC ZZ,ZZ9.99.
       01 WS-CED-PCT-ANO-ED    PIC ZZ,ZZ9.99.
       01 WS-CED-PCT-SEG       PIC 9(02)V9(04) VALUE 0.
       01 WS-CED-PCT-SEG-ED    PIC Z9.9999.
       01 WS-CED-DT-EMISSAO    PIC 9(08) VALUE 0.
       01 WS-CED-PRAZO-ED      PIC ZZZ9.
       01 WS-CED-DATA-ED.
         05 WS-CED-DATA-DD     PIC 9(02).
         05 FILLER             PIC X(01) VALUE '/'.
         05 WS-CED-DATA-MM     PIC 9(02).
         05 FILLER             PIC X(01) VALUE '/'.
         05 WS-CED-DATA-AA     PIC 9(04).
       01 WS-CED-TRACO         PIC X(40) VALUE
           "________________________________________".
      *  TABELA DE PARCELAS DO CONTRATO.
       01 WS-CED-CAB-PARC.
         05 FILLER             PIC X(06) VALUE "PARC".
         05 FILLER             PIC X(13) VALUE "VENCIMENTO".
         05 FILLER             PIC X(15) VALUE "         VALOR".
         05 FILLER             PIC X(15) VALUE "   AMORTIZACAO".
         05 FILLER             PIC X(15) VALUE "         JUROS".
         05 FILLER             PIC X(15) VALUE "        SEGURO".
       01 WS-CED-DET-PARC.
         05 FILLER             PIC X(01) VALUE SPACE.
         05 WS-CED-DET-NUM     PIC ZZ9.
         05 FILLER             PIC X(02) VALUE SPACES.
         05 WS-CED-DET-VENC    PIC X(10).
         05 FILLER             PIC X(03) VALUE SPACES.
         05 WS-CED-DET-VALOR   PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER             PIC X(01) VALUE SPACE.
         05 WS-CED-DET-AMORT   PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER             PIC X(01) VALUE SPACE.
         05 WS-CED-DET-JUROS   PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER             PIC X(01) VALUE SPACE.
         05 WS-CED-DET-SEGURO  PIC ZZZ,ZZZ,ZZ9.99.
