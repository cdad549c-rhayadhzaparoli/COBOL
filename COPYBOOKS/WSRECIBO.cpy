      ******************************************************************
      * WSRECIBO.cpy
      * AREA DE TRABALHO PARA A NUMERACAO/REGISTRO/IMPRESSAO DOS
      * RECIBOS DE PAGAMENTO NO BALCAO (RECIBO.cpy). WS-RECIBO-TIPO:
      * 'O' = EMISSAO ORIGINAL (OCCRS/QUITACAO/RENEGOCIA/AMORTEXT/
      * ARREPEND), 'R' = REIMPRESSAO (RECIBOVER). WS-RECIBO-PARC-INI/
      * FIM: FAIXA DE PARCELAS LIQUIDADAS (IGUAIS QUANDO O RECIBO E DE
      * UMA SO PARCELA; ZERO NO RECIBO QUE NAO E DE PARCELA - ENTRADA
      * DE RENEGOCIACAO, AMORTIZACAO EXTRAORDINARIA OU ACERTO DO
      * DIREITO DE ARREPENDIMENTO -, DESCRITO PELO WS-RECIBO-PROGRAMA).
      ******************************************************************
       01 WS-RECNUM-STATUS     PIC 99.
       01 WS-RECREG-STATUS     PIC 99.
       01 WS-RECPRN-STATUS     PIC 99.
       01 WS-RECIBO-NUMERO     PIC 9(07) VALUE 0.
       01 WS-RECIBO-TIPO       PIC X(01) VALUE SPACE.
       01 WS-RECIBO-OPERADOR   PIC X(10) VALUE SPACES.
       01 WS-RECIBO-PROGRAMA   PIC X(12) VALUE SPACES.
       01 WS-RECIBO-DT-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-RECIBO-NUM-CONT   PIC 9(05) VALUE 0.
       01 WS-RECIBO-PARC-INI   PIC 9(03) VALUE 0.
       01 WS-RECIBO-PARC-FIM   PIC 9(03) VALUE 0.
       01 WS-RECIBO-QTD-PARC   PIC 9(03) VALUE 0.
       01 WS-RECIBO-COD-CLI    PIC 9(07) VALUE 0.
       01 WS-RECIBO-NM-CLI     PIC X(40) VALUE SPACES.
       01 WS-RECIBO-VL-PAGO    PIC 9(09)V99 VALUE 0.
       01 WS-RECIBO-VL-MULTA   PIC 9(09)V99 VALUE 0.
       01 WS-RECIBO-VL-SALDO   PIC 9(09)V99 VALUE 0.
       01 WS-RECIBO-VALOR-ED   PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-RECIBO-DATA-ED.
         05 WS-RECIBO-DATA-DD  PIC 9(02).
         05 FILLER             PIC X(01) VALUE '/'.
         05 WS-RECIBO-DATA-MM  PIC 9(02).
         05 FILLER             PIC X(01) VALUE '/'.
         05 WS-RECIBO-DATA-AA  PIC 9(04).
