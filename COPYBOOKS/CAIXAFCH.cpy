      ******************************************************************
      * CAIXAFCH.cpy
      * LAYOUT DO REGISTRO DE FECHAMENTOS DE CAIXA (CAIXA.FCH) - UMA
      * LINHA POR OPERADOR E DATA OFICIAL DE MOVIMENTO, GRAVADA PELO
      * CAIXA QUANDO O OPERADOR CONFERE A GAVETA CONTRA O QUE O DIARIO
      * PRESTACOES.JRN DIZ QUE ELE RECEBEU. COMPARTILHADO POR CAIXA E
      * FECHADIA (QUE NAO FECHA O DIA COM CAIXA EM ABERTO).
      * FCH-RESULTADO: 'C' = CONFERE, 'S' = SOBRA, 'F' = FALTA - A
      * DIFERENCA VAI SEM SINAL EM FCH-VL-DIFERENCA.
      ******************************************************************
       01 FCH-REC.
         05 FCH-TIMESTAMP     PIC X(20).
         05 FCH-OPERADOR      PIC X(10).
         05 FCH-DT-NEGOCIO    PIC 9(08).
         05 FCH-FECHADO-POR   PIC X(10).
         05 FCH-QTD-LANC      PIC 9(05).
         05 FCH-QTD-CONTRATOS PIC 9(05).
         05 FCH-VL-SISTEMA    PIC 9(09)V99.
         05 FCH-VL-CONTADO    PIC 9(09)V99.
         05 FCH-VL-DIFERENCA  PIC 9(09)V99.
         05 FCH-RESULTADO     PIC X(01).
           88 FCH-CONFERE     VALUE 'C'.
           88 FCH-SOBRA       VALUE 'S'.
           88 FCH-FALTA       VALUE 'F'.
