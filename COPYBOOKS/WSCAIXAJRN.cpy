      ******************************************************************
      * WSCAIXAJRN.cpy
      * AREA DE TRABALHO PARA A CLASSIFICACAO DAS LINHAS DO DIARIO
      * PRESTACOES.JRN QUE SAO DINHEIRO RECEBIDO NO BALCAO
      * (CAIXAJRN.cpy). WS-CXJ-TIPO: 'V' = AUMENTO DE VL-PAGO (VALOR
      * EM WS-CXJ-VALOR), 'E' = ENTRADA DE RENEGOCIACAO, AMORTIZACAO
      * EXTRAORDINARIA OU PRINCIPAL/JUROS DO ARREPENDIMENTO (VALOR EM
      * WS-CXJ-VALOR), 'D' = TARIFA RESTITUIDA NO ARREPENDIMENTO
      * (WS-CXJ-VALOR SAI DA GAVETA - O CHAMADOR SUBTRAI), 'B' =
      * BAIXA DE PARCELA PELO OCCRS SEM VL-PAGO DIARIADO (O CHAMADOR
      * SOMA O SALDO DA PARCELA MAIS A MULTA),
      * 'M' = BAIXA LOGO APOS O VL-PAGO DA MESMA PARCELA (O CHAMADOR
      * SOMA SO A MULTA).
      ******************************************************************
       01 WS-CXJ-LANCA         PIC X(01) VALUE 'N'.
       01 WS-CXJ-TIPO          PIC X(01) VALUE SPACE.
       01 WS-CXJ-VALOR         PIC 9(08)V99 VALUE 0.
       01 WS-CXJ-VL-ANTES      PIC 9(08)V99 VALUE 0.
       01 WS-CXJ-VL-DEPOIS     PIC 9(08)V99 VALUE 0.
       01 WS-CXJ-ANTERIOR.
         05 WS-CXJ-ANT-PROGRAMA PIC X(12) VALUE SPACES.
         05 WS-CXJ-ANT-NUM-CONT PIC 9(05) VALUE 0.
         05 WS-CXJ-ANT-NUM-PARC PIC 9(03) VALUE 0.
         05 WS-CXJ-ANT-CAMPO    PIC X(12) VALUE SPACES.
