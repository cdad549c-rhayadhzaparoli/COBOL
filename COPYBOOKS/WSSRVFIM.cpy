      ******************************************************************
      * WSSRVFIM.cpy
      * AREA DE TRABALHO PARA O TEMPO PADRAO DE SERVICO E A DATA
      * PREVISTA DE TERMINO DO SERVICO DO INCORPORADO (SRVFIM.cpy).
      ******************************************************************
       01 WS-SRV-CTL-STATUS  PIC 99.
       01 WS-SRV-MESES-PADRAO PIC 9(02) VALUE 12.
       01 WS-SRV-DT-INCORP   PIC 9(08) VALUE 0.
       01 WS-SRV-DT-INCORP-R REDEFINES WS-SRV-DT-INCORP.
         05 WS-SRV-INC-AA    PIC 9(04).
         05 WS-SRV-INC-MM    PIC 9(02).
         05 WS-SRV-INC-DD    PIC 9(02).
       01 WS-SRV-MESES       PIC 9(02) VALUE 0.
       01 WS-SRV-DIAS-PRORROG PIC 9(04) VALUE 0.
       01 WS-SRV-DT-FIM      PIC 9(08) VALUE 0.
       01 WS-SRV-DT-FIM-R REDEFINES WS-SRV-DT-FIM.
         05 WS-SRV-FIM-AA    PIC 9(04).
         05 WS-SRV-FIM-MM    PIC 9(02).
         05 WS-SRV-FIM-DD    PIC 9(02).
       01 WS-SRV-QTD-MESES   PIC 9(04) VALUE 0.
       01 WS-SRV-QTD-ANOS    PIC 9(04) VALUE 0.
       01 WS-SRV-RESTO       PIC 9(02) VALUE 0.
