      ******************************************************************
      * CANCDATA.cpy
      * LAYOUT DO REGISTRO DO LOG DE CANCELAMENTOS DE ALISTAMENTO
      * (ALISTAMENTO.CAN), GRAVADO PELO APROVMNT NA APROVACAO DO
      * CANCELAMENTO E LIDO PELO OPERPROD. CANC-ELO E O ELO DA CADEIA
      * DE CONFERENCIA (VER CADEIA.cpy) - FICA SEMPRE NO FIM E NAO
      * ENTRA NO PROPRIO CALCULO (CONTEUDO = 180 PRIMEIRAS POSICOES).
      ******************************************************************
       01 CANC-LOG-REC.
         05 CANC-TIMESTAMP    PIC X(20).
         05 CANC-OPERADOR     PIC X(10).
         05 CANC-CPF          PIC 9(11).
         05 CANC-NAME         PIC X(50).
         05 CANC-SETOR        PIC X(01).
         05 CANC-MAT-COMUM    PIC 9(05).
         05 CANC-MAT-ESPECIAL PIC 9(03).
         05 CANC-REASON       PIC X(80).
         05 CANC-ELO          PIC 9(09).
