      ******************************************************************
      * WSEXARHIST.cpy
      * AREA DE TRABALHO PARA A CONSULTA DO HISTORICO DE APRESENTACAO
      * ANUAL DO RESERVISTA EM CERTIFICADO.REG (EXARHIST.cpy).
      * WS-EXAR-POS E A POSICAO (ORDEM DE LEITURA) DA ULTIMA EMISSAO
      * 'R' DO CPF - ZERO QUANDO O CPF NAO TEM CERTIFICADO DE
      * RESERVISTA.
      ******************************************************************
       01 WS-CERTREG-STATUS   PIC 99.
       01 WS-EXAR-CPF         PIC 9(11) VALUE 0.
       01 WS-EXAR-EOF         PIC X     VALUE 'N'.
       01 WS-EXAR-LIDOS       PIC 9(07) VALUE 0.
       01 WS-EXAR-POS         PIC 9(07) VALUE 0.
       01 WS-EXAR-ANO-BASE    PIC 9(04) VALUE 0.
       01 WS-EXAR-NOME        PIC X(50) VALUE SPACES.
       01 WS-EXAR-UNIDADE     PIC X(06) VALUE SPACES.
       01 WS-EXAR-QTD         PIC 9(01) VALUE 0.
       01 WS-EXAR-TAB.
         05 WS-EXAR-ITEM OCCURS 5 TIMES.
           10 WS-EXAR-ANO     PIC 9(04).
           10 WS-EXAR-DT      PIC 9(08).
           10 WS-EXAR-RECIBO  PIC 9(07).
       01 WS-EXAR-IDX         PIC 9(01) VALUE 0.
