      ******************************************************************
      * CONTRDATAOLD6.cpy
      * LAYOUT DE CONTRATO ANTERIOR AO CONTR-COD-CLIENTE DE 7 DIGITOS
      * (ACOMPANHANDO O COD-CLIENTE DE CLIDATA, VER CLIMIG5), MANTIDO
      * SOMENTE PARA A MIGRACAO DE UNICA VEZ FEITA POR CONTRMIG7. OS
      * NOMES DE CAMPO SAO OS MESMOS DE CONTRDATA, QUALIFICADOS POR
      * OF, PARA QUE A MIGRACAO POSSA USAR MOVE CORRESPONDING (MESMO
      * PAPEL DE CONTRDATAOLD5 PARA O CONTRMIG6).
      ******************************************************************
       01 OLD6-CONTR-REC.
         05 CONTR-NUM-CONT     PIC 9(05).
         05 CONTR-COD-CLIENTE  PIC 9(03).
         05 CONTR-DT-VINCULO   PIC 9(08).
         05 CONTR-NUM-PREST    PIC 9(4)V99.
         05 CONTR-VALOR-PRINC  PIC 9(7)V99.
         05 CONTR-TAXA-JUROS   PIC 9(1)V9(4).
         05 CONTR-METODO-AMORT PIC X(01).
         05 CONTR-VL-TAC       PIC 9(7)V99.
         05 CONTR-VL-IOF       PIC 9(7)V99.
         05 CONTR-VL-SEGURO    PIC 9(7)V99.
         05 CONTR-CET-MENSAL   PIC 9(1)V9(6).
         05 CONTR-CET-ANUAL    PIC 9(3)V9(6).
         05 CONTR-DT-TARIFAS   PIC 9(08).
         05 CONTR-SEGURO-PREST     PIC X(01).
         05 CONTR-TAXA-PRESTAMISTA PIC 9(1)V9(6).
         05 CONTR-SIT-SINISTRO     PIC X(01).
         05 CONTR-DT-SINISTRO      PIC 9(08).
         05 CONTR-COD-PRODUTO      PIC X(04).
         05 CONTR-SIT-ARQUIVO      PIC X(01).
         05 CONTR-DT-ARQUIVO       PIC 9(08).
