      ******************************************************************
      * CONTRDATAOLD2.cpy
      * LAYOUT DE CONTRATO ANTERIOR AS TARIFAS E AO CET (CONTR-VL-TAC
      * A CONTR-DT-TARIFAS), MANTIDO SOMENTE PARA AS MIGRACOES DE
      * UNICA VEZ FEITAS POR CONTRMIG2 E CONTRMIG3. OS NOMES DE CAMPO
      * SAO OS MESMOS DE CONTRDATA, QUALIFICADOS POR OF, PARA QUE A
      * MIGRACAO POSSA USAR MOVE CORRESPONDING (MESMO PAPEL DE
      * CONTRDATAOLD PARA O CONTRMIG).
      ******************************************************************
       01 OLD2-CONTR-REC.
         05 CONTR-NUM-CONT     PIC 9(05).
         05 CONTR-COD-CLIENTE  PIC 9(03).
         05 CONTR-DT-VINCULO   PIC 9(08).
         05 CONTR-NUM-PREST    PIC 9(4)V99.
         05 CONTR-VALOR-PRINC  PIC 9(7)V99.
         05 CONTR-TAXA-JUROS   PIC 9(1)V9(4).
         05 CONTR-METODO-AMORT PIC X(01).
