      ******************************************************************
      * PRESTDATAOLD3.cpy
      * LAYOUT DE PARCELA ANTERIOR AS CHAVES ALTERNATIVAS DE
      * PRESTACOES (VENCIMENTO ANTES DA SITUACAO, SEM O GRUPO
      * PREST-SIT-VENC), MANTIDO SOMENTE PARA A MIGRACAO DE UNICA VEZ
      * FEITA POR PRESTMIG3. OS NOMES DE CAMPO SAO OS MESMOS DE
      * PRESTDATA, QUALIFICADOS POR OF (MESMO PAPEL DE PRESTDATAOLD2
      * PARA O PRESTMIG2).
      ******************************************************************
       01  OLD3-PREST-REC.
           05  PREST-KEY.
               10  PREST-NUM-CONT     PIC 9(05).
               10  PREST-NUM-PARC     PIC 9(03).
           05  PREST-VALOR            PIC 9(07)V99.
           05  PREST-VL-AMORT         PIC 9(07)V99.
           05  PREST-VL-JUROS         PIC 9(07)V99.
           05  PREST-VENCIMENTO       PIC 9(08).
           05  PREST-SITUACAO         PIC X(01).
           05  PREST-VL-MULTA         PIC 9(07)V99.
           05  PREST-VL-PAGO          PIC 9(07)V99.
           05  PREST-VL-SEGURO        PIC 9(07)V99.
