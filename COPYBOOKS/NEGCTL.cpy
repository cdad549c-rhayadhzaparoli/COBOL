      ******************************************************************
      * NEGCTL.cpy
      * LAYOUT DO REGISTRO DE NEGATIVACOES (NEGATIVACAO.CTL) - INDEXADO
      * POR CONTRATO, UMA LINHA POR CONTRATO JA ENVIADO AO BIRO DE
      * CREDITO PELO NEGATIVA. NEG-SITUACAO 'I' = INCLUSAO EM VIGOR
      * (O CONTRATO ESTA NEGATIVADO), 'E' = EXCLUSAO JA ENVIADA. A
      * NOVA INCLUSAO DE UM CONTRATO JA EXCLUIDO REAPROVEITA A LINHA.
      * NEG-MOTIVO-EXCL: 'P' = DIVIDA PAGA (OCCRS, QUITACAO, BANCORET,
      * AGENCRET), 'R' = DIVIDA RENEGOCIADA (RENEGOCIA).
      * NEG-COD-CLI TEM 7 DIGITOS, COMO COD-CLIENTE EM CLIDATA (O
      * ARQUIVO GRAVADO COM 3 DIGITOS E CONVERTIDO PELO CODCLIMIG).
      ******************************************************************
       01 NEG-REC.
         05 NEG-NUM-CONT      PIC 9(05).
         05 NEG-SITUACAO      PIC X(01).
           88 NEG-INCLUIDA    VALUE 'I'.
           88 NEG-EXCLUIDA    VALUE 'E'.
         05 NEG-COD-CLI       PIC 9(07).
         05 NEG-CPF           PIC 9(11).
         05 NEG-VALOR         PIC 9(09)V99.
         05 NEG-DT-VENC       PIC 9(08).
         05 NEG-DT-INCLUSAO   PIC 9(08).
         05 NEG-REM-INCLUSAO  PIC 9(05).
         05 NEG-DT-QUITACAO   PIC 9(08).
         05 NEG-DT-EXCLUSAO   PIC 9(08).
         05 NEG-REM-EXCLUSAO  PIC 9(05).
         05 NEG-MOTIVO-EXCL   PIC X(01).
           88 NEG-EXCL-PAGA   VALUE 'P'.
           88 NEG-EXCL-RENEG  VALUE 'R'.
