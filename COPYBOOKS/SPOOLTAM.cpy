      ******************************************************************
      * SPOOLTAM.cpy
      * TAMANHO EM BYTES DE UM .PRN, GRAVADO PELO COMANDO DE SISTEMA DO
      * SPOOL.cpy EM SPOOL/<ARQUIVO>.TAM (12 DIGITOS, SEM QUEBRA).
      ******************************************************************
       01 SPOOL-TAM-REC       PIC 9(12).
