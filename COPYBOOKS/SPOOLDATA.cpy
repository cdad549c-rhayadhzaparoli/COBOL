      ******************************************************************
      * SPOOLDATA.cpy
      * LAYOUT DO INDICE DO ARQUIVO DE IMPRESSAO (SPOOL.IDX). CADA
      * ABERTURA/FECHAMENTO DE UM .PRN QUE ACRESCENTOU ALGUMA COISA VIRA
      * UM JOB NUMERADO: O TRECHO GRAVADO NAQUELA RODADA E COPIADO PARA
      * SPOOL/Jnnnnnnn.PRN E ESTE INDICE DIZ QUEM GEROU, QUANDO, DE QUAL
      * .PRN, QUANTAS PAGINAS E REGISTROS E SE HAVIA DADO PESSOAL NELE
      * (PARA A TRILHA DE ACESSO NA REIMPRESSAO - VER SPOOLVER).
      * REGISTRO EXPURGADO (PELO SPOOLVER OU PELA RETENCAO DO LOGARQ)
      * FICA NO INDICE COM SITUACAO 'E' E A DATA DO EXPURGO.
      ******************************************************************
       01 SPOOL-IDX-REC.
         05 SPL-JOB           PIC 9(07).
         05 SPL-PROGRAMA      PIC X(12).
         05 SPL-OPERADOR      PIC X(10).
         05 SPL-TIMESTAMP     PIC X(20).
         05 SPL-TS-R REDEFINES SPL-TIMESTAMP.
           10 SPL-DATA        PIC 9(08).
           10 SPL-HORA        PIC 9(06).
           10 FILLER          PIC X(06).
         05 SPL-ARQUIVO       PIC X(20).
         05 SPL-TAM-REG       PIC 9(04).
         05 SPL-PAGINAS       PIC 9(05).
         05 SPL-REGISTROS     PIC 9(07).
         05 SPL-PESSOAL       PIC X(01).
           88 SPL-TEM-PESSOAL         VALUE 'S'.
         05 SPL-SITUACAO      PIC X(01).
           88 SPL-ATIVO               VALUE 'A'.
           88 SPL-EXPURGADO           VALUE 'E'.
         05 SPL-DT-EXPURGO    PIC 9(08).
