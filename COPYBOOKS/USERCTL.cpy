      * O PRAZO DE VALIDADE (VER P-CONFERE-VALIDADE EM LOGON.cpy), O
      * LOGON FORCA A TROCA ANTES DE LIBERAR. USER-CTL-HASH-ANT GUARDA
      * OS 3 ULTIMOS HASHES, PARA QUE A SENHA TROCADA NAO POSSA
      * REPETI-LOS. USER-CTL-POSTO E O POSTO DE ATENDIMENTO DO OPERADOR
      * (VER POSTODATA) - TODO LANCAMENTO QUE ELE GERA LEVA ESTE POSTO.
      * ARQUIVO SEM DATA DE SENHA: MIGRAR PELO USERSMIG2; SEM POSTO:
      * MIGRAR PELO USERSMIG3.
      ******************************************************************
       01 USER-CTL-REC.
         05 USER-CTL-ID         PIC X(10).
         05 USER-CTL-LOCKED     PIC X(01).
         05 USER-CTL-DT-SENHA   PIC 9(08).
         05 USER-CTL-HASH-ANT   PIC 9(08) OCCURS 3 TIMES.
         05 USER-CTL-POSTO      PIC 9(03).
