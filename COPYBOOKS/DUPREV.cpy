      ******************************************************************
      * DUPREV.cpy
      * LAYOUT DO ARQUIVO DE REVISAO DO SUPERVISOR (DUPNOME.REV) - UM
      * REGISTRO POR PAR DE ALISTAMENTOS (REGISTRO) QUE A VARREDURA DE
      * DUPLICIDADE POR NOME APONTOU COMO POSSIVELMENTE A MESMA PESSOA,
      * EM ORDEM DECRESCENTE DE PONTUACAO (0 A 100). REGRAVADO INTEIRO A
      * CADA EXECUCAO DO DUPNOME; A DATA DE NASCIMENTO ZERO E "NAO
      * INFORMADA" (ALISTAMENTO ANTERIOR A DT-NASCIMENTO).
      ******************************************************************
       01 REV-REC.
         05 REV-DT-VARREDURA  PIC 9(08).
         05 REV-SCORE         PIC 9(03).
         05 REV-CPF-A         PIC 9(11).
         05 REV-NOME-A        PIC X(50).
         05 REV-DT-NASC-A     PIC 9(08).
         05 REV-CPF-B         PIC 9(11).
         05 REV-NOME-B        PIC X(50).
         05 REV-DT-NASC-B     PIC 9(08).
