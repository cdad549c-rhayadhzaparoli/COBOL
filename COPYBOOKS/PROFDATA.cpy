      ******************************************************************
      * PROFDATA.cpy
      * LAYOUT DO MESTRE DE PROFESSORES (PROFESSOR.DAT, INDEXADO POR
      * PROF-ID) - O BOLETIM NAO REGISTRAVA QUEM LECIONOU OU LANCOU A
      * NOTA, E QUALQUER OPERADOR ALTERAVA QUALQUER NOTA. CADA
      * PROFESSOR E LIGADO AO SEU OPERADOR DE USERS.CTL
      * (PROF-OPERADOR, PERFIL 'P' - VER USERSMNT), E AS TURMAS/
      * DISCIPLINAS QUE LECIONA EM CADA ANO LETIVO FICAM EM
      * ATRIBUICAO.DAT (VER ATRIBDATA). MANTIDO PELO PROFMNT.
      ******************************************************************
       01 PROF-REC.
         05 PROF-ID           PIC 9(05).
         05 PROF-NOME         PIC X(40).
         05 PROF-OPERADOR     PIC X(10).
