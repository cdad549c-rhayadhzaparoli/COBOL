      ******************************************************************
      * ATRIBDATA.cpy
      * LAYOUT DA ATRIBUICAO DE AULAS (ATRIBUICAO.DAT, INDEXADO POR
      * ATR-CHAVE) - UM PROFESSOR (PROF-ID, VER PROFDATA) POR TURMA +
      * DISCIPLINA (MESMO TEXTO DE NOTA-DISCIPLINA, VER NOTADATA) +
      * ANO LETIVO (ALUM-ANO, VER ALUMDATA). MANTIDA PELO PROFMNT;
      * CONSULTADA PELO P-PROF-AUTORIZA (PROFACES.cpy) NO NOTASMNT,
      * RECUPMNT E FREQMNT, E PELO CALCMEDIA PARA IMPRIMIR O NOME DO
      * PROFESSOR NO BOLETIM.
      ******************************************************************
       01 ATR-REC.
         05 ATR-CHAVE.
           10 ATR-ANO         PIC 9(04).
           10 ATR-TURMA       PIC X(06).
           10 ATR-DISCIPLINA  PIC X(20).
         05 ATR-PROF-ID       PIC 9(05).
