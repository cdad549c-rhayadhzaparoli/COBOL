      ******************************************************************
      * WSPROFACES.cpy
      * AREA DE TRABALHO PARA A CONFERENCIA DE ATRIBUICAO DO PROFESSOR
      * (PROFACES.cpy). WS-PACE-DISC EM BRANCO = QUALQUER DISCIPLINA
      * DA TURMA (FREQUENCIA E RECUPERACAO NAO SAO POR DISCIPLINA).
      ******************************************************************
       01 WS-PROF-STATUS     PIC 99.
       01 WS-ATR-STATUS      PIC 99.
       01 WS-PACE-ANO        PIC 9(04) VALUE 0.
       01 WS-PACE-TURMA      PIC X(06) VALUE SPACES.
       01 WS-PACE-DISC       PIC X(20) VALUE SPACES.
       01 WS-PACE-OK         PIC X(01) VALUE 'N'.
       01 WS-PACE-PROF-ID    PIC 9(05) VALUE 0.
       01 WS-PACE-EOF        PIC X(01) VALUE 'N'.
