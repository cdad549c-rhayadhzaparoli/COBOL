      ******************************************************************
      * NOTALOGDATA.cpy
      * LAYOUT DA TRILHA DE ALTERACAO DE NOTAS (NOTAS.LOG) - UMA LINHA
      * POR INCLUSAO, ALTERACAO OU REMOCAO DE NOTA NO BOLETIM
      * (NOTASMNT) E POR LANCAMENTO DE NOTA DE RECUPERACAO (RECUPMNT),
      * COM O OPERADOR QUE FEZ, E AS NOTAS ANTES E DEPOIS.
      * NLOG-ACAO: 'I' = INCLUSAO, 'A' = ALTERACAO, 'R' = REMOCAO,
      * 'E' = NOTA DO EXAME DE RECUPERACAO (NLOG-DISCIPLINA =
      * "RECUPERACAO", NOTA DO EXAME NO PRIMEIRO CAMPO E MEDIA FINAL NO
      * SEGUNDO CAMPO DE NLOG-ANTES/NLOG-DEPOIS).
      ******************************************************************
       01 NOTA-LOG-REC.
         05 NLOG-TIMESTAMP    PIC X(20).
         05 NLOG-OPERADOR     PIC X(10).
         05 NLOG-PROGRAMA     PIC X(10).
         05 NLOG-ACAO         PIC X(01).
         05 NLOG-ALU-ID       PIC 9(05).
         05 NLOG-DISCIPLINA   PIC X(20).
         05 NLOG-ANTES.
           10 NLOG-ANT-A1     PIC 9(02)V99.
           10 NLOG-ANT-A2     PIC 9(02)V99.
           10 NLOG-ANT-T1     PIC 9(02)V99.
           10 NLOG-ANT-T2     PIC 9(02)V99.
         05 NLOG-DEPOIS.
           10 NLOG-DEP-A1     PIC 9(02)V99.
           10 NLOG-DEP-A2     PIC 9(02)V99.
           10 NLOG-DEP-T1     PIC 9(02)V99.
           10 NLOG-DEP-T2     PIC 9(02)V99.
