      ******************************************************************
      * WSETIQUETA.cpy
      * AREA DE TRABALHO DAS ETIQUETAS E DO MANIFESTO POSTAL DA
      * CONVOCACAO (ETIQUETA.cpy).
      ******************************************************************
       01 WS-ETQ-WRK-STATUS  PIC 99.
       01 WS-ETQ-PRN-STATUS  PIC 99.
       01 WS-ETQ-MAN-STATUS  PIC 99.
       01 WS-ETQ-RET-STATUS  PIC 99.
       01 WS-ETQ-EXC-STATUS  PIC 99.
       01 WS-ETQ-EOF         PIC X     VALUE 'N'.
      *    DATA DE CONVOCACAO IMPRESSA NO CABECALHO DO MANIFESTO.
       01 WS-ETQ-DT-CONV     PIC 9(08) VALUE 0.

      *    ENDERECOS APONTADOS PELO CEPSWEEP (CEPSWEEP.EXC, ARQUIVO
      *    "REGISTRO"), COM O CEP/CIDADE/UF QUE ESTAVAM GRAVADOS.
       01 WS-ETQ-QTD-EXC     PIC 9(04) VALUE 0.
       01 WS-ETQ-EXC-IDX     PIC 9(04) VALUE 0.
       01 WS-ETQ-EXC-TAB.
         05 WS-ETQ-EXC-ITEM OCCURS 5000 TIMES.
           10 WS-ETQ-EXC-CPF    PIC X(11).
           10 WS-ETQ-EXC-CEP    PIC X(09).
           10 WS-ETQ-EXC-CIDADE PIC X(30).
           10 WS-ETQ-EXC-UF     PIC X(02).
       01 WS-ETQ-CPF-X       PIC X(11) VALUE SPACES.
       01 WS-ETQ-MOTIVO      PIC X(30) VALUE SPACES.

      *    FOLHA DE ETIQUETAS COM TRES COLUNAS DE 40 POSICOES; A LINHA
      *    DE ETIQUETAS SO E IMPRESSA QUANDO AS TRES ESTAO PREENCHIDAS
      *    (OU NO FIM).
       01 WS-ETQ-COL         PIC 9(01) VALUE 0.
       01 WS-ETQ-LIN         PIC 9(01) VALUE 0.
       01 WS-ETQ-POS         PIC 9(03) VALUE 0.
       01 WS-ETQ-FOLHA.
         05 WS-ETQ-FOLHA-LINHA OCCURS 4 TIMES PIC X(126).
       01 WS-ETQ-TEXTO       PIC X(40) VALUE SPACES.

      *    MANIFESTO: QUANTIDADE DE OBJETOS POR FAIXA DE CEP (OS CINCO
      *    PRIMEIROS DIGITOS - 99999-000 A 99999-999).
       01 WS-ETQ-FAIXA       PIC X(05) VALUE SPACES.
       01 WS-ETQ-QTD-FAIXA   PIC 9(05) VALUE 0.
       01 WS-ETQ-QTD-FAIXAS  PIC 9(05) VALUE 0.
       01 WS-ETQ-QTD-POSTADAS PIC 9(05) VALUE 0.
       01 WS-ETQ-QTD-RETIDAS PIC 9(05) VALUE 0.
       01 WS-ETQ-LINHA       PIC X(80) VALUE SPACES.
       01 WS-ETQ-EDIT-QTD    PIC ZZ,ZZ9.
