      ******************************************************************
      * WSCADEIA.cpy
      * AREA DE TRABALHO DA CADEIA DE CONFERENCIA DOS LOGS DE
      * AUDITORIA (CADEIA.cpy). WS-CAD-TAM E O TAMANHO DO CONTEUDO DA
      * LINHA, SEM OS 9 DIGITOS DO PROPRIO ELO, QUE FICAM SEMPRE NO FIM
      * DO REGISTRO.
      ******************************************************************
       01 WS-ANC-STATUS     PIC 99.
       01 WS-ANC-PATH       PIC X(30)  VALUE SPACES.
       01 WS-ANC-EXISTE     PIC X      VALUE 'N'.
       01 WS-CAD-LINHA      PIC X(250) VALUE SPACES.
       01 WS-CAD-TAM        PIC 9(03)  VALUE 0.
       01 WS-CAD-SEMENTE    PIC 9(09)  VALUE 0.
       01 WS-CAD-ANT        PIC 9(09)  VALUE 0.
       01 WS-CAD-ELO        PIC 9(09)  VALUE 0.
       01 WS-CAD-QTD        PIC 9(09)  VALUE 0.
       01 WS-CAD-ACUM       PIC 9(12)  VALUE 0.
       01 WS-CAD-QUOC       PIC 9(12)  VALUE 0.
       01 WS-CAD-RESTO      PIC 9(09)  VALUE 0.
       01 WS-CAD-IDX        PIC 9(03)  VALUE 0.
      *    CONFERENCIA DE UM ARQUIVO JA GRAVADO (CADVERIF) E REGRAVACAO
      *    COM NOVO ENCADEAMENTO (LOGARQ, ANONIMIZA, CADMIG).
       01 WS-CAD-ULTIMO     PIC 9(09)  VALUE 0.
       01 WS-CAD-LIDO       PIC 9(09)  VALUE 0.
       01 WS-CAD-ANT-LIDO   PIC 9(09)  VALUE 0.
       01 WS-CAD-ANT-NOVO   PIC 9(09)  VALUE 0.
       01 WS-CAD-LIDAS      PIC 9(09)  VALUE 0.
       01 WS-CAD-ROMPIDA    PIC 9(09)  VALUE 0.
       01 WS-CAD-OK         PIC X      VALUE 'S'.
