      ******************************************************************
      * WSDOCCHK.cpy
      * AREA DE TRABALHO DA CONFERENCIA DE DOCUMENTOS DO CONSCRITO
      * (DOCCHK.cpy). WS-DOC-PADRAO E A LISTA USADA ENQUANTO
      * DOCTIPO.CTL NAO EXISTE.
      ******************************************************************
       01 WS-DOCT-STATUS      PIC 99.
       01 WS-DOCA-STATUS      PIC 99.
       01 WS-DOC-EOF          PIC X     VALUE 'N'.
       01 WS-DOC-CARREGADO    PIC X     VALUE 'N'.
       01 WS-DOC-CPF          PIC 9(11) VALUE 0.
       01 WS-DOC-DT-NASC      PIC 9(08) VALUE 0.
       01 WS-DOC-DT-REF       PIC 9(08) VALUE 0.
       01 WS-DOC-DT-18        PIC 9(08) VALUE 0.
       01 WS-DOC-COD-REG      PIC X(02) VALUE SPACES.
       01 WS-DOC-DT-REG       PIC 9(08) VALUE 0.
       01 WS-DOC-COD-LIDO     PIC X(02) VALUE SPACES.
       01 WS-DOC-DT-LIDA      PIC 9(08) VALUE 0.
       01 WS-DOC-OPERADOR     PIC X(10) VALUE SPACES.
       01 WS-DOC-PADRAO.
         05 FILLER            PIC X(02) VALUE "NA".
         05 FILLER            PIC X(30) VALUE "CERTIDAO DE NASCIMENTO".
         05 FILLER            PIC X(01) VALUE "T".
         05 FILLER            PIC X(02) VALUE "RE".
         05 FILLER            PIC X(30) VALUE
                                      "COMPROVANTE DE RESIDENCIA".
         05 FILLER            PIC X(01) VALUE "T".
         05 FILLER            PIC X(02) VALUE "FO".
         05 FILLER            PIC X(30) VALUE "FOTO 3X4".
         05 FILLER            PIC X(01) VALUE "T".
         05 FILLER            PIC X(02) VALUE "TE".
         05 FILLER            PIC X(30) VALUE "TITULO DE ELEITOR".
         05 FILLER            PIC X(01) VALUE "M".
       01 WS-DOC-PADRAO-TAB REDEFINES WS-DOC-PADRAO.
         05 WS-DOC-PAD-ITEM OCCURS 4 TIMES.
           10 WS-DOC-PAD-COD   PIC X(02).
           10 WS-DOC-PAD-DESC  PIC X(30).
           10 WS-DOC-PAD-REGRA PIC X(01).
       01 WS-DOC-QTD-TIPOS    PIC 9(02) VALUE 0.
       01 WS-DOC-IDX          PIC 9(02) VALUE 0.
       01 WS-DOC-TAB.
         05 WS-DOC-ITEM OCCURS 20 TIMES.
           10 WS-DOC-COD         PIC X(02).
           10 WS-DOC-DESC        PIC X(30).
           10 WS-DOC-REGRA       PIC X(01).
           10 WS-DOC-ATIVO       PIC X(01).
           10 WS-DOC-EXIGIDO     PIC X(01).
           10 WS-DOC-APRESENTADO PIC X(01).
           10 WS-DOC-DT-APRES    PIC 9(08).
       01 WS-DOC-QTD-FALTA    PIC 9(02) VALUE 0.
       01 WS-DOC-COMPLETO     PIC X     VALUE 'N'.
           88 WS-DOC-CHECKLIST-OK VALUE 'S'.
       01 WS-DOC-FALTA-LISTA  PIC X(60) VALUE SPACES.
       01 WS-DOC-PTR          PIC 9(03) VALUE 1.
