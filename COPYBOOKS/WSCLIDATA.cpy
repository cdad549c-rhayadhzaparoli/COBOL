      * AREA DE TRABALHO CORRESPONDENTE A REG-CLIENTE (ARQUIVO CLIENTE).
      ******************************************************************
       01 WS-REG-CLIENTE.
         05 WS-COD-CLIENTE       PIC 9(007).
         05 WS-NM-CLIENTE        PIC X(040).
         05 WS-TEL-CLIENTE       PIC X(012).
         05 WS-EMAIL-CLIENTE     PIC X(040).
         05 WS-UF-CLIENTE        PIC X(002) VALUE SPACES.
         05 WS-DT-ALTERACAO      PIC 9(008) VALUE 0.
         05 WS-SIT-CLIENTE       PIC X(001) VALUE SPACES.
         05 WS-RATING-CLIENTE    PIC X(001) VALUE SPACES.
         05 WS-SCORE-CLIENTE     PIC 9(003) VALUE 0.
         05 WS-DT-RATING         PIC 9(008) VALUE 0.
         05 WS-OPTOUT-CLIENTE    PIC X(001) VALUE SPACES.
         05 WS-POSTO-CLIENTE     PIC 9(003) VALUE 0.
