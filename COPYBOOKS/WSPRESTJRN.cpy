       01 WS-JRN-DT-NEGOCIO PIC 9(08) VALUE 0.
       01 WS-JRN-PROGRAMA  PIC X(12) VALUE SPACES.
       01 WS-JRN-OPERADOR  PIC X(10) VALUE SPACES.
       01 WS-JRN-POSTO     PIC 9(03) VALUE 0.
       01 WS-JRN-CAMPO     PIC X(12) VALUE SPACES.
       01 WS-JRN-ANTES     PIC X(15) VALUE SPACES.
       01 WS-JRN-DEPOIS    PIC X(15) VALUE SPACES.
