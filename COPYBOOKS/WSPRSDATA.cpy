         05 WS-DT-APRESENTACAO PIC 9(08) VALUE 0.
         05 WS-SIT-SERVICO    PIC X(01) VALUE SPACES.
         05 WS-DT-REEXAME     PIC 9(08) VALUE 0.
         05 WS-DT-NASCIMENTO  PIC 9(08) VALUE 0.
         05 WS-MULTA-SITUACAO PIC X(01) VALUE SPACES.
         05 WS-MULTA-VALOR    PIC 9(05)V99 VALUE 0.
         05 WS-MULTA-DT-VENC  PIC 9(08) VALUE 0.
         05 WS-MULTA-DT-PAGTO PIC 9(08) VALUE 0.
         05 WS-MULTA-BAIXA    PIC X(01) VALUE SPACES.
         05 WS-DT-DISPENSA    PIC 9(08) VALUE 0.
         05 WS-POSTO-ALIST    PIC 9(03) VALUE 0.
