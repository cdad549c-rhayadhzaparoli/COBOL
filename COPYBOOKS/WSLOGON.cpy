       01 WS-OPERADOR-SENHA   PIC X(10) VALUE SPACES.
       01 WS-OPERADOR-ROLE    PIC X(01) VALUE SPACES.
           88 WS-OPERADOR-ADMIN VALUE 'A'.
      * PERFIL PROFESSOR: SO MEXE NAS TURMAS/DISCIPLINAS ATRIBUIDAS
      * (VER PROFACES.cpy E PROFMNT).
           88 WS-OPERADOR-PROFESSOR VALUE 'P'.
      * POSTO DE ATENDIMENTO DO OPERADOR (USER-CTL-POSTO), CARIMBADO
      * PELO PROGRAMA CHAMADOR NOS LANCAMENTOS QUE ELE GERA.
       01 WS-OPERADOR-POSTO   PIC 9(03) VALUE 0.
       01 WS-LOGON-OK         PIC X     VALUE 'N'.
       01 WS-LOGON-STATUS     PIC 99    VALUE 0.
       01 WS-LOGON-EOF        PIC X     VALUE 'N'.
