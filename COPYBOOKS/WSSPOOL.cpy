      ******************************************************************
      * WSSPOOL.cpy
      * AREA DE TRABALHO DO ARQUIVO DE IMPRESSAO (SPOOL.cpy). O
      * CHAMADOR PREENCHE WS-SPL-PROGRAMA E WS-SPL-OPERADOR (LOTE SEM
      * LOGON) UMA VEZ E, A CADA .PRN, WS-SPL-ARQUIVO, WS-SPL-TAM-REG
      * E WS-SPL-PESSOAL; WS-SPL-PAGINAS SO QUANDO O PROGRAMA CONTA AS
      * PROPRIAS PAGINAS (ZERO = 60 LINHAS POR PAGINA).
      ******************************************************************
       01 WS-SPL-STATUS        PIC 99.
       01 WS-SPL-TAM-STATUS    PIC 99.
       01 WS-SPL-TAM-PATH      PIC X(40) VALUE SPACES.
       01 WS-SPL-ARQUIVO       PIC X(20) VALUE SPACES.
       01 WS-SPL-PROGRAMA      PIC X(12) VALUE SPACES.
       01 WS-SPL-OPERADOR      PIC X(10) VALUE 'LOTE'.
       01 WS-SPL-TAM-REG       PIC 9(04) VALUE 80.
       01 WS-SPL-PESSOAL       PIC X(01) VALUE 'N'.
       01 WS-SPL-PAGINAS       PIC 9(05) VALUE 0.
       01 WS-SPL-TAMANHO       PIC 9(12) VALUE 0.
       01 WS-SPL-TAM-ANTES     PIC 9(12) VALUE 0.
       01 WS-SPL-TAM-DEPOIS    PIC 9(12) VALUE 0.
       01 WS-SPL-INICIO        PIC 9(12) VALUE 0.
       01 WS-SPL-BYTES         PIC 9(12) VALUE 0.
       01 WS-SPL-REGISTROS     PIC 9(07) VALUE 0.
       01 WS-SPL-JOB           PIC 9(07) VALUE 0.
       01 WS-SPL-JOB-ARQ       PIC X(20) VALUE SPACES.
       01 WS-SPL-EOF           PIC X(01) VALUE 'N'.
       01 WS-SPL-CMD           PIC X(200) VALUE SPACES.
