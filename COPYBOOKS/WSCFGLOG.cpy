      ******************************************************************
      * WSCFGLOG.cpy
      * AREA DE TRABALHO PARA A TRILHA DE ALTERACAO DE CONFIGURACAO
      * (CFGLOG.cpy / CONFIG.LOG).
      ******************************************************************
       01 WS-CFGLOG-STATUS  PIC 99.
       01 WS-CFG-PROGRAMA   PIC X(12) VALUE SPACES.
       01 WS-CFG-ARQUIVO    PIC X(20) VALUE SPACES.
       01 WS-CFG-CHAVE      PIC X(30) VALUE SPACES.
       01 WS-CFG-CAMPO      PIC X(20) VALUE SPACES.
       01 WS-CFG-ANTES      PIC X(60) VALUE SPACES.
       01 WS-CFG-DEPOIS     PIC X(60) VALUE SPACES.
