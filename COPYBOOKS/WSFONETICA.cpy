      ******************************************************************
      * WSFONETICA.cpy
      * AREA DE TRABALHO DA CHAVE FONETICA DE NOME (FONETICA.cpy). O
      * PROGRAMA QUE COPIA ESTA AREA TAMBEM DEVE COPIAR WSNOMESPL, POIS
      * A CHAVE USA A MESMA QUEBRA DE NOME DO P-SPLIT-NOME.
      ******************************************************************
       01 WS-FON-NOME-ENTRADA PIC X(60) VALUE SPACES.
      *    NOME SEM ACENTOS, SO LETRAS E ESPACOS, E O MESMO NOME SEM AS
      *    PARTICULAS/SUFIXOS, PALAVRAS SEPARADAS POR UM ESPACO.
       01 WS-FON-NORMAL       PIC X(60) VALUE SPACES.
       01 WS-FON-NOME-LIMPO   PIC X(60) VALUE SPACES.
       01 WS-FON-CHAVE.
         05 WS-FON-CHAVE-PRIMEIRO PIC X(10) VALUE SPACES.
         05 WS-FON-CHAVE-ULTIMO   PIC X(10) VALUE SPACES.
       01 WS-FON-TRAB         PIC X(60) VALUE SPACES.
       01 WS-FON-I            PIC 9(03) VALUE 0.
       01 WS-FON-J            PIC 9(03) VALUE 0.
       01 WS-FON-K            PIC 9(03) VALUE 0.
       01 WS-FON-PONTEIRO     PIC 9(03) VALUE 0.
       01 WS-FON-ORD          PIC 9(03) VALUE 0.
       01 WS-FON-ORD-PROX     PIC 9(03) VALUE 0.
       01 WS-FON-PULA         PIC 9(01) VALUE 0.
       01 WS-FON-LETRA        PIC X(01) VALUE SPACE.
       01 WS-FON-ULT-LETRA    PIC X(01) VALUE SPACE.
       01 WS-FON-PROX         PIC X(01) VALUE SPACE.
       01 WS-FON-PROX2        PIC X(01) VALUE SPACE.
       01 WS-FON-PALAVRA      PIC X(20) VALUE SPACES.
         88 WS-FON-PARTICULA  VALUE "DA" "DE" "DO" "DAS" "DOS" "E"
                                    "DI" "DU" "JUNIOR" "JR" "FILHO"
                                    "NETO" "SOBRINHO".
       01 WS-FON-PAL-CODIF    PIC X(22) VALUE SPACES.
       01 WS-FON-CODIGO       PIC X(10) VALUE SPACES.
      *    LETRA SEM ACENTO PARA OS CODIGOS 192 A 255 (LATIN-1, E O
      *    SEGUNDO BYTE + 64 DO UTF-8 QUE COMECA EM X"C3"); ESPACO =
      *    SINAL QUE NAO E LETRA. C-CEDILHA VIRA S.
       01 WS-FON-TAB-ACENTOS.
         05 FILLER PIC X(16) VALUE "AAAAAAASEEEEIIII".
         05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY S".
         05 FILLER PIC X(16) VALUE "AAAAAAASEEEEIIII".
         05 FILLER PIC X(16) VALUE "DNOOOOO OUUUUY Y".
       01 WS-FON-TAB-ACENTOS-R REDEFINES WS-FON-TAB-ACENTOS.
         05 WS-FON-SEM-ACENTO PIC X(01) OCCURS 64 TIMES.
