      ******************************************************************
      * SINISTLOG.cpy
      * LAYOUT DO REGISTRO DE SINISTROS DO SEGURO PRESTAMISTA
      * (SINISTRO.LOG) - SEQUENCIAL, UMA LINHA POR EVENTO DO SINISTRO
      * DE UM CONTRATO: 'A' = AVISO (OBITO CARREGADO NO BLOQMNT),
      * 'Q' = INDENIZACAO CONFIRMADA E 'N' = SINISTRO NEGADO (SEGPREST).
      * SIN-VALOR E O SALDO DEVEDOR DO CONTRATO NO EVENTO (NO 'Q', O
      * TOTAL INDENIZADO PELA SEGURADORA). COMPARTILHADO POR BLOQMNT
      * E SEGPREST.
      * SIN-COD-CLI TEM 7 DIGITOS, COMO COD-CLIENTE EM CLIDATA (O
      * ARQUIVO GRAVADO COM 3 DIGITOS E CONVERTIDO PELO CODCLIMIG).
      ******************************************************************
       01 SIN-REC.
         05 SIN-TIMESTAMP       PIC X(20).
         05 SIN-OPERADOR        PIC X(10).
         05 SIN-PROGRAMA        PIC X(12).
         05 SIN-NUM-CONT        PIC 9(05).
         05 SIN-COD-CLI         PIC 9(07).
         05 SIN-CPF             PIC 9(11).
         05 SIN-ACAO            PIC X(01).
           88 SIN-AVISO           VALUE 'A'.
           88 SIN-INDENIZADO      VALUE 'Q'.
           88 SIN-NEGADO          VALUE 'N'.
         05 SIN-VALOR           PIC 9(09)V99.
