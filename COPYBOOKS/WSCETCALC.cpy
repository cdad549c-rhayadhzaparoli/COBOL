      ******************************************************************
      * WSCETCALC.cpy
      * AREA DE TRABALHO DO CALCULO DO CUSTO EFETIVO TOTAL (CETCALC.cpy)
      * E DA TABELA DE TARIFAS (TARIFAS.CTL). OS VALUE ABAIXO SAO OS
      * PADROES QUANDO TARIFAS.CTL AINDA NAO EXISTE: SEM TAC, IOF DE
      * 0,38% FIXO MAIS 0,0082% AO DIA E SEM SEGURO.
      ******************************************************************
       01 WS-TARIFA-STATUS     PIC 99.
       01 WS-TAR-VL-TAC        PIC 9(7)V99   VALUE 0.
       01 WS-TAR-IOF-FIXO      PIC 9(1)V9(6) VALUE 0.003800.
       01 WS-TAR-IOF-DIARIO    PIC 9(1)V9(6) VALUE 0.000082.
       01 WS-TAR-SEGURO-PCT    PIC 9(1)V9(6) VALUE 0.
      *  ENTRADA DO CALCULO - OS MESMOS TERMOS DE CONTR-REC.
       01 WS-CET-PRINCIPAL     PIC 9(7)V99   VALUE 0.
       01 WS-CET-PRAZO         PIC 9(4)V99   VALUE 0.
       01 WS-CET-TAXA          PIC 9(1)V9(4) VALUE 0.
       01 WS-CET-METODO        PIC X(01)     VALUE 'S'.
      *  TAXA MENSAL DO SEGURO PRESTAMISTA SOBRE O SALDO DEVEDOR
      *  (CONTR-TAXA-PRESTAMISTA) - ZERO EM CONTRATO SEM SEGURO.
       01 WS-CET-TAXA-PRESTAM  PIC 9(1)V9(6) VALUE 0.
      *  SAIDA DO CALCULO - TARIFAS EM REAIS E CET COMO FRACAO (MESMA
      *  CONVENCAO DE CONTR-TAXA-JUROS) E COMO PERCENTUAL EDITADO.
       01 WS-CET-VL-TAC        PIC 9(7)V99   VALUE 0.
       01 WS-CET-VL-IOF        PIC 9(7)V99   VALUE 0.
       01 WS-CET-VL-SEGURO     PIC 9(7)V99   VALUE 0.
       01 WS-CET-TOT-TARIFAS   PIC 9(7)V99   VALUE 0.
       01 WS-CET-LIBERADO      PIC S9(7)V99  VALUE 0.
       01 WS-CET-MENSAL        PIC 9(1)V9(6) VALUE 0.
       01 WS-CET-ANUAL         PIC 9(3)V9(6) VALUE 0.
       01 WS-CET-MENSAL-ED     PIC ZZ9.99.
       01 WS-CET-ANUAL-ED      PIC ZZ,ZZ9.99.
       01 WS-CET-OK            PIC X(01)     VALUE 'N'.
      *  FLUXO DE PARCELAS E BUSCA DA TAXA.
       01 WS-CET-FLUXO.
         05 WS-CET-PARCELA     PIC 9(7)V99 OCCURS 420 TIMES.
       01 WS-CET-IND           PIC 9(03)     VALUE 0.
       01 WS-CET-ITER          PIC 9(03)     VALUE 0.
       01 WS-CET-DIAS          PIC 9(03)     VALUE 0.
       01 WS-CET-SALDO         PIC 9(7)V99   VALUE 0.
       01 WS-CET-AMORT-CONST   PIC 9(7)V99   VALUE 0.
       01 WS-CET-PREST-CONST   PIC 9(7)V99   VALUE 0.
       01 WS-CET-AMORT         PIC 9(7)V99   VALUE 0.
       01 WS-CET-JUROS         PIC 9(7)V99   VALUE 0.
       01 WS-CET-PREMIO        PIC 9(7)V99   VALUE 0.
       01 WS-CET-FATOR         USAGE COMP-2.
       01 WS-CET-IOF-ACUM      USAGE COMP-2.
       01 WS-CET-TAXA-MIN      USAGE COMP-2.
       01 WS-CET-TAXA-MAX      USAGE COMP-2.
       01 WS-CET-TAXA-MEIO     USAGE COMP-2.
       01 WS-CET-DESCONTO      USAGE COMP-2.
       01 WS-CET-VP            USAGE COMP-2.
