      *                  SAI DO AGING/PORTFRPT E SO APARECE NO
      *                  RELATORIO PROPRIO DE PERDAS; A REVERSAO
      *                  DEVOLVE A PARCELA PARA 'A'.
      *     15/10/2026 - A AMORTIZACAO EXTRAORDINARIA COM REDUCAO DE
      *                  PRAZO (VER AMORTEXT) EXCLUI AS ULTIMAS
      *                  PARCELAS EM ABERTO DO ARQUIVO; O DIARIO
      *                  REGISTRA A SAIDA COMO SITUACAO 'A' -> 'E'
      *                  (ELIMINADA), VALOR QUE NUNCA FICA GRAVADO AQUI.
      *     15/10/2026 - PARCELA GANHA PREST-VL-SEGURO, O PREMIO DO
      *                  SEGURO PRESTAMISTA EMBUTIDO EM PREST-VALOR
      *                  (ZERO EM CONTRATO SEM SEGURO, VER OCCRS), E A
      *                  SITUACAO 'S' (QUITADA PELA SEGURADORA) PARA A
      *                  PARCELA EM ABERTO DE CONTRATO COM SINISTRO
      *                  CONFIRMADO (VER SEGPREST) - O SALDO
      *                  PREST-VALOR - PREST-VL-PAGO FOI INDENIZADO.
      *     15/10/2026 - PRESTACOES GANHA AS CHAVES ALTERNATIVAS
      *                  PREST-VENCIMENTO E PREST-SIT-VENC (SITUACAO
      *                  SEGUIDA DO VENCIMENTO), AMBAS WITH DUPLICATES;
      *                  A SITUACAO PASSA A VIR ANTES DO VENCIMENTO NO
      *                  REGISTRO PARA FORMAR A CHAVE COMPOSTA. O
      *                  ARQUIVO ANTIGO E CONVERTIDO PELO PRESTMIG3.
      *     15/10/2026 - O PRESTARCH MOVE AS PARCELAS DE CONTRATO
      *                  ENCERRADO HA MAIS DE PRESTRET.CTL ANOS PARA
      *                  PRESTACOES.ARQ (MESMO LAYOUT); O DIARIO
      *                  REGISTRA A SAIDA COMO SITUACAO -> 'Z'
      *                  (ARQUIVADA), VALOR QUE NUNCA FICA GRAVADO AQUI.
      *     15/10/2026 - NOVA SITUACAO 'C' (CANCELADA) PARA AS PARCELAS
      *                  DE CONTRATO CANCELADO POR DIREITO DE
      *                  ARREPENDIMENTO (VER ARREPEND) - SAI DO AGING,
      *                  DA CARTEIRA, DO FLUXO DE CAIXA E DA
      *                  CONTABILIDADE.
      *     15/10/2026 - A SITUACAO 'C' TAMBEM MARCA AS PARCELAS DE
      *                  MENSALIDADE AINDA A VENCER CANCELADAS NO
      *                  ENCERRAMENTO DO ANO LETIVO (VER MENSALID E
      *                  ANOROLL).
      ******************************************************************
       01  PREST-REC.
           05  PREST-KEY.
           05  PREST-VALOR            PIC 9(07)V99.
           05  PREST-VL-AMORT         PIC 9(07)V99.
           05  PREST-VL-JUROS         PIC 9(07)V99.
      *    PREST-SIT-VENC (SITUACAO + VENCIMENTO) E PREST-VENCIMENTO
      *    SAO CHAVES ALTERNATIVAS COM DUPLICATAS DE PRESTACOES: OS
      *    LOTES FAZEM START NA SITUACAO/JANELA DE VENCIMENTO QUE
      *    PRECISAM EM VEZ DE LER O ARQUIVO INTEIRO.
           05  PREST-SIT-VENC.
               10  PREST-SITUACAO     PIC X(01).
                   88 PREST-PAGA          VALUE 'P'.
                   88 PREST-ABERTA        VALUE 'A'.
                   88 PREST-PARCIAL       VALUE 'R'.
                   88 PREST-RENEGOCIADA   VALUE 'G'.
                   88 PREST-PERDA         VALUE 'X'.
                   88 PREST-SINISTRO      VALUE 'S'.
                   88 PREST-CANCELADA     VALUE 'C'.
               10  PREST-VENCIMENTO   PIC 9(08).
           05  PREST-VL-MULTA         PIC 9(07)V99 VALUE 0.
           05  PREST-VL-PAGO          PIC 9(07)V99 VALUE 0.
           05  PREST-VL-SEGURO        PIC 9(07)V99 VALUE 0.
