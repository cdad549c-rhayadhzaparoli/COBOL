      *  SITUACAO DO CONSCRITO APOS A CONVOCACAO (VER APRESCTL):
      *  ESPACO = SEM APRESENTACAO REGISTRADA, 'A' = APRESENTADO,
      *  'I' = INCORPORADO, 'X' = INSUBMISSO (NAO SE APRESENTOU ATE A
      *  DATA PREVISTA), 'F' = FALECIDO (OBITO NA LISTA DE BLOQUEIO,
      *  MARCADO PELO LOTE OBITOCASC) - FICA FORA DA CONVOCACAO, DA
      *  RODADA DE INSUBMISSOS E DO REEXAME. 'E' = DISPENSADO POR
      *  EXCESSO DE CONTINGENTE ANTES DA CONVOCACAO (DISPEXC), 'D' =
      *  DISPENSADO E 'P' = ADIADO POR REQUERIMENTO DEFERIDO (PETICAO),
      *  DATA EM DT-DISPENSA - 'E' E 'D' FICAM FORA DA CONVOCACAO, 'P'
      *  SO ATE O FIM DO ADIAMENTO.
         05 DT-APRESENTACAO PIC 9(08) VALUE 0.
         05 SIT-SERVICO    PIC X(01) VALUE SPACES.
      *  DATA PREVISTA DO REEXAME MEDICO QUANDO FIT-STATUS = 'D'
      *  (DEFERIDO) - VER REEXAME. ZERO QUANDO NAO HA REEXAME PENDENTE.
         05 DT-REEXAME     PIC 9(08) VALUE 0.
      *  DATA DE NASCIMENTO (AAAAMMDD) INFORMADA NO ALISTAMENTO. ZERO
      *  NOS REGISTROS ANTERIORES A ESTE CAMPO (MIGRADOS PELO REGMIG3/
      *  REGARQMIG2) - USADA PELA VARREDURA DE DUPLICIDADE POR NOME
      *  (DUPNOME).
         05 DT-NASCIMENTO  PIC 9(08) VALUE 0.
      *  MULTA POR ALISTAMENTO FORA DO PRAZO (VER MULTA/MULTACTL).
      *  MULTA-SITUACAO: ESPACO = NAO DEVIDA, 'P' = PENDENTE (CARTEIRA
      *  BLOQUEADA EM CARTIMPR/CARTLOTE), 'G' = PAGA. MULTA-BAIXA:
      *  'M' = BAIXA MANUAL (MULTABX), 'B' = RETORNO BANCARIO
      *  (BANCORET). ZERADOS NOS REGISTROS MIGRADOS PELO REGMIG4/
      *  REGARQMIG3.
         05 MULTA-SITUACAO PIC X(01) VALUE SPACES.
         05 MULTA-VALOR    PIC 9(05)V99 VALUE 0.
         05 MULTA-DT-VENC  PIC 9(08) VALUE 0.
         05 MULTA-DT-PAGTO PIC 9(08) VALUE 0.
         05 MULTA-BAIXA    PIC X(01) VALUE SPACES.
      *  DATA DA DISPENSA POR EXCESSO DE CONTINGENTE (SIT-SERVICO 'E',
      *  VER DISPEXC), DA DISPENSA POR REQUERIMENTO ('D') OU DATA ATE
      *  A QUAL VALE O ADIAMENTO POR REQUERIMENTO ('P'), VER PETICAO.
      *  ZERO NOS DEMAIS E NOS REGISTROS MIGRADOS PELO
      *  REGMIG5/REGARQMIG4.
         05 DT-DISPENSA    PIC 9(08) VALUE 0.
      *  POSTO DE ATENDIMENTO DO OPERADOR QUE FEZ O ALISTAMENTO (VER
      *  POSTODATA). 001 NOS REGISTROS MIGRADOS PELO REGMIG7/REGARQMIG5.
         05 POSTO-ALIST    PIC 9(03) VALUE 0.
