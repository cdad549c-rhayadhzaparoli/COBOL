      * RUA-CLIENTE/NUMERO-CLIENTE/BAIRRO-CLIENTE/CIDADE-CLIENTE/
      * UF-CLIENTE COMPOEM O ENDERECO ESTRUTURADO, JUNTO COM O
      * CEP-CLIENTE JA EXISTENTE.
      * COD-CLIENTE TEM 7 DIGITOS DESDE O CLIMIG5 (ANTES ERAM 3, E O
      * CADASTRO PARAVA NO CLIENTE 999).
      ******************************************************************
       01 REG-CLIENTE.
         05 COD-CLIENTE          PIC 9(007).
         05 NM-CLIENTE           PIC X(040).
         05 TEL-CLIENTE          PIC X(012).
         05 EMAIL-CLIENTE        PIC X(040).
      *  SITUACAO DERIVADA DO CLIENTE, CARIMBADA PELO LOTE CLISTATUS A
      *  PARTIR DE CONTRATO.CTL/PRESTACOES: 'A' = ATIVO (CONTRATO EM
      *  ABERTO E EM DIA), 'D' = INADIMPLENTE (PARCELA VENCIDA),
      *  'I' = INATIVO (SEM CONTRATO EM ABERTO), 'F' = FALECIDO (OBITO
      *  NA LISTA DE BLOQUEIO, MARCADO PELO LOTE OBITOCASC E NUNCA
      *  RECLASSIFICADO PELO CLISTATUS). ESPACOS = AINDA NAO
      *  CLASSIFICADO.
         05 SIT-CLIENTE          PIC X(001) VALUE SPACES.
      *  CLASSIFICACAO DE CREDITO COMPORTAMENTAL, CARIMBADA PELO LOTE
      *  CLIRATING A PARTIR DO HISTORICO DE PAGAMENTO DE TODOS OS
      *  CONTRATOS DO CLIENTE: FAIXA 'A' (MELHOR) A 'E' (PIOR), PONTOS
      *  DE 0 A 100 E DATA DA APURACAO. ESPACOS = AINDA NAO
      *  CLASSIFICADO.
         05 RATING-CLIENTE       PIC X(001) VALUE SPACES.
         05 SCORE-CLIENTE        PIC 9(003) VALUE 0.
         05 DT-RATING            PIC 9(008) VALUE 0.
      *  OPCAO DO CLIENTE DE NAO RECEBER AVISOS POR SMS/E-MAIL
      *  (LEMBRETE DE PARCELA, AGENDAMENTO E APRESENTACAO - VER
      *  NOTIFICA): 'S' = NAO QUER RECEBER. ESPACOS OU 'N' = RECEBE.
      *  MANTIDA PELO CLIMAIN; CAMPO NOVO DESDE O CLIMIG6.
         05 OPTOUT-CLIENTE       PIC X(001) VALUE SPACES.
      *  POSTO DE ATENDIMENTO DO OPERADOR QUE CADASTROU O CLIENTE (VER
      *  POSTODATA). 000 = CADASTRADO EM LOTE (CLICSV, CPFXREF SEM
      *  ALISTAMENTO); 001 NOS CLIENTES MIGRADOS PELO CLIMIG7.
         05 POSTO-CLIENTE        PIC 9(003) VALUE 0.
