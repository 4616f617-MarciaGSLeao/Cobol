      ******************************************************************
      * PTMOVFD - RAZAO DATADO DOS PONTOS DE FIDELIDADE (PONTOMOV.DAT,
      * INDEXADO). A CHAVE E CLIENTE + DATA + HORA + SEQUENCIAL, O QUE
      * DEIXA OS MOVIMENTOS DE CADA CLIENTE EM ORDEM CRONOLOGICA: A
      * LEITURA PELA CHAVE A PARTIR DO CLIENTE DA PRIMEIRO OS PONTOS
      * MAIS ANTIGOS, CONSUMIDOS ANTES NO RESGATE.
      *
      * PTM-TIPO: 'G' = GANHO NA VENDA (0460-ACUMULA-PONTOS DO
      *           PROGVEND); 'R' = RESGATE COMO PAGAMENTO
      *           (0423-DEBITA-PONTOS); 'X' = EXPIRACAO (PROGPEXP);
      *           'A' = ABERTURA/AJUSTE A MAIOR: SALDO DO PONTOS.DAT
      *           SEM LOTE NO RAZAO (PONTOS ANTERIORES AO RAZAO OU
      *           SALDO RESTAURADO), LANCADO PELO PROGPEXP COM A DATA
      *           DO DIA; 'J' = AJUSTE A MENOR (SOMA DOS LOTES ACIMA
      *           DO SALDO OFICIAL).
      * PTM-SALDO-LOTE SO VALE PARA 'G' E 'A': PONTOS DO LOTE AINDA
      *           NAO RESGATADOS NEM EXPIRADOS (ZERO = LOTE ESGOTADO;
      *           O REGISTRO FICA COMO HISTORICO). NOS DEMAIS TIPOS
      *           FICA ZERADO.
      * PTM-VND-ID E A VENDA DO GANHO OU DO RESGATE; NA EXPIRACAO,
      *           A DATA DE CORTE (EXPIRAM OS LOTES GANHOS ATE ELA);
      *           NOS AJUSTES FICA EM BRANCO.
      *
      * O QT-PONTOS DO PONTOS.DAT CONTINUA SENDO O SALDO OFICIAL; A
      * VALIDADE (PTM-DATA + MESES DO PONTPAR.DAT) E CALCULADA PELO
      * PROGPEXP, QUE EXPIRA OS LOTES VENCIDOS TODO MES.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  PONTOMOV.
      *     COPY PTMOVFD.
      ******************************************************************
       01  REG-PONTOMOV.
           03  PTM-CHAVE.
               05  PTM-CLIENTE       PIC 9(05).
               05  PTM-DATA          PIC 9(08).
               05  PTM-HORA          PIC 9(06).
               05  PTM-SEQ           PIC 9(02).
           03  PTM-TIPO              PIC X(01).
           03  PTM-PONTOS            PIC 9(08).
           03  PTM-SALDO-LOTE        PIC 9(08).
           03  PTM-VND-ID            PIC X(14).
