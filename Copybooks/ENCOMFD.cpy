      ******************************************************************
      * ENCOMFD - ENCOMENDAS DE CLIENTE (ENCOMEND.DAT, INDEXADO PELO
      * NUMERO DA ENCOMENDA, COM CHAVE ALTERNATIVA PELO PRODUTO, QUE
      * ACEITA DUPLICATAS). REGISTRADA NO BALCAO PELO PROGVEND COM O
      * SINAL COBRADO NA PROPRIA VENDA (LINHA 'D' "SINAL ENCOMENDA
      * NNNNNN", PAGA PELAS LINHAS 'P' NORMAIS), PEDIDA AO FORNECEDOR
      * PELO PROGCOMP, RESERVADA NA CHEGADA PELO PROGRECB E BAIXADA
      * NA RETIRADA (PROGVEND) OU NO PROGENCO (SINAL DEVOLVIDO OU
      * RESERVA LIBERADA).
      *
      * ENC-STATUS 'A' = AGUARDANDO A MERCADORIA; 'R' = RESERVADA (A
      * QUANTIDADE CHEGOU, ESTA NO QT-PRODUTO E NAO PODE SER VENDIDA
      * A OUTRO CLIENTE); 'E' = ENTREGUE (RETIRADA NA VENDA
      * ENC-VND-RETIRADA, COM O SINAL ABATIDO); 'D' = DESISTENCIA COM
      * O SINAL DEVOLVIDO; 'L' = RESERVA LIBERADA SEM DEVOLUCAO DO
      * SINAL (CLIENTE NAO VEIO NO PRAZO).
      *
      * ENC-PED-DATA E A DATA DO PEDIDO DE COMPRA (PEDLINHA.DAT) QUE
      * LEVOU A ENCOMENDA AO FORNECEDOR. ZEROS = AINDA NAO PEDIDA.
      * ENC-DT-CHEGADA E A DATA DA RESERVA NO RECEBIMENTO, DE ONDE
      * CONTA O PRAZO DE RETIRADA.
      *
      * A ENCOMENDA 000000 E O REGISTRO DE CONTROLE, VISTO PELO
      * REG-ENCOMENDA-CONTROLE: GUARDA O ULTIMO NUMERO EMITIDO. O SEU
      * PRODUTO FICA ZERADO.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  ENCOMEND.
      *     COPY ENCOMFD.
      ******************************************************************
       01  REG-ENCOMENDA.
           03  ENC-NUMERO            PIC 9(06).
           03  ENC-PRODUTO           PIC 9(06).
           03  ENC-CLIENTE           PIC 9(05).
           03  ENC-QTD               PIC 9(06)V999.
           03  ENC-SINAL             PIC 9(08).
           03  ENC-VND-ID            PIC X(14).
           03  ENC-FILIAL            PIC 9(02).
           03  ENC-STATUS            PIC X(01).
               88  ENC-AGUARDANDO                   VALUE 'A'.
               88  ENC-RESERVADA                    VALUE 'R'.
               88  ENC-ENTREGUE                     VALUE 'E'.
               88  ENC-DEVOLVIDA                    VALUE 'D'.
               88  ENC-LIBERADA                     VALUE 'L'.
           03  ENC-DT-PEDIDO         PIC 9(08).
           03  ENC-PED-DATA          PIC 9(08).
           03  ENC-DT-CHEGADA        PIC 9(08).
           03  ENC-DT-BAIXA          PIC 9(08).
           03  ENC-VND-RETIRADA      PIC X(14).
           03  ENC-OPERADOR          PIC X(10).
       01  REG-ENCOMENDA-CONTROLE.
           03  ENC-CTL-CHAVE         PIC 9(06).
           03  FILLER                PIC X(06).
           03  ENC-CTL-ULT-NUMERO    PIC 9(06).
           03  FILLER                PIC X(89).
