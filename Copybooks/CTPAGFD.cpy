      ******************************************************************
      * CTPAGFD - CONTAS A PAGAR (CTPAGAR.DAT), INDEXADO POR
      * FORNECEDOR (CD-FORNECEDOR DO FORNECED.DAT) + NUMERO DA NOTA
      * FISCAL DO FORNECEDOR + PARCELA. CADA PARCELA DA NOTA E UM
      * REGISTRO, COM O SEU VALOR E O SEU VENCIMENTO. GRAVADO PELO
      * PROGRECB QUANDO A MERCADORIA CHEGA COM A NOTA; BAIXADO,
      * LISTADO E ENVELHECIDO (AGING POR FORNECEDOR) PELO PROGPAGA.
      *
      * CPG-STATUS 'A' = PARCELA EM ABERTO, 'P' = PAGA (COM DATA E
      * VALOR EFETIVAMENTE PAGO, QUE PODE DIFERIR DO VALOR DA PARCELA
      * POR MULTA/JUROS OU DESCONTO). CPG-PED-DATA GUARDA A DATA DO
      * PEDIDO DE COMPRA (PEDLINHA.DAT) RECEBIDO COM A NOTA.
      *
      * CPG-STATUS 'D' = DEBITO CONTRA O FORNECEDOR, GRAVADO PELO
      * PROGDEVF NA DEVOLUCAO DE MERCADORIA: MESMA NOTA DEBITADA, COM
      * PARCELA DE 90 A 99 E O VALOR DA MERCADORIA DEVOLVIDA. O
      * PROGPAGA ABATE OS DEBITOS EM ABERTO NO PAGAMENTO DO
      * FORNECEDOR E OS MARCA COMO 'U' (USADOS).
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  CTPAGAR.
      *     COPY CTPAGFD.
      ******************************************************************
       01  REG-CTPAGAR.
           03  CPG-CHAVE.
               05  CPG-FORNECEDOR    PIC 9(04).
               05  CPG-NR-NOTA       PIC 9(09).
               05  CPG-PARCELA       PIC 9(02).
           03  CPG-VALOR             PIC 9(08).
           03  CPG-DT-EMISSAO        PIC 9(08).
           03  CPG-DT-VENCIMENTO     PIC 9(08).
           03  CPG-PED-DATA          PIC 9(08).
           03  CPG-DT-PAGAMENTO      PIC 9(08).
           03  CPG-VLR-PAGO          PIC 9(08).
           03  CPG-STATUS            PIC X(01).
               88  CPG-ABERTA                       VALUE 'A'.
               88  CPG-PAGA                         VALUE 'P'.
               88  CPG-DEBITO                       VALUE 'D'.
               88  CPG-DEBITO-USADO                 VALUE 'U'.
           03  CPG-OPERADOR          PIC X(10).
