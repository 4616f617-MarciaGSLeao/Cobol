      ******************************************************************
      * LOTEFD - LOTES DE ESTOQUE COM DATA DE VALIDADE (ESTLOTE.DAT,
      * INDEXADO). A CHAVE E PRODUTO + VALIDADE + NUMERO DO LOTE, O
      * QUE DEIXA OS LOTES DE CADA PRODUTO NA ORDEM EM QUE VENCEM: A
      * LEITURA PELA CHAVE A PARTIR DE PRODUTO + DATA DE HOJE DA
      * DIRETO O LOTE MAIS ANTIGO AINDA NO PRAZO (FEFO).
      *
      * GRAVADO PELO PROGRECB NO RECEBIMENTO (LOTE E VALIDADE DA
      * NOTA DO FORNECEDOR; OBRIGATORIO PARA OS PESADOS, UM-PRODUTO
      * 'KG'), BAIXADO PELO PROGVEND NA VENDA, PELO PROGPERD NA
      * PERDA E PELO PROGDEVF NA DEVOLUCAO AO FORNECEDOR, E LISTADO
      * PELO PROGLOTE (LOTES A VENCER).
      * LOT-QT-SALDO ZERADO = LOTE ESGOTADO; O REGISTRO FICA COMO
      * HISTORICO DA ENTRADA.
      *
      * O SALDO DOS LOTES NAO SUBSTITUI O QT-PRODUTO, QUE CONTINUA
      * SENDO O ESTOQUE OFICIAL: O QUE EXCEDE A SOMA DOS LOTES E
      * ESTOQUE ANTIGO, RECEBIDO ANTES DO CONTROLE DE LOTE.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  ESTLOTE.
      *     COPY LOTEFD.
      ******************************************************************
       01  REG-LOTE.
           03  LOT-CHAVE.
               05  LOT-PRODUTO       PIC 9(06).
               05  LOT-DT-VALIDADE   PIC 9(08).
               05  LOT-NR-LOTE       PIC X(15).
           03  LOT-DT-RECEBIMENTO    PIC 9(08).
           03  LOT-FORNECEDOR        PIC 9(04).
           03  LOT-PED-DATA          PIC 9(08).
           03  LOT-QT-RECEBIDA       PIC 9(06)V999.
           03  LOT-QT-SALDO          PIC 9(06)V999.
