      ******************************************************************
      * PRECFD - TABELA DE PRECOS DE FORNECEDOR POR PRODUTO
      * (PRECOFOR.DAT, INDEXADO). A CHAVE E PRODUTO + FORNECEDOR, O
      * QUE DEIXA JUNTAS AS OFERTAS DE TODOS OS FORNECEDORES DE UM
      * MESMO PRODUTO PARA A ESCOLHA DO PROGCOMP.
      *
      * CARREGADO PELO PROGTABF A PARTIR DO ARQUIVO DE LISTA DE
      * PRECOS DE CADA FORNECEDOR (UMA CARGA NOVA SOBREPOE O PRECO
      * ANTERIOR DO MESMO PRODUTO + FORNECEDOR).
      *
      * PCF-CUSTO E O CUSTO UNITARIO EM CENTAVOS, NO MESMO FORMATO DO
      * CU-PRODUTO. PCF-QT-MINIMA E O LOTE MINIMO DE COMPRA DO
      * FORNECEDOR (ZEROS = SEM MINIMO). O PRECO SO VALE ATE
      * PCF-DT-VALIDADE (AAAAMMDD, INCLUSIVE).
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  PRECOFOR.
      *     COPY PRECFD.
      ******************************************************************
       01  REG-PRECOFOR.
           03  PCF-CHAVE.
               05  PCF-PRODUTO       PIC 9(06).
               05  PCF-FORNECEDOR    PIC 9(04).
           03  PCF-CUSTO             PIC 9(06).
           03  PCF-QT-MINIMA         PIC 9(06).
           03  PCF-DT-VALIDADE       PIC 9(08).
           03  PCF-DT-CARGA          PIC 9(08).
