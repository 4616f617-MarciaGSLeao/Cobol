      ******************************************************************
      * PRCLIFD - TABELA DE PRECOS POR CLASSE DE CLIENTE E FAIXA DE
      * QUANTIDADE (PRECOCLI.DAT, INDEXADO). A CHAVE E PRODUTO +
      * CLASSE + QUANTIDADE MINIMA, O QUE DEIXA AS FAIXAS DE UM MESMO
      * PRODUTO E CLASSE EM ORDEM CRESCENTE DE QUANTIDADE PARA A
      * BUSCA DO PROGVEND.
      *
      * PCL-CLASSE E A CLASSE DE PRECO DO CLIENTE (CLICLASS.DAT,
      * MANTIDA NA OPCAO 9 DO PGM02002): 'V' = VAREJO (VALE PARA
      * TODOS, INCLUSIVE VENDA SEM CLIENTE), 'A' = ATACADO, 'R' =
      * REVENDA. CLIENTE SEM CLASSE GRAVADA E VAREJO.
      *
      * A FAIXA VALE A PARTIR DE PCL-QT-MINIMA (INCLUSIVE, NA UNIDADE
      * DO PRODUTO) ATE A PROXIMA FAIXA DO MESMO PRODUTO E CLASSE.
      * PCL-PRECO E O PRECO UNITARIO EM CENTAVOS, NO MESMO FORMATO DO
      * PR-PRODUTO, E NUNCA FICA ABAIXO DO CUSTO DO PRODUTO (CRITICA
      * DO PROGFAIX NA GRAVACAO E DO PROGVEND NA VENDA).
      *
      * MANTIDO PELO PROGFAIX. CADA PROGRAMA FAZ UM COPY DESTE MEMBRO
      * LOGO APOS O SEU FD:
      *
      *     FD  PRECOCLI.
      *     COPY PRCLIFD.
      ******************************************************************
       01  REG-PRECOCLI.
           03  PCL-CHAVE.
               05  PCL-PRODUTO       PIC 9(06).
               05  PCL-CLASSE        PIC X(01).
                   88  PCL-VAREJO                   VALUE 'V'.
                   88  PCL-ATACADO                  VALUE 'A'.
                   88  PCL-REVENDA                  VALUE 'R'.
               05  PCL-QT-MINIMA     PIC 9(06)V999.
           03  PCL-PRECO             PIC 9(06).
           03  PCL-DT-ALTERACAO      PIC 9(08).
