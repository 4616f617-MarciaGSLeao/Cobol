      ******************************************************************
      * LOTVFD - LOTES CONSUMIDOS POR VENDA (LOTEVND.DAT, INDEXADO
      * PELO ID DA VENDA + CHAVE DO LOTE NO ESTLOTE.DAT). O PROGVEND
      * SOMA AQUI, A CADA BAIXA DE LOTE NA ENTRADA DO ITEM (PRODUTO,
      * COMPONENTE DE KIT OU ITEM DE ORCAMENTO CONVERTIDO), A
      * QUANTIDADE QUE SAIU DE CADA LOTE, E SUBTRAI O QUE O
      * CANCELAMENTO DO ULTIMO ITEM DEVOLVE AO LOTE. O SALDO E,
      * PORTANTO, O QUE A VENDA AINDA TEM TIRADO DE CADA LOTE.
      *
      * O ESTORNO DE VENDA SUSPENSA ABANDONADA (PROGSUSP) E O DE
      * VENDA ORFA (PROGRECO) DEVOLVEM ESSE SALDO AO ESTLOTE.DAT E
      * ZERAM LVD-QTD, ENTAO RODAR DE NOVO NAO DEVOLVE DUAS VEZES.
      *
      * CADA PROGRAMA FAZ UM COPY DESTE MEMBRO LOGO APOS O SEU FD:
      *
      *     FD  LOTEVND.
      *     COPY LOTVFD.
      ******************************************************************
       01  REG-LOTVND.
           03  LVD-CHAVE.
               05  LVD-VND-ID        PIC X(14).
               05  LVD-LOTE          PIC X(29).
           03  LVD-QTD               PIC 9(06)V999.
