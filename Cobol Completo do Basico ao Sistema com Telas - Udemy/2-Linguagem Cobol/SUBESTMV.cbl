      *             AJ ajuste de inventario
      *             AL alteracao manual no cadastro
      *             RC recebimento de compra
      *             DF devolucao ao fornecedor
      *             PD perda (quebra, vencido, furto, uso interno,
      *                amostra)
      *             TS saida em transferencia para outra loja
      *             TE entrada de transferencia de outra loja

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
