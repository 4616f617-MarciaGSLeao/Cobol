      *==             ITEM 85): O NUMERO DE CUPOM, A FILIAL, A
      *==             CATEGORIA E O PDV DO ITEM ESTAVAM SENDO
      *==             CORTADOS NO ARQUIVAMENTO.
      *== 15/10/2026: A LINHA DO MORTO FOI AMPLIADA PARA X(100) E O
      *==             ITEM PASSOU A SER COPIADO COM 91 BYTES, LEVANDO
      *==             O CODIGO DO PRODUTO (REG-ITM-PRODUTO). OS MORTOS
      *==             GRAVADOS ANTES SAO CONVERTIDOS PELO PROGICNV.
      *== 15/10/2026: O ITEM PASSOU A 92 BYTES COM O MOTIVO DA
      *==             DEVOLUCAO (REG-ITM-MOTIVO) E E COPIADO INTEIRO
      *==             PARA O MORTO.
      *== 15/10/2026: O CABECALHO PASSOU A 91 BYTES COM O SELO
      *==             ENCADEADO DA VENDA E O PAGAMENTO A 52 COM OS
      *==             CAMPOS DO DOLAR EM ESPECIE; OS DOIS SAO COPIADOS
      *==             INTEIROS PARA O MORTO.
      *-----------------------------------------------------------------

      *=================================================================
       COPY VENDFD.

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
           MOVE SPACES TO REG-ARQMORTO
           EVALUATE REG-VND-TIPO
               WHEN 'H'
                   MOVE REG-VENDA-CAB   TO REG-ARQMORTO(1:91)
               WHEN 'P'
                   MOVE REG-VENDA-PAGTO TO REG-ARQMORTO(1:52)
               WHEN OTHER
                   MOVE REG-VENDA-ITEM  TO REG-ARQMORTO(1:92)
           END-EVALUATE
           WRITE REG-ARQMORTO
           DELETE VENDAS
