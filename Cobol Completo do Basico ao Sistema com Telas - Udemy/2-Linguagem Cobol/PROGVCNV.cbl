      *== 02/09/2026: A QUANTIDADE DO ITEM NOVO TEM TRES DECIMAIS; A
      *==             QUANTIDADE INTEIRA DO ARQUIVO ANTIGO E MOVIDA
      *==             COM ESCALA (123 VIRA 123,000).
      *== 15/10/2026: O ITEM GANHOU O CODIGO DO PRODUTO
      *==             (REG-ITM-PRODUTO), QUE O ARQUIVO ANTIGO NAO TEM:
      *==             SAI ZERADO AQUI, COMO LINHA ANTIGA NAO
      *==             IDENTIFICADA. A SAIDA DESTE PROGRAMA JA ESTA NO
      *==             LAYOUT FINAL DO ITEM (92 BYTES) E NAO DEVE SER
      *==             PASSADA PELO PROGICNV, QUE SO LE O ITEM DE 85.
      *== 15/10/2026: O ITEM GANHOU O MOTIVO DA DEVOLUCAO
      *==             (REG-ITM-MOTIVO), QUE O ARQUIVO ANTIGO NAO TEM:
      *==             SAI EM BRANCO.
      *-----------------------------------------------------------------

      *=================================================================
           MOVE SEQ-ITM-CATEGORIA   TO REG-ITM-CATEGORIA
           MOVE SEQ-ITM-PDV         TO REG-ITM-PDV
           MOVE ZEROS               TO REG-ITM-FILIAL
           MOVE ZEROS               TO REG-ITM-PRODUTO
           MOVE SPACE               TO REG-ITM-MOTIVO
           PERFORM 0250-GRAVA-COM-SEQ-LIVRE
       .
       0240-GRAVA-PAGAMENTO        SECTION.
