      *==           VENDAS.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: CUSTO DA ULTIMA ENTRADA E CUSTO MEDIO DO LAYOUT
      *==             ATUAL (CU-PRODUTO/CM-PRODUTO) ENTRAM COM ZEROS.
      *== 15/10/2026: A CLASSE ABC DO LAYOUT ATUAL (CL-PRODUTO) ENTRA
      *==             EM BRANCO, ATE A PROXIMA APURACAO DO PROGABC.
      *-----------------------------------------------------------------

      *=================================================================
           MOVE "N"            TO SN-PRODUTO
           MOVE ZEROS          TO PT-PRODUTO
           MOVE ZEROS          TO QR-PRODUTO
           MOVE ZEROS          TO CU-PRODUTO
           MOVE ZEROS          TO CM-PRODUTO
           MOVE SPACE          TO CL-PRODUTO
           WRITE REG-PRODUTO
               INVALID KEY
                   DISPLAY "PRODUTO DUPLICADO IGNORADO: "
