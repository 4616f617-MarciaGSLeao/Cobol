      *==           APARELHO SAIU DA LOJA E QUANDO.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: SERIAL TROCADO EM GARANTIA (STATUS 'T', GRAVADO
      *==             PELO PROGOSRV NO RETORNO DO FORNECEDOR) APARECE
      *==             COMO TROCADO, COM A DATA DA TROCA.
      *-----------------------------------------------------------------

      *=================================================================
                   END-READ
                   DISPLAY "VENDA........: " SER-VND-ID
                   DISPLAY "DATA DA VENDA: " SER-DT-VENDA
                   EVALUATE SER-STATUS
                       WHEN 'D'
                           DISPLAY "SITUACAO.....: DEVOLVIDO EM "
                                   SER-DT-DEVOL
                       WHEN 'T'
                           DISPLAY "SITUACAO.....: TROCADO EM GARANTIA"
                                   " EM " SER-DT-DEVOL
                                   " (VER ORDENS NO PROGOSRV)"
                       WHEN OTHER
                           DISPLAY "SITUACAO.....: VENDIDO (GARANTIA "
                                   "CONTA A PARTIR DA DATA DA VENDA)"
                   END-EVALUATE
                   DISPLAY "==========================================="
           END-READ
       .
