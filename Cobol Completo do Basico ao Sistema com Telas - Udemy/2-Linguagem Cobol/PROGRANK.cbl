      *==             UMA LOJA SO (REG-ITM-FILIAL DOS ITENS; ZEROS NO
      *==             PROMPT = REDE INTEIRA; ITEM ANTIGO SEM FILIAL
      *==             VALE COMO LOJA 1).
      *== 15/10/2026: O PRODUTO E IDENTIFICADO PELO CODIGO DA LINHA
      *==             (REG-ITM-PRODUTO), NAO MAIS PELA DESCRICAO:
      *==             PRODUTO RENOMEADO NAO SE DIVIDE EM DOIS NO
      *==             RANKING, QUE SAI COM A DESCRICAO MAIS RECENTE.
      *==             LINHA SEM CODIGO (KIT, FRETE, SINAL) CONTINUA
      *==             AGRUPADA PELA DESCRICAO.
      *-----------------------------------------------------------------

      *=================================================================
       01  TAB-PRODUTOS.
           03  TAB-PRODUTO OCCURS 100 TIMES
                           INDEXED BY IDX-TAB.
               05  TAB-CD-PRODUTO   PIC 9(06).
               05  TAB-NOME-PRODUTO PIC X(30).
               05  TAB-QTD-PRODUTO  PIC S9(08)V999.
       77 WRK-CT-PRODUTOS           PIC 9(03)       VALUE ZEROS.
       77 WRK-TABELA-CHEIA          PIC X(01)       VALUE 'N'.
           88 WRK-TABELA-ESTA-CHEIA             VALUE 'S'.
       01  TAB-TROCA.
           03  TAB-TROCA-CD         PIC 9(06).
           03  TAB-TROCA-NOME       PIC X(30).
           03  TAB-TROCA-QTD        PIC S9(08)V999.
       01  TAB-CATEGORIAS.
           MOVE 'N' TO WRK-TABELA-CHEIA
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-PRODUTOS
               IF TAB-CD-PRODUTO(WRK-I) EQUAL REG-ITM-PRODUTO
                  AND (REG-ITM-PRODUTO > ZEROS
                   OR TAB-NOME-PRODUTO(WRK-I) EQUAL REG-ITM-NOME)
                   MOVE WRK-I TO WRK-POSICAO
               END-IF
           END-PERFORM
               IF WRK-CT-PRODUTOS < 100
                   ADD 1 TO WRK-CT-PRODUTOS
                   SET IDX-TAB TO WRK-CT-PRODUTOS
                   MOVE REG-ITM-PRODUTO TO TAB-CD-PRODUTO(IDX-TAB)
                   MOVE REG-ITM-NOME TO TAB-NOME-PRODUTO(IDX-TAB)
                   MOVE ZEROS        TO TAB-QTD-PRODUTO(IDX-TAB)
               ELSE
               END-IF
           ELSE
               SET IDX-TAB TO WRK-POSICAO
               MOVE REG-ITM-NOME TO TAB-NOME-PRODUTO(IDX-TAB)
           END-IF
       .
       0300-ORDENA-RANKING         SECTION.
