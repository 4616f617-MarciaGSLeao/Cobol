      * Autor: Marcia Gameleira
      * Data: 15/10/2026
      * Objetivo: Rotina compartilhada do selo encadeado das vendas
      *           fechadas. Acumula uma linha do VENDAS.DAT no selo
      *           (LNK-SELO, 10 digitos), byte a byte: o selo anterior
      *           vezes 257 mais a ordem do caracter, no resto da
      *           divisao pelo primo 9999999967, e no fim da linha o
      *           tamanho dela. Qualquer caracter alterado, linha a
      *           mais ou a menos muda o selo final.
      *
      *           O PROGVEND (e o PROGWEBI, na loja virtual) parte do
      *           selo da venda anterior do mesmo PDV, passa as linhas
      *           da venda na ordem da chave e por ultimo o cabecalho
      *           'H', e grava o resultado no proprio cabecalho. O
      *           PROGSELO refaz a mesma conta para conferir.
      *
      *           Parte da linha que entra no selo, pelo tipo (byte 1):
      *             H  posicoes 1 a 70 (o cabecalho sem o selo)
      *             P  posicoes 1 a 52 (o pagamento)
      *             demais (D/C/V)  a linha inteira, 92 posicoes

      *                                        IDENTIFICATION DIVISION
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSELO.

      *                                                  DATA DIVISION
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       77  WS-TAMANHO          PIC 9(03) VALUE ZEROS.
       77  WS-I                PIC 9(03) VALUE ZEROS.
       77  WS-ACUM             PIC 9(14) VALUE ZEROS.
       77  WS-QUOCIENTE        PIC 9(14) VALUE ZEROS.

       LINKAGE         SECTION.
       01 LNK-SELO                PIC 9(10).
       01 LNK-LINHA               PIC X(92).

      *                                             PROCEDURE DIVISION
       PROCEDURE DIVISION  USING LNK-SELO LNK-LINHA.
       0001-PRINCIPAL SECTION.

            EVALUATE LNK-LINHA (1:1)
                WHEN 'H'
                    MOVE 70 TO WS-TAMANHO
                WHEN 'P'
                    MOVE 52 TO WS-TAMANHO
                WHEN OTHER
                    MOVE 92 TO WS-TAMANHO
            END-EVALUATE.

            PERFORM VARYING WS-I FROM 1 BY 1 UNTIL WS-I > WS-TAMANHO
                COMPUTE WS-ACUM = LNK-SELO * 257
                                + FUNCTION ORD (LNK-LINHA (WS-I:1))
                DIVIDE WS-ACUM BY 9999999967
                    GIVING WS-QUOCIENTE REMAINDER LNK-SELO
            END-PERFORM.

            COMPUTE WS-ACUM = LNK-SELO * 257 + WS-TAMANHO.
            DIVIDE WS-ACUM BY 9999999967
                GIVING WS-QUOCIENTE REMAINDER LNK-SELO.

            GOBACK.

       END PROGRAM SUBSELO.
