      *==             REALINHADA AQUI PELA OPCAO 5 (AJUSTAR ESTOQUE),
      *==             LANCANDO A ENTRADA NA LOJA QUE RECEBEU A
      *==             MERCADORIA.
      *== 15/10/2026: A FILIAL GANHA A UF DA LOJA (UF-FILIAL), USADA
      *==             PELO PROGVEND E PELO PROGICMS PARA ACHAR A
      *==             ALIQUOTA DE ICMS DO ALIQICMS.DAT. O FILIAL.DAT
      *==             ANTIGO E CONVERTIDO UMA VEZ PELO PROGFCNV.
      *== 15/10/2026: TRANSFERENCIA ENTRE LOJAS PASSA A SER FEITA PELO
      *==             PROGTRAN (DOCUMENTO, MERCADORIA EM TRANSITO E
      *==             CONFERENCIA NO DESTINO). A OPCAO 5 FICA SO PARA
      *==             REALINHAR A QUEBRA POR LOJA.
      *-----------------------------------------------------------------

      *=================================================================
       01  REG-FILIAL.
           03  CD-FILIAL             PIC 9(02).
           03  NM-FILIAL             PIC X(30).
           03  UF-FILIAL             PIC X(02).

       FD  ESTFIL.
       01  REG-ESTFIL.
           ACCEPT CD-FILIAL
           DISPLAY "NOME DA FILIAL..: "
           ACCEPT NM-FILIAL
           DISPLAY "UF DA FILIAL....: "
           ACCEPT UF-FILIAL
           WRITE REG-FILIAL
               INVALID KEY
                   DISPLAY "FILIAL JA CADASTRADA."
                   DISPLAY "NOME ATUAL: " NM-FILIAL
                   DISPLAY "NOVO NOME.: "
                   ACCEPT NM-FILIAL
                   DISPLAY "UF ATUAL..: " UF-FILIAL
                   DISPLAY "NOVA UF...: "
                   ACCEPT UF-FILIAL
                   REWRITE REG-FILIAL
                       INVALID KEY
                           DISPLAY "ERRO AO ALTERAR A FILIAL."
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       DISPLAY CD-FILIAL " - " NM-FILIAL
                               " - UF " UF-FILIAL
               END-READ
           END-PERFORM
       .
       0500-AJUSTAR-ESTOQUE        SECTION.
      **** AJUSTE DO SALDO DE UMA FILIAL (POSITIVO ENTRA, NEGATIVO
      **** SAI). O SALDO TOTAL DA REDE (QT-PRODUTO) NAO MUDA AQUI.
      **** TRANSFERENCIA ENTRE LOJAS E PELO PROGTRAN, QUE ACOMPANHA A
      **** MERCADORIA EM TRANSITO ATE A CONFERENCIA NO DESTINO.
           DISPLAY "CODIGO DA FILIAL: "
           ACCEPT EF-FILIAL
           MOVE EF-FILIAL TO CD-FILIAL
