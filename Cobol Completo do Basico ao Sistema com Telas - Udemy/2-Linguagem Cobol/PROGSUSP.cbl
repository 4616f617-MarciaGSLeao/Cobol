      *== 02/09/2026: QUANTIDADES PASSARAM A TRES CASAS DECIMAIS,
      *==             ACOMPANHANDO OS PRODUTOS PESADOS (UM-PRODUTO
      *==             'KG' NO CADASTRO PRODUTO).
      *== 15/10/2026: O SALDO DOS ITENS E APURADO PELO CODIGO DO
      *==             PRODUTO DA LINHA (REG-ITM-PRODUTO), QUE A LINHA
      *==             'C' DO ESTORNO TAMBEM CARREGA, E A REPOSICAO LE
      *==             O PRODUTO DIRETO PELA CHAVE. A BUSCA PELA
      *==             DESCRICAO FICA SO PARA A LINHA SEM CODIGO (KIT
      *==             OU LINHA ANTIGA NAO IDENTIFICADA NA CONVERSAO).
      *== 15/10/2026: A LINHA 'C' DE ESTORNO SAI COM O MOTIVO DA
      *==             DEVOLUCAO (REG-ITM-MOTIVO) EM BRANCO.
      *== 15/10/2026: O ESTORNO DEVOLVE TAMBEM AO ESTLOTE.DAT O SALDO
      *==             DOS LOTES QUE A VENDA SUSPENSA TIROU, REGISTRADO
      *==             PELO PROGVEND NO LOTEVND.DAT (COPY LOTVFD).
      *-----------------------------------------------------------------

      *=================================================================
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT ESTLOTE ASSIGN TO "ESTLOTE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LOT-CHAVE
               FILE STATUS IS WRK-FS-ESTLOTE.
           SELECT LOTEVND ASSIGN TO "LOTEVND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LVD-CHAVE
               FILE STATUS IS WRK-FS-LOTEVND.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  PRODUTO.
       COPY PRODFD.

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  LOTEVND.
       COPY LOTVFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-SUSPENSA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       77 WRK-KIT-EOF               PIC X(01)       VALUE SPACE.
       77 WRK-KIT-CODIGO            PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-COMPONENTE        PIC S9(07)V999  VALUE ZEROS.
       77 WRK-FS-ESTLOTE            PIC X(02)       VALUE SPACES.
       77 WRK-FS-LOTEVND            PIC X(02)       VALUE SPACES.
       77 WRK-LOTES-OK              PIC X(01)       VALUE 'N'.
           88 WRK-LOTES-DISPONIVEIS                 VALUE 'S'.
       77 WRK-LOTE-EOF              PIC X(01)       VALUE SPACE.
       77 WRK-CT-LOTES              PIC 9(05)       VALUE ZEROS.

       77 WRK-EOF-SUSP              PIC X(01)       VALUE SPACE.
       77 WRK-EOF-VND               PIC X(01)       VALUE SPACE.
       01  TAB-ITENS.
           03  TAB-ITM-REG OCCURS 50 TIMES
                           INDEXED BY IDX-ITM.
               05  TAB-ITM-PRODUTO   PIC 9(06).
               05  TAB-ITM-NOME      PIC X(30).
               05  TAB-ITM-QTD       PIC S9(07)V999.
               05  TAB-ITM-PRECO-UNIT PIC 9(06).
           ELSE
               MOVE 'N' TO WRK-KITS-OK
           END-IF

      **** OS LOTES TIRADOS PELA VENDA (LOTEVND.DAT, GRAVADO PELO
      **** PROGVEND) VOLTAM AO ESTLOTE.DAT NO ESTORNO; SEM OS DOIS
      **** ARQUIVOS NINGUEM TEM LOTE E O ESTORNO SEGUE SEM ELES.
           OPEN I-O ESTLOTE
           IF WRK-FS-ESTLOTE EQUAL '00'
               OPEN I-O LOTEVND
               IF WRK-FS-LOTEVND EQUAL '00'
                   MOVE 'S' TO WRK-LOTES-OK
               ELSE
                   CLOSE ESTLOTE
                   MOVE 'N' TO WRK-LOTES-OK
               END-IF
           ELSE
               MOVE 'N' TO WRK-LOTES-OK
           END-IF
       .
       0200-VARRE-SUSPENSAS        SECTION.
           MOVE LOW-VALUES TO CD-SUSP
           MOVE SP-VND-ID TO WRK-ID-SUSP
           PERFORM 0310-APURA-SALDO-ITENS
           PERFORM 0320-GRAVA-ESTORNOS
           PERFORM 0360-REPOE-LOTES-VENDA
           MOVE 'X' TO SP-STATUS
           REWRITE REG-SUSPENSA
           ADD 1 TO WRK-CT-ESTORNADAS
           MOVE ZEROS TO WRK-POS-ITEM
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-CT-TAB-ITENS
               IF TAB-ITM-PRODUTO(WRK-J) EQUAL REG-ITM-PRODUTO
                  AND (REG-ITM-PRODUTO > ZEROS
                   OR TAB-ITM-NOME(WRK-J) EQUAL REG-ITM-NOME)
                   MOVE WRK-J TO WRK-POS-ITEM
               END-IF
           END-PERFORM
               IF WRK-CT-TAB-ITENS < 50
                   ADD 1 TO WRK-CT-TAB-ITENS
                   SET IDX-ITM TO WRK-CT-TAB-ITENS
                   MOVE REG-ITM-PRODUTO    TO TAB-ITM-PRODUTO(IDX-ITM)
                   MOVE REG-ITM-NOME       TO TAB-ITM-NOME(IDX-ITM)
                   MOVE ZEROS              TO TAB-ITM-QTD(IDX-ITM)
                   MOVE REG-ITM-PRECO-UNIT
           MOVE TAB-ITM-CATEGORIA(WRK-J)  TO REG-ITM-CATEGORIA
           MOVE TAB-ITM-PDV(WRK-J)        TO REG-ITM-PDV
           MOVE TAB-ITM-FILIAL(WRK-J)     TO REG-ITM-FILIAL
           MOVE TAB-ITM-PRODUTO(WRK-J)    TO REG-ITM-PRODUTO
           MOVE SPACE                     TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
           ADD 1 TO WRK-CT-ITENS

           PERFORM 0340-REPOE-ESTOQUE
       .
       0340-REPOE-ESTOQUE          SECTION.
      **** ITEM COM CODIGO: O PRODUTO E LIDO DIRETO PELA CHAVE. SEM
      **** CODIGO (KIT OU LINHA ANTIGA), A REPOSICAO VARRE O CADASTRO
      **** PRODUTO ATRAS DO DS-PRODUTO IGUAL E, NAO ACHANDO, O KIT.
           MOVE 'N' TO WRK-PROD-ACHADO
           IF TAB-ITM-PRODUTO(WRK-J) > ZEROS
               MOVE TAB-ITM-PRODUTO(WRK-J) TO CD-PRODUTO
               READ PRODUTO
                   NOT INVALID KEY
                       PERFORM 0345-REPOE-PRODUTO
               END-READ
               MOVE 'F' TO WRK-EOF-PROD
           ELSE
               MOVE SPACE TO WRK-EOF-PROD
           END-IF
           IF WRK-EOF-PROD EQUAL 'F'
               GO TO 0340-AVISA
           END-IF
           MOVE LOW-VALUES TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
               INVALID KEY
                       MOVE 'F' TO WRK-EOF-PROD
                   NOT AT END
                       IF DS-PRODUTO EQUAL TAB-ITM-NOME(WRK-J)
                           PERFORM 0345-REPOE-PRODUTO
                           MOVE 'F' TO WRK-EOF-PROD
                       END-IF
               END-READ
              AND WRK-KITS-DISPONIVEIS
               PERFORM 0350-REPOE-COMPONENTES-KIT
           END-IF
       0340-AVISA.
           IF NOT WRK-PRODUTO-ACHADO
               ADD 1 TO WRK-CT-SEM-PRODUTO
               DISPLAY "PRODUTO NAO ENCONTRADO NO CADASTRO PARA "
                       "REPOSICAO: " TAB-ITM-NOME(WRK-J)
           END-IF
       .
       0345-REPOE-PRODUTO          SECTION.
           ADD TAB-ITM-QTD(WRK-J) TO QT-PRODUTO
           REWRITE REG-PRODUTO
           MOVE CD-PRODUTO        TO WRK-MOV-PRODUTO
           MOVE 'ES'              TO WRK-MOV-TIPO
           MOVE TAB-ITM-QTD(WRK-J) TO WRK-MOV-QTD
           MOVE WRK-ID-SUSP       TO WRK-MOV-DOC
           CALL 'SUBESTMV' USING WRK-MOV-PRODUTO
                WRK-MOV-TIPO WRK-MOV-QTD
                WRK-MOV-DOC SP-OPERADOR
           MOVE 'S' TO WRK-PROD-ACHADO
       .
       0350-REPOE-COMPONENTES-KIT  SECTION.
      **** KIT VENDIDO PELO PROGVEND GRAVA O ITEM COM O DS-KIT E
      **** BAIXA O ESTOQUE COMPONENTE A COMPONENTE: O ESTORNO FAZ O
           END-PERFORM
       0350-FIM.
           EXIT.
       0360-REPOE-LOTES-VENDA     SECTION.
      **** DEVOLVE A CADA LOTE O QUE A VENDA WRK-ID-SUSP AINDA
      **** TEM TIRADO DELE NO LOTEVND.DAT E ZERA O REGISTRO, ENTAO
      **** RODAR DE NOVO NAO DEVOLVE DUAS VEZES.
           IF NOT WRK-LOTES-DISPONIVEIS
               GO TO 0360-FIM
           END-IF
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE WRK-ID-SUSP TO LVD-VND-ID
           MOVE LOW-VALUES TO LVD-LOTE
           START LOTEVND KEY IS NOT LESS THAN LVD-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-LOTE-EOF
           END-START
           PERFORM UNTIL WRK-LOTE-EOF EQUAL 'F'
               READ LOTEVND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-LOTE-EOF
                   NOT AT END
                       IF LVD-VND-ID NOT EQUAL WRK-ID-SUSP
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LVD-QTD > ZEROS
                               PERFORM 0360A-REPOE-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0360-FIM.
           EXIT.
       0360A-REPOE-UM-LOTE        SECTION.
           MOVE LVD-LOTE TO LOT-CHAVE
           READ ESTLOTE
               INVALID KEY
                   DISPLAY "LOTE " LOT-NR-LOTE " DO PRODUTO "
                           LOT-PRODUTO " NAO ENCONTRADO NO ESTLOTE."
               NOT INVALID KEY
                   ADD LVD-QTD TO LOT-QT-SALDO
                   REWRITE REG-LOTE
                   ADD 1 TO WRK-CT-LOTES
           END-READ
           MOVE ZEROS TO LVD-QTD
           REWRITE REG-LOTVND
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE SUSPENSA
           CLOSE VENDAS
               CLOSE KITMEST
               CLOSE KITCOMP
           END-IF
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
               CLOSE LOTEVND
           END-IF

           DISPLAY "SUSPENSAS ESTORNADAS: " WRK-CT-ESTORNADAS
                   "  ITENS: " WRK-CT-ITENS
                   "  SEM PRODUTO: " WRK-CT-SEM-PRODUTO
                   "  LOTES: " WRK-CT-LOTES
           IF WRK-CT-SEM-PRODUTO > ZEROS
               MOVE 8 TO RETURN-CODE
           END-IF
