      *== 02/09/2026: QUANTIDADES PASSARAM A TRES CASAS DECIMAIS,
      *==             ACOMPANHANDO OS PRODUTOS PESADOS (UM-PRODUTO
      *==             'KG' NO CADASTRO PRODUTO).
      *== 15/10/2026: O SALDO DAS ORFAS E APURADO POR VENDA E CODIGO
      *==             DO PRODUTO DA LINHA (REG-ITM-PRODUTO), QUE A
      *==             LINHA 'C' DO ESTORNO TAMBEM CARREGA, E A
      *==             REPOSICAO LE O PRODUTO DIRETO PELA CHAVE. A
      *==             BUSCA PELA DESCRICAO FICA SO PARA A LINHA SEM
      *==             CODIGO (KIT OU LINHA ANTIGA NAO IDENTIFICADA).
      *== 15/10/2026: A LINHA 'C' DE ESTORNO SAI COM O MOTIVO DA
      *==             DEVOLUCAO (REG-ITM-MOTIVO) EM BRANCO.
      *== 15/10/2026: O ESTORNO DE ORFAS DEVOLVE TAMBEM AO ESTLOTE.DAT
      *==             O SALDO DOS LOTES QUE CADA VENDA ORFA TIROU,
      *==             REGISTRADO PELO PROGVEND NO LOTEVND.DAT (COPY
      *==             LOTVFD).
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-SUSP
               FILE STATUS IS WRK-FS-SUSPENSA.
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
           SELECT RELRECON ASSIGN TO "RELRECON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELRECON.
           03  SP-PDV                PIC 9(02).
           03  SP-STATUS             PIC X(01).

       FD  ESTLOTE.
       COPY LOTEFD.

       FD  LOTEVND.
       COPY LOTVFD.

       FD  RELRECON.
       01  REG-RELRECON              PIC X(80).

       77 WRK-KIT-EOF               PIC X(01)       VALUE SPACE.
       77 WRK-KIT-CODIGO            PIC 9(04)       VALUE ZEROS.
       77 WRK-QTD-COMPONENTE        PIC S9(07)V999  VALUE ZEROS.
       77 WRK-FS-ESTLOTE            PIC X(02)       VALUE SPACES.
       77 WRK-FS-LOTEVND            PIC X(02)       VALUE SPACES.
       77 WRK-LOTES-OK              PIC X(01)       VALUE 'N'.
           88 WRK-LOTES-DISPONIVEIS                 VALUE 'S'.
       77 WRK-LOTE-EOF              PIC X(01)       VALUE SPACE.
       77 WRK-CT-LOTES              PIC 9(05)       VALUE ZEROS.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-CT-CONFEREM           PIC 9(05)       VALUE ZEROS.
           03  TAB-ORF-REG OCCURS 200 TIMES
                           INDEXED BY IDX-ORF.
               05  TAB-ORF-ID        PIC X(14).
               05  TAB-ORF-PRODUTO   PIC 9(06).
               05  TAB-ORF-NOME      PIC X(30).
               05  TAB-ORF-QTD       PIC S9(07)V999.
               05  TAB-ORF-PRECO-UNIT PIC 9(06).
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-CT-ORF-ITENS
               IF TAB-ORF-ID(WRK-J) EQUAL REG-ITM-ID
                  AND TAB-ORF-PRODUTO(WRK-J) EQUAL REG-ITM-PRODUTO
                  AND (REG-ITM-PRODUTO > ZEROS
                   OR TAB-ORF-NOME(WRK-J) EQUAL REG-ITM-NOME)
                   MOVE WRK-J TO WRK-POS-ORF
               END-IF
           END-PERFORM
                   ADD 1 TO WRK-CT-ORF-ITENS
                   SET IDX-ORF TO WRK-CT-ORF-ITENS
                   MOVE REG-ITM-ID         TO TAB-ORF-ID(IDX-ORF)
                   MOVE REG-ITM-PRODUTO    TO TAB-ORF-PRODUTO(IDX-ORF)
                   MOVE REG-ITM-NOME       TO TAB-ORF-NOME(IDX-ORF)
                   MOVE ZEROS              TO TAB-ORF-QTD(IDX-ORF)
                   MOVE REG-ITM-PRECO-UNIT
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
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-CT-ORF-ITENS
               IF TAB-ORF-QTD(WRK-J) > ZEROS
                   PERFORM 0610-GRAVA-ESTORNO
               END-IF
           END-PERFORM
           PERFORM VARYING WRK-K FROM 1 BY 1
                   UNTIL WRK-K > WRK-CT-CONC
               IF TAB-CONC-TEM-CAB(WRK-K) EQUAL 'N'
                   MOVE TAB-CONC-ID(WRK-K) TO WRK-ID-CORRENTE
                   PERFORM 0640-REPOE-LOTES-VENDA
               END-IF
           END-PERFORM

           MOVE WRK-CT-ESTORNADOS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELRECON
                  WRK-CT-FORM                        DELIMITED BY SIZE
               INTO REG-RELRECON
           WRITE REG-RELRECON
           MOVE WRK-CT-LOTES TO WRK-CT-FORM
           MOVE SPACES TO REG-RELRECON
           STRING "LOTES COM SALDO DEVOLVIDO...: " DELIMITED BY SIZE
                  WRK-CT-FORM                       DELIMITED BY SIZE
               INTO REG-RELRECON
           WRITE REG-RELRECON
           MOVE "============================================"
               TO REG-RELRECON
           WRITE REG-RELRECON
               CLOSE KITMEST
               CLOSE KITCOMP
           END-IF
           IF WRK-LOTES-DISPONIVEIS
               CLOSE ESTLOTE
               CLOSE LOTEVND
           END-IF
       .
       0610-GRAVA-ESTORNO          SECTION.
           MOVE 'C'                      TO REG-ITM-TIPO
           MOVE TAB-ORF-CATEGORIA(WRK-J) TO REG-ITM-CATEGORIA
           MOVE TAB-ORF-PDV(WRK-J)       TO REG-ITM-PDV
           MOVE TAB-ORF-FILIAL(WRK-J)    TO REG-ITM-FILIAL
           MOVE TAB-ORF-PRODUTO(WRK-J)   TO REG-ITM-PRODUTO
           MOVE SPACE                    TO REG-ITM-MOTIVO
           WRITE REG-VENDA-ITEM
           ADD 1 TO WRK-CT-ESTORNADOS

           END-PERFORM
       .
       0620-REPOE-ESTOQUE          SECTION.
      **** ITEM COM CODIGO: O PRODUTO E LIDO DIRETO PELA CHAVE. SEM
      **** CODIGO (KIT OU LINHA ANTIGA), A REPOSICAO VARRE O CADASTRO
      **** PRODUTO ATRAS DO DS-PRODUTO IGUAL AO NOME GRAVADO NO ITEM
      **** E, NAO ACHANDO, O KIT.
           MOVE 'N' TO WRK-PROD-ACHADO
           IF TAB-ORF-PRODUTO(WRK-J) > ZEROS
               MOVE TAB-ORF-PRODUTO(WRK-J) TO CD-PRODUTO
               READ PRODUTO
                   NOT INVALID KEY
                       PERFORM 0625-REPOE-PRODUTO
               END-READ
               GO TO 0620-AVISA
           END-IF
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF DS-PRODUTO EQUAL TAB-ORF-NOME(WRK-J)
                           PERFORM 0625-REPOE-PRODUTO
                           MOVE 'F' TO WRK-EOF
                       END-IF
               END-READ
              AND WRK-KITS-DISPONIVEIS
               PERFORM 0630-REPOE-COMPONENTES-KIT
           END-IF
       0620-AVISA.
           IF NOT WRK-PRODUTO-ACHADO
               ADD 1 TO WRK-CT-SEM-PRODUTO
               DISPLAY "PRODUTO NAO ENCONTRADO NO CADASTRO PARA "
                       "REPOSICAO: " TAB-ORF-NOME(WRK-J)
           END-IF
       .
       0625-REPOE-PRODUTO          SECTION.
           ADD TAB-ORF-QTD(WRK-J) TO QT-PRODUTO
           REWRITE REG-PRODUTO
           MOVE CD-PRODUTO        TO WRK-MOV-PRODUTO
           MOVE 'ES'              TO WRK-MOV-TIPO
           MOVE TAB-ORF-QTD(WRK-J) TO WRK-MOV-QTD
           MOVE TAB-ORF-ID(WRK-J) TO WRK-MOV-DOC
           CALL 'SUBESTMV' USING WRK-MOV-PRODUTO
                WRK-MOV-TIPO WRK-MOV-QTD
                WRK-MOV-DOC WRK-MOV-OPER
           MOVE 'S' TO WRK-PROD-ACHADO
       .
       0630-REPOE-COMPONENTES-KIT  SECTION.
      **** KIT VENDIDO PELO PROGVEND GRAVA O ITEM COM O DS-KIT E
      **** BAIXA O ESTOQUE COMPONENTE A COMPONENTE: O ESTORNO FAZ O
           END-PERFORM
       0630-FIM.
           EXIT.
       0640-REPOE-LOTES-VENDA     SECTION.
      **** DEVOLVE A CADA LOTE O QUE A VENDA WRK-ID-CORRENTE AINDA
      **** TEM TIRADO DELE NO LOTEVND.DAT E ZERA O REGISTRO, ENTAO
      **** RODAR DE NOVO NAO DEVOLVE DUAS VEZES.
           IF NOT WRK-LOTES-DISPONIVEIS
               GO TO 0640-FIM
           END-IF
           MOVE SPACE TO WRK-LOTE-EOF
           MOVE WRK-ID-CORRENTE TO LVD-VND-ID
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
                       IF LVD-VND-ID NOT EQUAL WRK-ID-CORRENTE
                           MOVE 'F' TO WRK-LOTE-EOF
                       ELSE
                           IF LVD-QTD > ZEROS
                               PERFORM 0640A-REPOE-UM-LOTE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0640-FIM.
           EXIT.
       0640A-REPOE-UM-LOTE        SECTION.
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
       0700-FECHA-ARQUIVOS         SECTION.
           MOVE WRK-CT-CONFEREM TO WRK-CT-FORM
           MOVE SPACES TO REG-RELRECON
