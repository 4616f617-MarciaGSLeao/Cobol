      *==             STATUS), PARA O PROGRECB DAR ENTRADA NAS
      *==             MERCADORIAS E FECHAR O PEDIDO, E O PROGPRAZ
      *==             MEDIR A PONTUALIDADE DOS FORNECEDORES.
      *== 15/10/2026: O FORNECEDOR DO PEDIDO PASSA A SER O DE MENOR
      *==             CUSTO ENTRE OS PRECOS VIGENTES DA TABELA
      *==             PRECOFOR.DAT (LISTAS CARREGADAS PELO PROGTABF).
      *==             NO EMPATE VALE A MAIOR NOTA DE PONTUALIDADE DO
      *==             PRAZFORN.DAT (GRAVADO PELO PROGPRAZ) E DEPOIS O
      *==             FN-PRODUTO. A QUANTIDADE SUGERIDA SOBE ATE A
      *==             QUANTIDADE MINIMA DA LISTA E A TROCA DE
      *==             FORNECEDOR E AVISADA NO PEDIDO. SEM PRECO
      *==             VIGENTE, CONTINUA VALENDO O FN-PRODUTO.
      *== 15/10/2026: AS ENCOMENDAS DE CLIENTE AGUARDANDO MERCADORIA
      *==             NO ENCOMEND.DAT (COPY ENCOMFD, REGISTRADAS PELO
      *==             PROGVEND) ENTRAM NO PEDIDO POR CIMA DA
      *==             REPOSICAO, MESMO COM O PRODUTO ACIMA DO PONTO.
      *==             CADA ENCOMENDA PEDIDA RECEBE A DATA DO PEDIDO
      *==             (ENC-PED-DATA) E NAO E PEDIDA DE NOVO NOS DIAS
      *==             SEGUINTES; O PEDIDO REGERADO NO MESMO DIA A
      *==             CONTA OUTRA VEZ.
      *-----------------------------------------------------------------

      *=================================================================
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PED-CHAVE
               FILE STATUS IS WRK-FS-PEDLINHA.
           SELECT PRECOFOR ASSIGN TO "PRECOFOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PCF-CHAVE
               FILE STATUS IS WRK-FS-PRECOFOR.
           SELECT PRAZFORN ASSIGN TO "PRAZFORN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRZ-FORNECEDOR
               FILE STATUS IS WRK-FS-PRAZFORN.
           SELECT ENCOMEND ASSIGN TO "ENCOMEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ENC-NUMERO
               ALTERNATE RECORD KEY IS ENC-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-ENCOMEND.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
           03  PED-DT-ULT-RECEB      PIC 9(08).
           03  PED-STATUS            PIC X(01).

       FD  PRECOFOR.
       COPY PRECFD.

       FD  PRAZFORN.
       COPY PRAZFD.

       FD  ENCOMEND.
       COPY ENCOMFD.

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDCOMPRA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PEDLINHA==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRECOFOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRAZFORN==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ENCOMEND==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-PONTO-REPOSICAO       PIC 9(06)       VALUE 10.
       77 WRK-PRAZO-DIAS            PIC S9(03)      VALUE ZEROS.
       77 WRK-DT-PROMETIDA          PIC 9(08)       VALUE ZEROS.
       77 WRK-DUTIL-SIT             PIC X(01)       VALUE SPACES.
       77 WRK-PRECOFOR-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-PRECOFOR-OK                       VALUE '00'.
       77 WRK-PRAZFORN-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-PRAZFORN-OK                       VALUE '00'.
       77 WRK-EOF-PRECO             PIC X(01)       VALUE SPACE.
       77 WRK-FORN-CADASTRO         PIC 9(04)       VALUE ZEROS.
       77 WRK-FORN-ESCOLHIDO        PIC 9(04)       VALUE ZEROS.
       77 WRK-CUSTO-ESCOLHIDO       PIC 9(06)       VALUE ZEROS.
       77 WRK-CUSTO-CADASTRO        PIC 9(06)       VALUE ZEROS.
       77 WRK-MINIMA-ESCOLHIDO      PIC 9(06)       VALUE ZEROS.
       77 WRK-NOTA-ESCOLHIDO        PIC 9(03)V9     VALUE ZEROS.
       77 WRK-NOTA-CANDIDATO        PIC 9(03)V9     VALUE ZEROS.
       77 WRK-CT-TROCA-FORN         PIC 9(05)       VALUE ZEROS.
       77 WRK-CUSTO-FORM            PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-CUSTO-CAD-FORM        PIC ZZZ.ZZ9,99  VALUE ZEROS.
       77 WRK-ENCOMEND-ABERTO       PIC X(02)       VALUE SPACES.
           88 WRK-ENCOMEND-OK                       VALUE '00'.
       77 WRK-EOF-ENC               PIC X(01)       VALUE SPACE.
       77 WRK-QTD-ENCOMENDA         PIC 9(07)V999   VALUE ZEROS.
       77 WRK-QTD-ENC-INT           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ENCOMENDAS         PIC 9(05)       VALUE ZEROS.
       77 WRK-ENC-FORM              PIC ZZZ.ZZ9     VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
               STOP RUN
           END-IF

      **** TABELA DE PRECOS E NOTAS DE PONTUALIDADE SAO OPCIONAIS:
      **** SEM ELAS O PEDIDO SAI PARA O FN-PRODUTO, COMO ANTES.
           OPEN INPUT PRECOFOR
           MOVE WRK-FS-PRECOFOR TO WRK-PRECOFOR-ABERTO
           IF NOT FS-OK IN WRK-FS-PRECOFOR
              AND WRK-FS-PRECOFOR NOT EQUAL '35'
               DISPLAY "AVISO: TABELA PRECOFOR NAO ABERTA. FS="
                       WRK-FS-PRECOFOR
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOMP  '
                    'PRECOFOR  ' WRK-FS-PRECOFOR
               MOVE 8 TO RETURN-CODE
           END-IF

           OPEN INPUT PRAZFORN
           MOVE WRK-FS-PRAZFORN TO WRK-PRAZFORN-ABERTO
           IF NOT FS-OK IN WRK-FS-PRAZFORN
              AND WRK-FS-PRAZFORN NOT EQUAL '35'
               DISPLAY "AVISO: ARQUIVO PRAZFORN NAO ABERTO. FS="
                       WRK-FS-PRAZFORN
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOMP  '
                    'PRAZFORN  ' WRK-FS-PRAZFORN
               MOVE 8 TO RETURN-CODE
           END-IF

      **** SEM ENCOMENDAS REGISTRADAS O PEDIDO SAI SO COM A REPOSICAO.
           OPEN I-O ENCOMEND
           MOVE WRK-FS-ENCOMEND TO WRK-ENCOMEND-ABERTO
           IF NOT FS-OK IN WRK-FS-ENCOMEND
              AND WRK-FS-ENCOMEND NOT EQUAL '35'
               DISPLAY "AVISO: ARQUIVO ENCOMEND NAO ABERTO. FS="
                       WRK-FS-ENCOMEND
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCOMP  '
                    'ENCOMEND  ' WRK-FS-ENCOMEND
               MOVE 8 TO RETURN-CODE
           END-IF

           MOVE "============================================"
               TO REG-PEDCOMPRA
           WRITE REG-PEDCOMPRA
                           MOVE WRK-PONTO-REPOSICAO
                               TO WRK-PONTO-PRODUTO
                       END-IF
                       PERFORM 0230-SOMA-ENCOMENDAS
                       IF QT-PRODUTO < WRK-PONTO-PRODUTO
                          OR WRK-QTD-ENC-INT > ZEROS
                           PERFORM 0210-GRAVA-LINHA-PEDIDO
                       END-IF
               END-READ
       0210-GRAVA-LINHA-PEDIDO     SECTION.
      **** A QUANTIDADE SUGERIDA E A QTD DE COMPRA PROPRIA DO
      **** PRODUTO (QR-PRODUTO); SEM PARAMETRO, VALE A REGRA ANTIGA
      **** DO DOBRO DO PONTO MENOS O ESTOQUE ATUAL. AS ENCOMENDAS
      **** DE CLIENTE SOMAM POR CIMA (PRODUTO ACIMA DO PONTO SO COM
      **** ENCOMENDA PEDE SO A QUANTIDADE ENCOMENDADA).
           IF QT-PRODUTO NOT < WRK-PONTO-PRODUTO
               MOVE ZEROS TO WRK-QTD-SUGERIDA
           ELSE
           IF QR-PRODUTO > ZEROS
               MOVE QR-PRODUTO TO WRK-QTD-SUGERIDA
           ELSE
               COMPUTE WRK-QTD-SUGERIDA =
                   (WRK-PONTO-PRODUTO * 2) - QT-PRODUTO
           END-IF
           END-IF
           ADD WRK-QTD-ENC-INT TO WRK-QTD-SUGERIDA

           PERFORM 0205-ESCOLHE-FORNECEDOR
           IF WRK-MINIMA-ESCOLHIDO > WRK-QTD-SUGERIDA
               MOVE WRK-MINIMA-ESCOLHIDO TO WRK-QTD-SUGERIDA
           END-IF

           MOVE SPACES TO WRK-NOME-FORN
           IF WRK-FORN-ESCOLHIDO > ZEROS
               MOVE WRK-FORN-ESCOLHIDO TO CD-FORNECEDOR
               READ FORNECEDOR
                   INVALID KEY
                       MOVE "(FORNECEDOR NAO CADASTRADO)"
               INTO REG-PEDCOMPRA
           WRITE REG-PEDCOMPRA

           IF WRK-FORN-ESCOLHIDO NOT EQUAL WRK-FORN-CADASTRO
               ADD 1 TO WRK-CT-TROCA-FORN
               MOVE WRK-CUSTO-ESCOLHIDO TO WRK-CUSTO-FORM
               MOVE SPACES TO REG-PEDCOMPRA
               IF WRK-CUSTO-CADASTRO > ZEROS
                   MOVE WRK-CUSTO-CADASTRO TO WRK-CUSTO-CAD-FORM
                   STRING "   TROCA DO FORN. " DELIMITED BY SIZE
                          WRK-FORN-CADASTRO    DELIMITED BY SIZE
                          " PELO "             DELIMITED BY SIZE
                          WRK-FORN-ESCOLHIDO   DELIMITED BY SIZE
                          ": CUSTO "           DELIMITED BY SIZE
                          WRK-CUSTO-FORM       DELIMITED BY SIZE
                          " CONTRA "           DELIMITED BY SIZE
                          WRK-CUSTO-CAD-FORM   DELIMITED BY SIZE
                       INTO REG-PEDCOMPRA
               ELSE
                   STRING "   TROCA DO FORN. " DELIMITED BY SIZE
                          WRK-FORN-CADASTRO    DELIMITED BY SIZE
                          " PELO "             DELIMITED BY SIZE
                          WRK-FORN-ESCOLHIDO   DELIMITED BY SIZE
                          ": CUSTO "           DELIMITED BY SIZE
                          WRK-CUSTO-FORM       DELIMITED BY SIZE
                          " (CADASTRO SEM PRECO VIGENTE)"
                                               DELIMITED BY SIZE
                       INTO REG-PEDCOMPRA
               END-IF
               WRITE REG-PEDCOMPRA
           END-IF

           IF WRK-QTD-ENC-INT > ZEROS
               MOVE WRK-QTD-ENC-INT TO WRK-ENC-FORM
               MOVE SPACES TO REG-PEDCOMPRA
               STRING "   INCLUI ENCOMENDAS DE CLIENTE: "
                                            DELIMITED BY SIZE
                      WRK-ENC-FORM          DELIMITED BY SIZE
                   INTO REG-PEDCOMPRA
               WRITE REG-PEDCOMPRA
           END-IF

           PERFORM 0220-GRAVA-LINHA-ESTRUTURADA
           IF WRK-QTD-ENC-INT > ZEROS
               PERFORM 0235-MARCA-ENCOMENDAS
           END-IF
       .
       0205-ESCOLHE-FORNECEDOR     SECTION.
      **** MELHOR PRECO VIGENTE DO PRODUTO NA TABELA PRECOFOR: MENOR
      **** CUSTO; NO EMPATE, MAIOR NOTA DE PONTUALIDADE (FORNECEDOR
      **** SEM NOTA CONTA ZERO) E, PERSISTINDO, O FN-PRODUTO. SEM
      **** PRECO VIGENTE FICA O FN-PRODUTO, SEM QUANTIDADE MINIMA.
           MOVE ZEROS TO WRK-FORN-CADASTRO
           IF FN-PRODUTO NUMERIC
               MOVE FN-PRODUTO TO WRK-FORN-CADASTRO
           END-IF
           MOVE WRK-FORN-CADASTRO TO WRK-FORN-ESCOLHIDO
           MOVE ZEROS TO WRK-CUSTO-ESCOLHIDO
           MOVE ZEROS TO WRK-CUSTO-CADASTRO
           MOVE ZEROS TO WRK-MINIMA-ESCOLHIDO
           MOVE ZEROS TO WRK-NOTA-ESCOLHIDO
           IF NOT WRK-PRECOFOR-OK
               GO TO 0205-FIM
           END-IF

           MOVE SPACE      TO WRK-EOF-PRECO
           MOVE CD-PRODUTO TO PCF-PRODUTO
           MOVE ZEROS      TO PCF-FORNECEDOR
           START PRECOFOR KEY IS NOT LESS THAN PCF-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF-PRECO
           END-START

           PERFORM UNTIL WRK-EOF-PRECO EQUAL 'F'
               READ PRECOFOR NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-PRECO
                   NOT AT END
                       IF PCF-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF-PRECO
                       ELSE
                           IF PCF-DT-VALIDADE NOT < WRK-DATA-SISTEMA
                              AND PCF-CUSTO > ZEROS
                               PERFORM 0206-AVALIA-PRECO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       0205-FIM.
           EXIT.
       0206-AVALIA-PRECO           SECTION.
           IF PCF-FORNECEDOR EQUAL WRK-FORN-CADASTRO
               MOVE PCF-CUSTO TO WRK-CUSTO-CADASTRO
           END-IF

           MOVE ZEROS TO WRK-NOTA-CANDIDATO
           IF WRK-PRAZFORN-OK
               MOVE PCF-FORNECEDOR TO PRZ-FORNECEDOR
               READ PRAZFORN
                   NOT INVALID KEY
                       MOVE PRZ-NOTA TO WRK-NOTA-CANDIDATO
               END-READ
           END-IF

           IF WRK-CUSTO-ESCOLHIDO EQUAL ZEROS
              OR PCF-CUSTO < WRK-CUSTO-ESCOLHIDO
              OR (PCF-CUSTO EQUAL WRK-CUSTO-ESCOLHIDO
                  AND WRK-NOTA-CANDIDATO > WRK-NOTA-ESCOLHIDO)
              OR (PCF-CUSTO EQUAL WRK-CUSTO-ESCOLHIDO
                  AND WRK-NOTA-CANDIDATO EQUAL WRK-NOTA-ESCOLHIDO
                  AND PCF-FORNECEDOR EQUAL WRK-FORN-CADASTRO)
               MOVE PCF-FORNECEDOR     TO WRK-FORN-ESCOLHIDO
               MOVE PCF-CUSTO          TO WRK-CUSTO-ESCOLHIDO
               MOVE PCF-QT-MINIMA      TO WRK-MINIMA-ESCOLHIDO
               MOVE WRK-NOTA-CANDIDATO TO WRK-NOTA-ESCOLHIDO
           END-IF
       .
       0220-GRAVA-LINHA-ESTRUTURADA SECTION.
      **** LINHA ESTRUTURADA DO PEDIDO (UM PEDIDO POR DATA), COM A
      **** (PEDIDO REGERADO), A QUANTIDADE SUGERIDA E REGRAVADA SEM
      **** PERDER O QUE JA FOI RECEBIDO.
           MOVE WRK-DATA-SISTEMA TO WRK-DT-PROMETIDA
           IF WRK-FORN-ESCOLHIDO > ZEROS
              AND PZ-ENTREGA-DIAS NUMERIC
               MOVE PZ-ENTREGA-DIAS TO WRK-PRAZO-DIAS
               CALL 'SUBDUTIL' USING WRK-DATA-SISTEMA WRK-PRAZO-DIAS

           MOVE WRK-DATA-SISTEMA TO PED-DATA
           MOVE CD-PRODUTO       TO PED-PRODUTO
           MOVE WRK-FORN-ESCOLHIDO TO PED-FORNECEDOR
           MOVE WRK-QTD-SUGERIDA TO PED-QTD-PEDIDA
           MOVE ZEROS            TO PED-QTD-RECEBIDA
           MOVE WRK-DT-PROMETIDA TO PED-DT-PROMETIDA
                   CONTINUE
           END-WRITE
       .
       0230-SOMA-ENCOMENDAS        SECTION.
      **** ENCOMENDAS AGUARDANDO MERCADORIA E AINDA NAO PEDIDAS (OU
      **** PEDIDAS HOJE, QUANDO O PEDIDO E REGERADO), PELA CHAVE
      **** ALTERNATIVA DO PRODUTO. O PESADO ENCOMENDADO COM FRACAO
      **** E ARREDONDADO PARA CIMA NA QUANTIDADE INTEIRA DO PEDIDO.
           MOVE ZEROS TO WRK-QTD-ENCOMENDA
           MOVE ZEROS TO WRK-QTD-ENC-INT
           IF NOT WRK-ENCOMEND-OK
               GO TO 0230-FIM
           END-IF
           MOVE SPACE      TO WRK-EOF-ENC
           MOVE CD-PRODUTO TO ENC-PRODUTO
           START ENCOMEND KEY IS EQUAL TO ENC-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF-ENC
           END-START
           PERFORM UNTIL WRK-EOF-ENC EQUAL 'F'
               READ ENCOMEND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-ENC
                   NOT AT END
                       IF ENC-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF-ENC
                       ELSE
                           IF ENC-AGUARDANDO
                              AND (ENC-PED-DATA EQUAL ZEROS
                                   OR ENC-PED-DATA EQUAL
                                      WRK-DATA-SISTEMA)
                               ADD ENC-QTD TO WRK-QTD-ENCOMENDA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           MOVE WRK-QTD-ENCOMENDA TO WRK-QTD-ENC-INT
           IF WRK-QTD-ENC-INT < WRK-QTD-ENCOMENDA
               ADD 1 TO WRK-QTD-ENC-INT
           END-IF
       0230-FIM.
           EXIT.
       0235-MARCA-ENCOMENDAS       SECTION.
      **** GRAVA A DATA DESTE PEDIDO NAS ENCOMENDAS QUE ENTRARAM NELE.
           MOVE SPACE      TO WRK-EOF-ENC
           MOVE CD-PRODUTO TO ENC-PRODUTO
           START ENCOMEND KEY IS EQUAL TO ENC-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF-ENC
           END-START
           PERFORM UNTIL WRK-EOF-ENC EQUAL 'F'
               READ ENCOMEND NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF-ENC
                   NOT AT END
                       IF ENC-PRODUTO NOT EQUAL CD-PRODUTO
                           MOVE 'F' TO WRK-EOF-ENC
                       ELSE
                           IF ENC-AGUARDANDO
                              AND ENC-PED-DATA EQUAL ZEROS
                               MOVE WRK-DATA-SISTEMA TO ENC-PED-DATA
                               REWRITE REG-ENCOMENDA
                               ADD 1 TO WRK-CT-ENCOMENDAS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0300-FECHA-ARQUIVOS         SECTION.
           MOVE "============================================"
               TO REG-PEDCOMPRA
               INTO REG-PEDCOMPRA
           WRITE REG-PEDCOMPRA

           MOVE WRK-CT-TROCA-FORN TO WRK-CT-FORM
           MOVE SPACES TO REG-PEDCOMPRA
           STRING "ITENS C/ OUTRO FORN..: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-PEDCOMPRA
           WRITE REG-PEDCOMPRA

           MOVE WRK-CT-ENCOMENDAS TO WRK-CT-FORM
           MOVE SPACES TO REG-PEDCOMPRA
           STRING "ENCOMENDAS PEDIDAS...: " DELIMITED BY SIZE
                  WRK-CT-FORM                DELIMITED BY SIZE
               INTO REG-PEDCOMPRA
           WRITE REG-PEDCOMPRA

           CLOSE PRODUTO
           CLOSE FORNECEDOR
           CLOSE PEDCOMPRA
           CLOSE PEDLINHA
           IF WRK-PRECOFOR-OK
               CLOSE PRECOFOR
           END-IF
           IF WRK-PRAZFORN-OK
               CLOSE PRAZFORN
           END-IF
           IF WRK-ENCOMEND-OK
               CLOSE ENCOMEND
           END-IF

           DISPLAY "PEDIDO DE COMPRA GRAVADO EM PEDCOMPRA.DAT."
           DISPLAY "LINHAS ESTRUTURADAS EM PEDLINHA.DAT (PEDIDO DE "
                   WRK-DATA-SISTEMA ")."
           DISPLAY "ITENS NO PEDIDO: " WRK-CT-PEDIDOS
                   "  SEM FORNECEDOR: " WRK-CT-SEM-FORNECEDOR
           DISPLAY "ITENS COM FORNECEDOR TROCADO PELO MELHOR PRECO: "
                   WRK-CT-TROCA-FORN
           DISPLAY "ENCOMENDAS DE CLIENTE INCLUIDAS NO PEDIDO: "
                   WRK-CT-ENCOMENDAS
       .
       END PROGRAM PROGCOMP.
