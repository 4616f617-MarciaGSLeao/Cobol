      *==           QUEIMA DE ESTOQUE. SAIDA EM RELGIRO.DAT.
      *== DATA: 02/09/2026
      *== OBSERVACOES:
      *== 15/10/2026: O MOVIMENTO E SOMADO PELO CODIGO DO PRODUTO DA
      *==             LINHA (REG-ITM-PRODUTO) E CRUZADO COM O CADASTRO
      *==             PELO CD-PRODUTO, E NAO MAIS PELA DESCRICAO: UM
      *==             PRODUTO RENOMEADO NAO PERDE MAIS O HISTORICO.
      *==             LINHA SEM CODIGO (KIT, FRETE, SINAL) FICA FORA.
      *== 15/10/2026: ALEM DO VENDAS.DAT, O MOVIMENTO DO PERIODO PASSA
      *==             A SER LIDO TAMBEM DOS ARQUIVOS MORTOS
      *==             (VENDAS-AAAAMM.DAT DO PROGARQV) DE CADA MES DO
      *==             PERIODO: O GIRO PRECISA DA QUANTIDADE POR
      *==             PRODUTO, QUE O RESUMO DIARIO (RESVDIA.DAT) NAO
      *==             TRAZ, E UM PERIODO COM MES JA ARQUIVADO SAIA
      *==             COM TUDO "SEM GIRO".
      *-----------------------------------------------------------------

      *=================================================================
           SELECT RELGIRO ASSIGN TO "RELGIRO.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELGIRO.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  RELGIRO.
       01  REG-RELGIRO               PIC X(110).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELGIRO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DIN-FORM              PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-COB-FORM              PIC ZZZ.ZZ9     VALUE ZEROS.
       77 WRK-RITMO                 PIC 9(06)V999   VALUE ZEROS.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  SOMA DE VENDAS POR CODIGO DO PRODUTO.
       01  TAB-MOVIMENTO.
           03  TAB-MOV-REG OCCURS 200 TIMES
                           INDEXED BY IDX-MOV.
               05  TAB-MOV-CODIGO    PIC 9(06).
               05  TAB-MOV-QTD       PIC S9(08)V999.
       77 WRK-CT-MOV                 PIC 9(03)       VALUE ZEROS.


           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0250-APURA-MORTO
               PERFORM 0260-PROXIMO-MES
           END-PERFORM
           PERFORM 0300-CRUZA-PRODUTOS
           PERFORM 0400-ORDENA-QUEIMA
           PERFORM 0500-GRAVA-RELATORIO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0205-FILTRA-ITEM
               END-READ
           END-PERFORM
       .
       0205-FILTRA-ITEM            SECTION.
           IF (REG-ITM-TIPO EQUAL 'D'
               OR REG-ITM-TIPO EQUAL 'C'
               OR REG-ITM-TIPO EQUAL 'V')
              AND REG-ITM-ID(1:8) NUMERIC
              AND REG-ITM-PRODUTO NUMERIC
              AND REG-ITM-PRODUTO > ZEROS
               MOVE REG-ITM-ID(1:8) TO WRK-ITM-DATA
               IF WRK-ITM-DATA >= WRK-DATA-INI
                  AND WRK-ITM-DATA <= WRK-DATA-FIM
                   PERFORM 0210-ACUMULA-ITEM
               END-IF
           END-IF
       .
       0210-ACUMULA-ITEM           SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-MOV
               IF TAB-MOV-CODIGO(WRK-I) EQUAL REG-ITM-PRODUTO
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
               IF WRK-CT-MOV < 200
                   ADD 1 TO WRK-CT-MOV
                   SET IDX-MOV TO WRK-CT-MOV
                   MOVE REG-ITM-PRODUTO TO TAB-MOV-CODIGO(IDX-MOV)
                   MOVE ZEROS        TO TAB-MOV-QTD(IDX-MOV)
                   MOVE WRK-CT-MOV   TO WRK-POS
               ELSE
           END-IF
       0210-FIM.
           EXIT.
       0250-APURA-MORTO            SECTION.
      **** ARQUIVO MORTO DO MES (VENDAS-AAAAMM.DAT, MESMO LAYOUT DO
      **** VENDFD). MES AINDA NAO ARQUIVADO (FS=35) ESTA TODO NO
      **** VENDAS.DAT. A LINHA E LEVADA PARA A AREA DO VENDAS, QUE
      **** SEGUE ABERTO, PARA PASSAR PELO MESMO FILTRO.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "VENDAS-"        DELIMITED BY SIZE
                  WRK-MES          DELIMITED BY SIZE
                  ".DAT"           DELIMITED BY SIZE
               INTO WRK-NOME-MORTO
           END-STRING
           OPEN INPUT ARQMORTO
           IF WRK-FS-ARQMORTO EQUAL '35'
               GO TO 0250-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DA APURACAO."
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO(1:91) TO REG-VENDA-ITEM
                       PERFORM 0205-FILTRA-ITEM
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0250-FIM.
           EXIT.
       0260-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0300-CRUZA-PRODUTOS         SECTION.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CD-PRODUTO
           MOVE ZEROS TO TAB-GIR-VENDIDO(IDX-GIR)
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-MOV
               IF TAB-MOV-CODIGO(WRK-I) EQUAL CD-PRODUTO
                   MOVE TAB-MOV-QTD(WRK-I)
                       TO TAB-GIR-VENDIDO(IDX-GIR)
               END-IF
