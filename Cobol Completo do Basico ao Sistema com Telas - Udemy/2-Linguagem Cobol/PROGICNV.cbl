       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGICNV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CONVERSAO UNICA DAS LINHAS DE ITEM DO MOVIMENTO DE
      *==           VENDAS PARA O LAYOUT COM O CODIGO DO PRODUTO
      *==           (REG-ITM-PRODUTO, ITEM DE 85 PARA 92 BYTES NO
      *==           COPYBOOK VENDFD, COM O MOTIVO DA DEVOLUCAO
      *==           REG-ITM-MOTIVO EM BRANCO, COMO TODA DEVOLUCAO
      *==           ANTERIOR AO MOTIVO). O OPERADOR RENOMEIA O
      *==           VENDAS.DAT ANTIGO PARA VENDAS-ANT.DAT E CADA
      *==           ARQUIVO MORTO A CONVERTER DE VENDAS-AAAAMM.DAT PARA
      *==           VENDAS-AAAAMM-ANT.DAT, E RODA ESTE PROGRAMA: O
      *==           VENDAS.DAT E RECRIADO DO ZERO (OPEN OUTPUT) E
      *==           DEPOIS SAO PEDIDOS OS MESES DOS MORTOS, UM POR VEZ
      *==           (ZEROS = FIM). RODAR DE NOVO APOS UMA FALHA APENAS
      *==           REFAZ A CONVERSAO, SEM DUPLICAR NADA. SEM A
      *==           CONVERSAO, O VENDAS.DAT ANTERIOR NAO CASA COM O
      *==           NOVO TAMANHO DO ITEM. MESMO MOLDE DO PROGVCNV.
      *==           O CODIGO E ACHADO PELA DESCRICAO GRAVADA NO ITEM
      *==           CONTRA O CADASTRO PRODUTO: SO UM PRODUTO COM A
      *==           MESMA DESCRICAO = CODIGO GRAVADO; NENHUM OU MAIS DE
      *==           UM = CODIGO ZERADO E UMA LINHA NA LISTA DE
      *==           EXCECOES ITEMEXC.DAT. FRETE DE ENTREGA, SINAL DE
      *==           ENCOMENDA E KIT (DS-KIT DO KITMEST) NAO SAO
      *==           PRODUTO: FICAM COM ZEROS, SEM EXCECAO.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *-----------------------------------------------------------------

      *=================================================================
       ENVIRONMENT DIVISION.
       CONFIGURATION   SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *=================================================================
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VENDASANT ASSIGN TO "VENDAS-ANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ANT-CHAVE
               FILE STATUS IS WRK-FS-VENDASANT.
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT KITMEST ASSIGN TO "KITMEST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CD-KIT
               FILE STATUS IS WRK-FS-KITMEST.
           SELECT MORTOANT ASSIGN TO DYNAMIC WRK-NOME-ANT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MORTOANT.
           SELECT MORTONOVO ASSIGN TO DYNAMIC WRK-NOME-NOVO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-MORTONOVO.
           SELECT ITEMEXC ASSIGN TO "ITEMEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ITEMEXC.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
      **** LAYOUT ANTERIOR DO VENDAS.DAT: CABECALHO 70, ITEM 85 E
      **** PAGAMENTO 30 BYTES. SO A CHAVE E A DESCRICAO DO ITEM SAO
      **** OLHADAS; O RESTO E COPIADO COMO ESTA.
       FD  VENDASANT.
       01  REG-ANT-ITEM.
           03  ANT-TIPO              PIC X(01).
           03  ANT-CHAVE.
               05  ANT-ID            PIC X(14).
               05  ANT-SEQ           PIC 9(04).
           03  ANT-NOME              PIC X(30).
           03  FILLER                PIC X(36).
       01  REG-ANT-CAB               PIC X(70).
       01  REG-ANT-PAGTO             PIC X(30).

       FD  VENDAS.
       COPY VENDFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  KITMEST.
       01  REG-KITMEST.
           03  CD-KIT                PIC 9(04).
           03  DS-KIT                PIC X(30).
           03  PR-KIT                PIC 9(06).
           03  CT-KIT                PIC 9(01).

       FD  MORTOANT.
       01  REG-MORTOANT              PIC X(90).

       FD  MORTONOVO.
       01  REG-MORTONOVO             PIC X(100).

       FD  ITEMEXC.
       01  REG-ITEMEXC               PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDASANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MORTOANT==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-MORTONOVO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ITEMEXC==.
       77 WRK-FS-KITMEST            PIC X(02)       VALUE SPACES.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-VIVO-ABERTO           PIC X(01)       VALUE 'N'.
           88 WRK-TEM-VIVO                          VALUE 'S'.
       77 WRK-FIM-MORTOS            PIC X(01)       VALUE 'N'.
       77 WRK-TAB-CHEIA             PIC X(01)       VALUE 'N'.
       77 WRK-MES-MORTO             PIC X(06)       VALUE SPACES.
       77 WRK-NOME-ANT              PIC X(24)       VALUE SPACES.
       77 WRK-NOME-NOVO             PIC X(20)       VALUE SPACES.
       77 WRK-NOME-BUSCA            PIC X(30)       VALUE SPACES.
       77 WRK-ORIGEM                PIC X(20)       VALUE SPACES.
       77 WRK-EXC-ID                PIC X(14)       VALUE SPACES.
       77 WRK-EXC-SEQ               PIC X(04)       VALUE SPACES.
       77 WRK-MOTIVO                PIC X(26)       VALUE SPACES.
       77 WRK-CD-ACHADO             PIC 9(06)       VALUE ZEROS.
       77 WRK-CT-ACHADOS            PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-ACHADOS-FORM       PIC ZZ9         VALUE ZEROS.
       77 WRK-I                     PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-PROD-TAB           PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-KIT-TAB            PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-LIDOS              PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-GRAVADOS           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-REJEITADOS         PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ITENS              PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-IDENTIFICADOS      PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ESPECIAIS          PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-EXCECOES           PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-MORTOS             PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-MORTO-LINHAS       PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-FORM               PIC Z.ZZZ.ZZ9   VALUE ZEROS.

      *==  DESCRICAO E CODIGO DE CADA PRODUTO DO CADASTRO, E AS
      *==  DESCRICOES DOS KITS, PARA IDENTIFICAR A LINHA SEM LER O
      *==  CADASTRO INTEIRO A CADA ITEM.
       01  TAB-PRODUTOS.
           03  TAB-PRD-REG OCCURS 5000 TIMES
                           INDEXED BY IDX-PRD.
               05  TAB-PRD-NOME      PIC X(30).
               05  TAB-PRD-CODIGO    PIC 9(06).
       01  TAB-KITS.
           03  TAB-KIT-NOME          PIC X(30) OCCURS 500 TIMES.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           PERFORM 0100-CARREGA-CADASTROS
           PERFORM 0200-ABRE-ARQUIVOS
           IF WRK-TEM-VIVO
               PERFORM 0300-CONVERTE-VIVO
           END-IF
           PERFORM 0500-CONVERTE-MORTOS
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-CARREGA-CADASTROS      SECTION.
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF WRK-CT-PROD-TAB < 5000
                           ADD 1 TO WRK-CT-PROD-TAB
                           SET IDX-PRD TO WRK-CT-PROD-TAB
                           MOVE DS-PRODUTO TO TAB-PRD-NOME(IDX-PRD)
                           MOVE CD-PRODUTO TO TAB-PRD-CODIGO(IDX-PRD)
                       ELSE
                           MOVE 'S' TO WRK-TAB-CHEIA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PRODUTO
           IF WRK-TAB-CHEIA EQUAL 'S'
               DISPLAY "TABELA DE PRODUTOS CHEIA (5000). OS PRODUTOS "
                       "EXCEDENTES NAO SERAO IDENTIFICADOS."
           END-IF

      **** SEM O KITMEST, A LINHA DE KIT CAI NA LISTA DE EXCECOES
      **** COMO DESCRICAO SEM PRODUTO.
           OPEN INPUT KITMEST
           IF WRK-FS-KITMEST EQUAL '00'
               MOVE SPACE TO WRK-EOF
               PERFORM UNTIL WRK-EOF EQUAL 'F'
                   READ KITMEST
                       AT END
                           MOVE 'F' TO WRK-EOF
                       NOT AT END
                           IF WRK-CT-KIT-TAB < 500
                               ADD 1 TO WRK-CT-KIT-TAB
                               MOVE DS-KIT
                                   TO TAB-KIT-NOME(WRK-CT-KIT-TAB)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KITMEST
           END-IF
       .
       0200-ABRE-ARQUIVOS          SECTION.
           OPEN OUTPUT ITEMEXC
           IF NOT FS-OK IN WRK-FS-ITEMEXC
               DISPLAY "ERRO AO CRIAR O ARQUIVO ITEMEXC. FS="
                       WRK-FS-ITEMEXC
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'ITEMEXC   ' WRK-FS-ITEMEXC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "EXCECOES DA CONVERSAO DO CODIGO DE PRODUTO NO VENDAS"
               TO REG-ITEMEXC
           WRITE REG-ITEMEXC
           MOVE "ARQUIVO              VENDA          SEQ  DESCRICAO"
               TO REG-ITEMEXC
           WRITE REG-ITEMEXC

      **** SEM O VENDAS-ANT.DAT O MOVIMENTO VIVO JA FOI CONVERTIDO
      **** (OU AINDA NAO FOI RENOMEADO): SEGUE SO PARA OS MORTOS.
           OPEN INPUT VENDASANT
           IF WRK-FS-VENDASANT EQUAL '35'
               DISPLAY "ARQUIVO VENDAS-ANT.DAT NAO ENCONTRADO. O "
                       "VENDAS.DAT NAO SERA CONVERTIDO."
               MOVE 4 TO RETURN-CODE
               GO TO 0200-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-VENDASANT
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS-ANT. FS="
                       WRK-FS-VENDASANT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'VENDASANT ' WRK-FS-VENDASANT
               CLOSE ITEMEXC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO CRIAR O VENDAS.DAT. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'VENDAS    ' WRK-FS-VENDAS
               CLOSE VENDASANT
               CLOSE ITEMEXC
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'S' TO WRK-VIVO-ABERTO
       0200-FIM.
           EXIT.
       0300-CONVERTE-VIVO          SECTION.
           MOVE "VENDAS.DAT" TO WRK-ORIGEM
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDASANT
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       ADD 1 TO WRK-CT-LIDOS
                       PERFORM 0310-CONVERTE-LINHA
               END-READ
           END-PERFORM
       .
       0310-CONVERTE-LINHA         SECTION.
           EVALUATE ANT-TIPO
               WHEN 'H'
                   MOVE REG-ANT-CAB TO REG-VENDA-CAB
                   WRITE REG-VENDA-CAB
                       INVALID KEY
                           ADD 1 TO WRK-CT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CT-GRAVADOS
                   END-WRITE
               WHEN 'P'
                   MOVE REG-ANT-PAGTO TO REG-VENDA-PAGTO
                   WRITE REG-VENDA-PAGTO
                       INVALID KEY
                           ADD 1 TO WRK-CT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CT-GRAVADOS
                   END-WRITE
               WHEN 'D'
               WHEN 'C'
               WHEN 'V'
                   MOVE REG-ANT-ITEM TO REG-VENDA-ITEM
                   MOVE ANT-NOME     TO WRK-NOME-BUSCA
                   MOVE ANT-ID       TO WRK-EXC-ID
                   MOVE ANT-SEQ      TO WRK-EXC-SEQ
                   PERFORM 0400-IDENTIFICA-PRODUTO
                   MOVE WRK-CD-ACHADO TO REG-ITM-PRODUTO
                   WRITE REG-VENDA-ITEM
                       INVALID KEY
                           ADD 1 TO WRK-CT-REJEITADOS
                       NOT INVALID KEY
                           ADD 1 TO WRK-CT-GRAVADOS
                   END-WRITE
               WHEN OTHER
                   ADD 1 TO WRK-CT-REJEITADOS
                   DISPLAY "LINHA COM TIPO DESCONHECIDO IGNORADA: "
                           ANT-TIPO " " ANT-ID
           END-EVALUATE
       .
       0400-IDENTIFICA-PRODUTO     SECTION.
      **** DEVOLVE EM WRK-CD-ACHADO O CODIGO DO UNICO PRODUTO COM A
      **** DESCRICAO WRK-NOME-BUSCA, OU ZEROS. NENHUM OU MAIS DE UM
      **** PRODUTO VAI PARA A LISTA DE EXCECOES.
           ADD 1 TO WRK-CT-ITENS
           MOVE ZEROS TO WRK-CD-ACHADO
           MOVE ZEROS TO WRK-CT-ACHADOS
           IF WRK-NOME-BUSCA EQUAL "FRETE DE ENTREGA"
              OR WRK-NOME-BUSCA(1:16) EQUAL "SINAL ENCOMENDA "
               ADD 1 TO WRK-CT-ESPECIAIS
               GO TO 0400-FIM
           END-IF

           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-PROD-TAB
               IF TAB-PRD-NOME(WRK-I) EQUAL WRK-NOME-BUSCA
                   ADD 1 TO WRK-CT-ACHADOS
                   MOVE TAB-PRD-CODIGO(WRK-I) TO WRK-CD-ACHADO
               END-IF
           END-PERFORM
           IF WRK-CT-ACHADOS EQUAL 1
               ADD 1 TO WRK-CT-IDENTIFICADOS
               GO TO 0400-FIM
           END-IF
           MOVE ZEROS TO WRK-CD-ACHADO

           IF WRK-CT-ACHADOS EQUAL ZEROS
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-CT-KIT-TAB
                   IF TAB-KIT-NOME(WRK-I) EQUAL WRK-NOME-BUSCA
                       MOVE 1 TO WRK-CT-ACHADOS
                   END-IF
               END-PERFORM
               IF WRK-CT-ACHADOS EQUAL 1
                   ADD 1 TO WRK-CT-ESPECIAIS
                   GO TO 0400-FIM
               END-IF
               MOVE "SEM PRODUTO NO CADASTRO" TO WRK-MOTIVO
           ELSE
               MOVE WRK-CT-ACHADOS TO WRK-CT-ACHADOS-FORM
               MOVE SPACES TO WRK-MOTIVO
               STRING "DESCRICAO EM "       DELIMITED BY SIZE
                      WRK-CT-ACHADOS-FORM   DELIMITED BY SIZE
                      " PRODUTOS"           DELIMITED BY SIZE
                   INTO WRK-MOTIVO
               END-STRING
           END-IF

           MOVE SPACES TO REG-ITEMEXC
           STRING WRK-ORIGEM            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-EXC-ID            DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-EXC-SEQ           DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-NOME-BUSCA        DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-MOTIVO            DELIMITED BY SIZE
               INTO REG-ITEMEXC
           END-STRING
           WRITE REG-ITEMEXC
           ADD 1 TO WRK-CT-EXCECOES
       0400-FIM.
           EXIT.
       0500-CONVERTE-MORTOS        SECTION.
           PERFORM UNTIL WRK-FIM-MORTOS EQUAL 'S'
               MOVE SPACES TO WRK-MES-MORTO
               DISPLAY "MES DO ARQUIVO MORTO A CONVERTER AAAAMM "
                       "(ZEROS = FIM): "
               ACCEPT WRK-MES-MORTO
               IF WRK-MES-MORTO NOT NUMERIC
                  OR WRK-MES-MORTO EQUAL "000000"
                   MOVE 'S' TO WRK-FIM-MORTOS
               ELSE
                   PERFORM 0510-CONVERTE-UM-MORTO
               END-IF
           END-PERFORM
       .
       0510-CONVERTE-UM-MORTO      SECTION.
      **** VENDAS-AAAAMM-ANT.DAT (LINHA X(90), ITEM DE 85 BYTES) VIRA
      **** VENDAS-AAAAMM.DAT (LINHA X(100), ITEM DE 92 COM O MOTIVO
      **** EM BRANCO), NO MESMO
      **** FORMATO QUE O PROGARQV PASSOU A GRAVAR.
           MOVE SPACES TO WRK-NOME-ANT
           STRING "VENDAS-"           DELIMITED BY SIZE
                  WRK-MES-MORTO       DELIMITED BY SIZE
                  "-ANT.DAT"          DELIMITED BY SIZE
               INTO WRK-NOME-ANT
           END-STRING
           MOVE SPACES TO WRK-NOME-NOVO
           STRING "VENDAS-"           DELIMITED BY SIZE
                  WRK-MES-MORTO       DELIMITED BY SIZE
                  ".DAT"              DELIMITED BY SIZE
               INTO WRK-NOME-NOVO
           END-STRING
           MOVE WRK-NOME-NOVO TO WRK-ORIGEM

           OPEN INPUT MORTOANT
           IF NOT FS-OK IN WRK-FS-MORTOANT
               DISPLAY "ERRO AO ABRIR O ARQUIVO " WRK-NOME-ANT
                       " FS=" WRK-FS-MORTOANT
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'MORTOANT  ' WRK-FS-MORTOANT
               ADD 1 TO WRK-CT-REJEITADOS
               GO TO 0510-FIM
           END-IF
           OPEN OUTPUT MORTONOVO
           IF NOT FS-OK IN WRK-FS-MORTONOVO
               DISPLAY "ERRO AO CRIAR O ARQUIVO " WRK-NOME-NOVO
                       " FS=" WRK-FS-MORTONOVO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGICNV  '
                    'MORTONOVO ' WRK-FS-MORTONOVO
               CLOSE MORTOANT
               ADD 1 TO WRK-CT-REJEITADOS
               GO TO 0510-FIM
           END-IF

           MOVE ZEROS TO WRK-CT-MORTO-LINHAS
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ MORTOANT
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0520-CONVERTE-LINHA-MORTO
               END-READ
           END-PERFORM
           CLOSE MORTOANT
           CLOSE MORTONOVO
           ADD 1 TO WRK-CT-MORTOS

           MOVE WRK-CT-MORTO-LINHAS TO WRK-CT-FORM
           DISPLAY WRK-NOME-NOVO " CONVERTIDO: " WRK-CT-FORM
                   " LINHAS."
       0510-FIM.
           EXIT.
       0520-CONVERTE-LINHA-MORTO   SECTION.
           MOVE SPACES TO REG-MORTONOVO
           EVALUATE REG-MORTOANT(1:1)
               WHEN 'H'
                   MOVE REG-MORTOANT(1:70) TO REG-MORTONOVO(1:70)
               WHEN 'P'
                   MOVE REG-MORTOANT(1:30) TO REG-MORTONOVO(1:30)
               WHEN OTHER
                   MOVE REG-MORTOANT(1:85) TO REG-MORTONOVO(1:85)
                   MOVE REG-MORTOANT(20:30) TO WRK-NOME-BUSCA
                   MOVE REG-MORTOANT(2:14)  TO WRK-EXC-ID
                   MOVE REG-MORTOANT(16:4)  TO WRK-EXC-SEQ
                   PERFORM 0400-IDENTIFICA-PRODUTO
                   MOVE WRK-CD-ACHADO TO REG-MORTONOVO(86:6)
           END-EVALUATE
           WRITE REG-MORTONOVO
           ADD 1 TO WRK-CT-MORTO-LINHAS
       .
       0900-FECHA-ARQUIVOS         SECTION.
           IF WRK-TEM-VIVO
               CLOSE VENDASANT
               CLOSE VENDAS
           END-IF
           CLOSE ITEMEXC

           MOVE WRK-CT-LIDOS TO WRK-CT-FORM
           DISPLAY "LINHAS LIDAS DO VENDAS....: " WRK-CT-FORM
           MOVE WRK-CT-GRAVADOS TO WRK-CT-FORM
           DISPLAY "LINHAS GRAVADAS NO VENDAS.: " WRK-CT-FORM
           MOVE WRK-CT-MORTOS TO WRK-CT-FORM
           DISPLAY "ARQUIVOS MORTOS CONVERTID.: " WRK-CT-FORM
           MOVE WRK-CT-ITENS TO WRK-CT-FORM
           DISPLAY "LINHAS DE ITEM............: " WRK-CT-FORM
           MOVE WRK-CT-IDENTIFICADOS TO WRK-CT-FORM
           DISPLAY "ITENS COM CODIGO..........: " WRK-CT-FORM
           MOVE WRK-CT-ESPECIAIS TO WRK-CT-FORM
           DISPLAY "KIT/FRETE/SINAL...........: " WRK-CT-FORM
           MOVE WRK-CT-EXCECOES TO WRK-CT-FORM
           DISPLAY "EXCECOES (ITEMEXC.DAT)....: " WRK-CT-FORM
           MOVE WRK-CT-REJEITADOS TO WRK-CT-FORM
           DISPLAY "LINHAS/ARQUIVOS IGNORADOS.: " WRK-CT-FORM
           IF WRK-CT-REJEITADOS > ZEROS
              OR WRK-CT-EXCECOES > ZEROS
              OR WRK-TAB-CHEIA EQUAL 'S'
               MOVE 8 TO RETURN-CODE
           END-IF
           DISPLAY "CONVERSAO DO CODIGO DE PRODUTO CONCLUIDA."
       .
       END PROGRAM PROGICNV.
