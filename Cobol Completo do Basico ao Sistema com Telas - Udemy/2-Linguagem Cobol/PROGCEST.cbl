       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCEST.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: CESTA DE COMPRAS - PRODUTOS QUE SAEM JUNTOS. LE AS
      *==           LINHAS 'D' DO PERIODO PEDIDO (VENDAS.DAT E ARQUIVOS
      *==           MORTOS VENDAS-AAAAMM.DAT DO PROGARQV) AGRUPADAS
      *==           PELA VENDA (REG-VND-ID) E CONTA EM QUANTAS CESTAS
      *==           CADA PAR DE PRODUTOS APARECE JUNTO. ITEM CANCELADO
      *==           ('C') SAI DA CESTA; SO CONTA VENDA FECHADA (COM
      *==           CABECALHO 'H'). PARA OS PARES MAIS FREQUENTES SAI O
      *==           SUPORTE (CESTAS COM O PAR E % DO TOTAL DE CESTAS) E
      *==           A CONFIANCA NOS DOIS SENTIDOS (DAS CESTAS COM A,
      *==           QUANTAS TEM B; E VICE-VERSA). COM CATEGORIA
      *==           INFORMADA (CT-PRODUTO ATUAL DO CADASTRO), SO OS
      *==           PRODUTOS DAQUELA CATEGORIA ENTRAM NAS CESTAS. BASE
      *==           PARA O LAYOUT DA LOJA, OS KITS DO PROGKIT E AS
      *==           PROMOCOES DO PROGPROM. SAIDA EM RELCEST.DAT.
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
           SELECT VENDAS ASSIGN TO "VENDAS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT RELCEST ASSIGN TO "RELCEST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCEST.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  RELCEST.
       01  REG-RELCEST               PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCEST==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-CATEGORIA-PEDIDA      PIC 9(01)       VALUE ZEROS.
       77 WRK-QT-PARES-PEDIDA       PIC 9(03)       VALUE ZEROS.
       77 WRK-ITM-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-I                     PIC 9(04)       VALUE ZEROS.
       77 WRK-J                     PIC 9(04)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(04)       VALUE ZEROS.
       77 WRK-MAIOR-POS             PIC 9(04)       VALUE ZEROS.
       77 WRK-PROD-A                PIC 9(06)       VALUE ZEROS.
       77 WRK-PROD-B                PIC 9(06)       VALUE ZEROS.
       77 WRK-CESTAS-A              PIC 9(07)       VALUE ZEROS.
       77 WRK-CESTAS-B              PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-CESTAS             PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-CESTAS-PAR         PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-PARES-FORA         PIC 9(07)       VALUE ZEROS.
       77 WRK-CT-ITENS-FORA         PIC 9(07)       VALUE ZEROS.
       77 WRK-PERC                  PIC 9(03)V99    VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CONF-AB-FORM          PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CONF-BA-FORM          PIC ZZ9,99      VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZZZ9     VALUE ZEROS.
       77 WRK-NOME-A                PIC X(30)       VALUE SPACES.
       77 WRK-NOME-B                PIC X(30)       VALUE SPACES.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  CESTA EM MONTAGEM: PRODUTOS DA VENDA CORRENTE, COM O SALDO
      *==  DE LINHAS ('D' SOMA, 'C' SUBTRAI). SALDO ZERO = FORA.
       77 WRK-CESTA-ID              PIC X(14)       VALUE SPACES.
       77 WRK-CESTA-FECHADA         PIC X(01)       VALUE 'N'.
       01  TAB-CESTA.
           03  TAB-CES-REG OCCURS 60 TIMES
                           INDEXED BY IDX-CES.
               05  TAB-CES-PRODUTO   PIC 9(06).
               05  TAB-CES-SALDO     PIC S9(03).
       77 WRK-CT-CESTA              PIC 9(02)       VALUE ZEROS.

      *==  CESTAS EM QUE CADA PRODUTO APARECEU (BASE DA CONFIANCA).
       01  TAB-PRODUTOS.
           03  TAB-PRD-REG OCCURS 1000 TIMES
                           INDEXED BY IDX-PRD.
               05  TAB-PRD-CODIGO    PIC 9(06).
               05  TAB-PRD-CESTAS    PIC 9(07).
       77 WRK-CT-PRODUTOS           PIC 9(04)       VALUE ZEROS.

      *==  PARES (MENOR CODIGO EM A) E EM QUANTAS CESTAS SAIRAM JUNTOS.
       01  TAB-PARES.
           03  TAB-PAR-REG OCCURS 5000 TIMES
                           INDEXED BY IDX-PAR.
               05  TAB-PAR-PROD-A    PIC 9(06).
               05  TAB-PAR-PROD-B    PIC 9(06).
               05  TAB-PAR-CESTAS    PIC 9(07).
       77 WRK-CT-PARES              PIC 9(04)       VALUE ZEROS.
       01  TAB-PAR-TROCA.
           03  TAB-TRC-PROD-A        PIC 9(06).
           03  TAB-TRC-PROD-B        PIC 9(06).
           03  TAB-TRC-CESTAS        PIC 9(07).
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD): "
           ACCEPT WRK-DATA-INI
           DISPLAY "PERIODO - DATA FINAL (AAAAMMDD): "
           ACCEPT WRK-DATA-FIM
           PERFORM UNTIL WRK-DATA-FIM >= WRK-DATA-INI
                   AND WRK-DATA-INI > ZEROS
               DISPLAY "PERIODO INVALIDO. INFORME DE NOVO."
               DISPLAY "PERIODO - DATA INICIAL (AAAAMMDD): "
               ACCEPT WRK-DATA-INI
               DISPLAY "PERIODO - DATA FINAL (AAAAMMDD): "
               ACCEPT WRK-DATA-FIM
           END-PERFORM
           DISPLAY "CATEGORIA DO PRODUTO (ZERO = TODAS): "
           ACCEPT WRK-CATEGORIA-PEDIDA
           DISPLAY "QUANTIDADE DE PARES NO RELATORIO (ZERO = 20): "
           ACCEPT WRK-QT-PARES-PEDIDA
           IF WRK-QT-PARES-PEDIDA EQUAL ZEROS
               MOVE 20 TO WRK-QT-PARES-PEDIDA
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           MOVE WRK-DATA-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-DATA-FIM(1:6)
               PERFORM 0250-APURA-MORTO
               PERFORM 0260-PROXIMO-MES
           END-PERFORM
           PERFORM 0400-ORDENA-PARES
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCEST  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCEST  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELCEST
           IF NOT FS-OK IN WRK-FS-RELCEST
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELCEST. FS="
                       WRK-FS-RELCEST
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCEST  '
                    'RELCEST   ' WRK-FS-RELCEST
               CLOSE VENDAS
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
      **** A CHAVE COMECA PELA DATA DA VENDA (AAAAMMDD + HORA), ENTAO
      **** O START JA CAI NO PRIMEIRO DIA DO PERIODO. AS LINHAS DE UMA
      **** VENDA VEM JUNTAS, NA ORDEM DO SEQUENCIAL.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO REG-VND-CHAVE
           MOVE WRK-DATA-INI TO REG-VND-ID(1:8)
           START VENDAS KEY IS NOT LESS THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-ID(1:8) NOT NUMERIC
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           MOVE REG-VND-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA > WRK-DATA-FIM
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0205-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0220-FECHA-CESTA
       .
       0205-TRATA-LINHA            SECTION.
           IF REG-ITM-ID NOT EQUAL WRK-CESTA-ID
               PERFORM 0220-FECHA-CESTA
               MOVE REG-ITM-ID TO WRK-CESTA-ID
           END-IF
           EVALUATE REG-ITM-TIPO
               WHEN 'H'
                   MOVE 'S' TO WRK-CESTA-FECHADA
               WHEN 'D'
               WHEN 'C'
                   IF REG-ITM-PRODUTO NUMERIC
                      AND REG-ITM-PRODUTO > ZEROS
                       PERFORM 0210-ACUMULA-CESTA
                   END-IF
           END-EVALUATE
       .
       0210-ACUMULA-CESTA          SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-CESTA
               IF TAB-CES-PRODUTO(WRK-I) EQUAL REG-ITM-PRODUTO
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF REG-ITM-TIPO EQUAL 'C'
                   GO TO 0210-FIM
               END-IF
               IF WRK-CT-CESTA >= 60
                   ADD 1 TO WRK-CT-ITENS-FORA
                   GO TO 0210-FIM
               END-IF
               ADD 1 TO WRK-CT-CESTA
               SET IDX-CES TO WRK-CT-CESTA
               MOVE REG-ITM-PRODUTO TO TAB-CES-PRODUTO(IDX-CES)
               MOVE ZEROS           TO TAB-CES-SALDO(IDX-CES)
               MOVE WRK-CT-CESTA    TO WRK-POS
           END-IF
           SET IDX-CES TO WRK-POS
           IF REG-ITM-TIPO EQUAL 'D'
               ADD 1 TO TAB-CES-SALDO(IDX-CES)
           ELSE
               SUBTRACT 1 FROM TAB-CES-SALDO(IDX-CES)
           END-IF
       0210-FIM.
           EXIT.
       0220-FECHA-CESTA            SECTION.
           PERFORM 0221-FORMA-PARES
           MOVE ZEROS TO WRK-CT-CESTA
           MOVE 'N'   TO WRK-CESTA-FECHADA
           MOVE SPACES TO WRK-CESTA-ID
       .
       0221-FORMA-PARES            SECTION.
      **** VENDA SEM 'H' (SUSPENSA, ABANDONADA, ORCAMENTO) NAO E CESTA.
      **** NA CESTA FECHADA, PRODUTO COM SALDO ZERO (CANCELADO) E O
      **** DE FORA DA CATEGORIA PEDIDA SAEM ANTES DE FORMAR OS PARES.
           IF WRK-CESTA-FECHADA NOT EQUAL 'S'
              OR WRK-CT-CESTA EQUAL ZEROS
               GO TO 0221-FIM
           END-IF
           MOVE ZEROS TO WRK-J
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-CESTA
               IF TAB-CES-SALDO(WRK-I) > ZEROS
                   PERFORM 0225-CONFERE-CATEGORIA
               END-IF
           END-PERFORM
           MOVE WRK-J TO WRK-CT-CESTA
           IF WRK-CT-CESTA EQUAL ZEROS
               GO TO 0221-FIM
           END-IF

           ADD 1 TO WRK-CT-CESTAS
           IF WRK-CT-CESTA > 1
               ADD 1 TO WRK-CT-CESTAS-PAR
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-CESTA
               PERFORM 0230-CONTA-PRODUTO
               COMPUTE WRK-J = WRK-I + 1
               PERFORM UNTIL WRK-J > WRK-CT-CESTA
                   PERFORM 0240-CONTA-PAR
                   ADD 1 TO WRK-J
               END-PERFORM
           END-PERFORM
       0221-FIM.
           EXIT.
       0225-CONFERE-CATEGORIA      SECTION.
      **** COMPACTA A CESTA: O PRODUTO QUE FICA VAI PARA A POSICAO J.
           IF WRK-CATEGORIA-PEDIDA NOT EQUAL ZEROS
               MOVE TAB-CES-PRODUTO(WRK-I) TO CD-PRODUTO
               READ PRODUTO
                   INVALID KEY
                       GO TO 0225-FIM
               END-READ
               IF CT-PRODUTO NOT EQUAL WRK-CATEGORIA-PEDIDA
                   GO TO 0225-FIM
               END-IF
           END-IF
           ADD 1 TO WRK-J
           MOVE TAB-CES-REG(WRK-I) TO TAB-CES-REG(WRK-J)
       0225-FIM.
           EXIT.
       0230-CONTA-PRODUTO          SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > WRK-CT-PRODUTOS
                      OR WRK-POS NOT EQUAL ZEROS
               IF TAB-PRD-CODIGO(IDX-PRD) EQUAL TAB-CES-PRODUTO(WRK-I)
                   SET WRK-POS TO IDX-PRD
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-PRODUTOS >= 1000
                   ADD 1 TO WRK-CT-ITENS-FORA
                   GO TO 0230-FIM
               END-IF
               ADD 1 TO WRK-CT-PRODUTOS
               SET IDX-PRD TO WRK-CT-PRODUTOS
               MOVE TAB-CES-PRODUTO(WRK-I) TO TAB-PRD-CODIGO(IDX-PRD)
               MOVE ZEROS TO TAB-PRD-CESTAS(IDX-PRD)
               MOVE WRK-CT-PRODUTOS TO WRK-POS
           END-IF
           SET IDX-PRD TO WRK-POS
           ADD 1 TO TAB-PRD-CESTAS(IDX-PRD)
       0230-FIM.
           EXIT.
       0240-CONTA-PAR              SECTION.
           IF TAB-CES-PRODUTO(WRK-I) < TAB-CES-PRODUTO(WRK-J)
               MOVE TAB-CES-PRODUTO(WRK-I) TO WRK-PROD-A
               MOVE TAB-CES-PRODUTO(WRK-J) TO WRK-PROD-B
           ELSE
               MOVE TAB-CES-PRODUTO(WRK-J) TO WRK-PROD-A
               MOVE TAB-CES-PRODUTO(WRK-I) TO WRK-PROD-B
           END-IF
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING IDX-PAR FROM 1 BY 1
                   UNTIL IDX-PAR > WRK-CT-PARES
                      OR WRK-POS NOT EQUAL ZEROS
               IF TAB-PAR-PROD-A(IDX-PAR) EQUAL WRK-PROD-A
                  AND TAB-PAR-PROD-B(IDX-PAR) EQUAL WRK-PROD-B
                   SET WRK-POS TO IDX-PAR
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-PARES >= 5000
                   ADD 1 TO WRK-CT-PARES-FORA
                   GO TO 0240-FIM
               END-IF
               ADD 1 TO WRK-CT-PARES
               SET IDX-PAR TO WRK-CT-PARES
               MOVE WRK-PROD-A TO TAB-PAR-PROD-A(IDX-PAR)
               MOVE WRK-PROD-B TO TAB-PAR-PROD-B(IDX-PAR)
               MOVE ZEROS      TO TAB-PAR-CESTAS(IDX-PAR)
               MOVE WRK-CT-PARES TO WRK-POS
           END-IF
           SET IDX-PAR TO WRK-POS
           ADD 1 TO TAB-PAR-CESTAS(IDX-PAR)
       0240-FIM.
           EXIT.
       0250-APURA-MORTO            SECTION.
      **** ARQUIVO MORTO DO MES (VENDAS-AAAAMM.DAT, MESMO LAYOUT DO
      **** VENDFD, VENDA INTEIRA EM SEQUENCIA). MES AINDA NAO
      **** ARQUIVADO (FS=35) ESTA TODO NO VENDAS.DAT. A LINHA E LEVADA
      **** PARA A AREA DO VENDAS, QUE SEGUE ABERTO.
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
                       IF REG-ITM-ID(1:8) NUMERIC
                           MOVE REG-ITM-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA >= WRK-DATA-INI
                              AND WRK-ITM-DATA <= WRK-DATA-FIM
                               PERFORM 0205-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           PERFORM 0220-FECHA-CESTA
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
       0400-ORDENA-PARES           SECTION.
      **** SO OS N PRIMEIROS PRECISAM DE ORDEM: A CADA POSICAO, TRAZ O
      **** PAR COM MAIS CESTAS DO RESTO DA TABELA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-PARES-PEDIDA
                      OR WRK-I >= WRK-CT-PARES
               MOVE WRK-I TO WRK-MAIOR-POS
               PERFORM VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-CT-PARES
                   IF TAB-PAR-CESTAS(WRK-J) >
                      TAB-PAR-CESTAS(WRK-MAIOR-POS)
                       MOVE WRK-J TO WRK-MAIOR-POS
                   END-IF
               END-PERFORM
               IF WRK-MAIOR-POS NOT EQUAL WRK-I
                   MOVE TAB-PAR-REG(WRK-I) TO TAB-PAR-TROCA
                   MOVE TAB-PAR-REG(WRK-MAIOR-POS)
                       TO TAB-PAR-REG(WRK-I)
                   MOVE TAB-PAR-TROCA TO TAB-PAR-REG(WRK-MAIOR-POS)
               END-IF
           END-PERFORM
       .
       0500-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELCEST
           WRITE REG-RELCEST
           MOVE SPACES TO REG-RELCEST
           STRING "CESTA DE COMPRAS - PERIODO " DELIMITED BY SIZE
                  WRK-DATA-INI DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WRK-DATA-FIM DELIMITED BY SIZE
               INTO REG-RELCEST
           WRITE REG-RELCEST
           MOVE SPACES TO REG-RELCEST
           IF WRK-CATEGORIA-PEDIDA EQUAL ZEROS
               MOVE "CATEGORIA: TODAS" TO REG-RELCEST
           ELSE
               STRING "CATEGORIA: " DELIMITED BY SIZE
                      WRK-CATEGORIA-PEDIDA DELIMITED BY SIZE
                   INTO REG-RELCEST
           END-IF
           WRITE REG-RELCEST
           MOVE WRK-CT-CESTAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCEST
           STRING "CESTAS NO PERIODO: " DELIMITED BY SIZE
                  WRK-CT-FORM          DELIMITED BY SIZE
               INTO REG-RELCEST
           WRITE REG-RELCEST
           MOVE WRK-CT-CESTAS-PAR TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCEST
           STRING "CESTAS COM 2 OU MAIS PRODUTOS: " DELIMITED BY SIZE
                  WRK-CT-FORM                      DELIMITED BY SIZE
               INTO REG-RELCEST
           WRITE REG-RELCEST
           MOVE "(SUPORTE = CESTAS COM O PAR E % DO TOTAL DE CESTAS;"
               TO REG-RELCEST
           WRITE REG-RELCEST
           MOVE " CONF A>B = % DAS CESTAS COM A QUE TAMBEM TEM B)"
               TO REG-RELCEST
           WRITE REG-RELCEST
           MOVE "============================================"
               TO REG-RELCEST
           WRITE REG-RELCEST

           IF WRK-CT-PARES EQUAL ZEROS
               MOVE "NENHUM PAR DE PRODUTOS NO PERIODO." TO REG-RELCEST
               WRITE REG-RELCEST
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-PARES-PEDIDA
                      OR WRK-I > WRK-CT-PARES
               PERFORM 0510-GRAVA-PAR
           END-PERFORM
       .
       0510-GRAVA-PAR              SECTION.
           MOVE TAB-PAR-PROD-A(WRK-I) TO WRK-PROD-A
           MOVE TAB-PAR-PROD-B(WRK-I) TO WRK-PROD-B
           MOVE WRK-PROD-A TO CD-PRODUTO
           PERFORM 0520-BUSCA-PRODUTO
           MOVE DS-PRODUTO TO WRK-NOME-A
           MOVE WRK-PROD-B TO CD-PRODUTO
           PERFORM 0520-BUSCA-PRODUTO
           MOVE DS-PRODUTO TO WRK-NOME-B

           MOVE ZEROS TO WRK-CESTAS-A
           MOVE ZEROS TO WRK-CESTAS-B
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > WRK-CT-PRODUTOS
               IF TAB-PRD-CODIGO(IDX-PRD) EQUAL WRK-PROD-A
                   MOVE TAB-PRD-CESTAS(IDX-PRD) TO WRK-CESTAS-A
               END-IF
               IF TAB-PRD-CODIGO(IDX-PRD) EQUAL WRK-PROD-B
                   MOVE TAB-PRD-CESTAS(IDX-PRD) TO WRK-CESTAS-B
               END-IF
           END-PERFORM

           COMPUTE WRK-PERC ROUNDED =
               TAB-PAR-CESTAS(WRK-I) * 100 / WRK-CT-CESTAS
           MOVE WRK-PERC TO WRK-PERC-FORM
           MOVE ZEROS TO WRK-PERC
           IF WRK-CESTAS-A > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   TAB-PAR-CESTAS(WRK-I) * 100 / WRK-CESTAS-A
           END-IF
           MOVE WRK-PERC TO WRK-CONF-AB-FORM
           MOVE ZEROS TO WRK-PERC
           IF WRK-CESTAS-B > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   TAB-PAR-CESTAS(WRK-I) * 100 / WRK-CESTAS-B
           END-IF
           MOVE WRK-PERC TO WRK-CONF-BA-FORM

           MOVE SPACES TO REG-RELCEST
           STRING "A: "       DELIMITED BY SIZE
                  WRK-PROD-A  DELIMITED BY SIZE
                  " - "       DELIMITED BY SIZE
                  WRK-NOME-A  DELIMITED BY SIZE
                  "  B: "     DELIMITED BY SIZE
                  WRK-PROD-B  DELIMITED BY SIZE
                  " - "       DELIMITED BY SIZE
                  WRK-NOME-B  DELIMITED BY SIZE
               INTO REG-RELCEST
           WRITE REG-RELCEST
           MOVE TAB-PAR-CESTAS(WRK-I) TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCEST
           STRING "   SUPORTE: "    DELIMITED BY SIZE
                  WRK-CT-FORM       DELIMITED BY SIZE
                  " CESTAS ("       DELIMITED BY SIZE
                  WRK-PERC-FORM     DELIMITED BY SIZE
                  "%)  CONF A>B: "  DELIMITED BY SIZE
                  WRK-CONF-AB-FORM  DELIMITED BY SIZE
                  "%  CONF B>A: "   DELIMITED BY SIZE
                  WRK-CONF-BA-FORM  DELIMITED BY SIZE
                  "%"               DELIMITED BY SIZE
               INTO REG-RELCEST
           WRITE REG-RELCEST
       .
       0520-BUSCA-PRODUTO          SECTION.
           READ PRODUTO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO DS-PRODUTO
           END-READ
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE PRODUTO
           CLOSE RELCEST
           DISPLAY "CESTA DE COMPRAS GRAVADA EM RELCEST.DAT."
           MOVE WRK-CT-CESTAS TO WRK-CT-FORM
           DISPLAY "CESTAS APURADAS: " WRK-CT-FORM
           IF WRK-CT-PARES-FORA > ZEROS OR WRK-CT-ITENS-FORA > ZEROS
               DISPLAY "AVISO: TABELAS CHEIAS - PARES FORA: "
                       WRK-CT-PARES-FORA " ITENS FORA: "
                       WRK-CT-ITENS-FORA
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       END PROGRAM PROGCEST.
