       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGCAMP.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RESULTADO DE CAMPANHA DE PROMOCAO (UPLIFT). PARA UM
      *==           CODIGO DO PROMOCAO.DAT, COMPARA UNIDADES E RECEITA
      *==           DOS PRODUTOS DA CAMPANHA NA JANELA DE VIGENCIA COM
      *==           UMA JANELA DO MESMO TAMANHO IMEDIATAMENTE ANTERIOR.
      *==           PRODUTOS DA CAMPANHA: COM PRM-CATEGORIA INFORMADA,
      *==           TODOS OS ITENS VENDIDOS NAQUELA CATEGORIA; SEM
      *==           CATEGORIA, OS PRODUTOS QUE RECEBERAM O DESCONTO NA
      *==           VIGENCIA (PROMOHIS.DAT). O CUSTO DO DESCONTO VEM DO
      *==           PROMOHIS.DAT. A RECEITA DO VENDAS.DAT JA E LIQUIDA
      *==           DO DESCONTO: O UPLIFT BRUTO SOMA O DESCONTO DE
      *==           VOLTA E O RESULTADO LIQUIDO E A RECEITA DA CAMPANHA
      *==           MENOS A DA JANELA ANTERIOR. CAMPANHA AINDA EM
      *==           VIGOR E MEDIDA ATE ONTEM. SAIDA EM RELCAMP.DAT.
      *==           RC 4 QUANDO A CAMPANHA NAO SE PAGOU.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: O CUSTO DO DESCONTO TAMBEM E LIDO DOS MORTOS DO
      *==             PROMOHIS (PROMOHIS-AAAAMM.DAT, GRAVADOS PELA
      *==             ROTACAO DOS LOGS DO PROGROTL) DOS MESES DA
      *==             VIGENCIA, PARA CAMPANHA ANTIGA NAO PERDER O QUE
      *==             JA SAIU DO VIVO.
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
           SELECT PROMOCAO ASSIGN TO "PROMOCAO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PROMO
               FILE STATUS IS WRK-FS-PROMOCAO.
           SELECT PROMOHIS ASSIGN TO "PROMOHIS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-PROMOHIS.
           SELECT RELCAMP ASSIGN TO "RELCAMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELCAMP.
           SELECT ARQMORTO ASSIGN TO DYNAMIC WRK-NOME-MORTO
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-ARQMORTO.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  PROMOCAO.
       01  REG-PROMOCAO.
           03  CD-PROMO              PIC X(10).
           03  PRM-TIPO              PIC X(01).
           03  PRM-VALOR             PIC 9(04)V9999.
           03  PRM-DT-INICIO         PIC 9(08).
           03  PRM-DT-FIM            PIC 9(08).
           03  PRM-CATEGORIA         PIC 9(01).

      *==  LINHA GRAVADA PELO 0302-GRAVA-PROMO-HISTORICO DO PROGVEND.
      *==  LINHA ANTIGA NAO TEM O CODIGO DO PRODUTO (PHS-PRODUTO EM
      *==  BRANCO) E E CASADA PELA DESCRICAO.
       FD  PROMOHIS.
       01  REG-PROMOHIS.
           03  PHS-DATA              PIC X(08).
           03  FILLER                PIC X(07).
           03  PHS-PROMO             PIC X(10).
           03  FILLER                PIC X(06).
           03  PHS-ITEM              PIC X(30).
           03  FILLER                PIC X(10).
           03  PHS-DESCONTO          PIC ZZZ.ZZ9,99.
           03  FILLER                PIC X(09).
           03  PHS-PRODUTO           PIC X(06).
           03  FILLER                PIC X(04).

       FD  RELCAMP.
       01  REG-RELCAMP               PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PROMOCAO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PROMOHIS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELCAMP==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-COD-PROMO             PIC X(10)       VALUE SPACES.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-CMP-INI               PIC 9(08)       VALUE ZEROS.
       77 WRK-CMP-FIM               PIC 9(08)       VALUE ZEROS.
       77 WRK-ANT-INI               PIC 9(08)       VALUE ZEROS.
       77 WRK-ANT-FIM               PIC 9(08)       VALUE ZEROS.
       77 WRK-DIAS                  PIC 9(05)       VALUE ZEROS.
       77 WRK-ITM-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-PHS-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-PHS-PRODUTO           PIC 9(06)       VALUE ZEROS.
       77 WRK-PHS-VALOR             PIC 9(08)V99    VALUE ZEROS.
       77 WRK-BUS-PRODUTO           PIC 9(06)       VALUE ZEROS.
       77 WRK-BUS-NOME              PIC X(30)       VALUE SPACES.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-FORA               PIC 9(05)       VALUE ZEROS.
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).

      *==  VENDA CORRENTE: SO CONTA ITEM DE VENDA FECHADA (COM 'H').
       77 WRK-CAB-ID                PIC X(14)       VALUE SPACES.
       77 WRK-TEM-CAB               PIC X(01)       VALUE 'N'.

      *==  TOTAIS DA CAMPANHA.
       77 WRK-TOT-ANT-QTD           PIC S9(09)V999  VALUE ZEROS.
       77 WRK-TOT-CMP-QTD           PIC S9(09)V999  VALUE ZEROS.
       77 WRK-TOT-ANT-VALOR         PIC S9(11)      VALUE ZEROS.
       77 WRK-TOT-CMP-VALOR         PIC S9(11)      VALUE ZEROS.
       77 WRK-TOT-USOS              PIC 9(07)       VALUE ZEROS.
       77 WRK-TOT-DESCONTO          PIC 9(11)       VALUE ZEROS.
       77 WRK-CMP-BRUTO             PIC S9(11)      VALUE ZEROS.
       77 WRK-DIF-QTD               PIC S9(09)V999  VALUE ZEROS.
       77 WRK-DIF-VALOR             PIC S9(11)      VALUE ZEROS.
       77 WRK-RESULTADO             PIC S9(11)      VALUE ZEROS.
       77 WRK-PERC                  PIC S9(05)V99   VALUE ZEROS.

       77 WRK-QTD-FORM              PIC ----.--9,999 VALUE ZEROS.
       77 WRK-QTD2-FORM             PIC ----.--9,999 VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR2-FORM           PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-VALOR3-FORM           PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ----9,99    VALUE ZEROS.
       77 WRK-PRM-VALOR-FORM        PIC Z.ZZ9,9999  VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZZZ9     VALUE ZEROS.

      *==  PRODUTOS DA CAMPANHA E O QUE VENDERAM NAS DUAS JANELAS.
      *==  CODIGO ZERO = PRODUTO CONHECIDO SO PELA DESCRICAO (LINHA
      *==  ANTIGA DO PROMOHIS).
       01  TAB-CAMPANHA.
           03  TAB-CMP-REG OCCURS 500 TIMES
                           INDEXED BY IDX-CMP.
               05  TAB-CMP-PRODUTO   PIC 9(06).
               05  TAB-CMP-NOME      PIC X(30).
               05  TAB-CMP-ANT-QTD   PIC S9(07)V999.
               05  TAB-CMP-CMP-QTD   PIC S9(07)V999.
               05  TAB-CMP-ANT-VALOR PIC S9(10).
               05  TAB-CMP-CMP-VALOR PIC S9(10).
               05  TAB-CMP-USOS      PIC 9(05).
               05  TAB-CMP-DESCONTO  PIC 9(10).
       77 WRK-CT-PRODUTOS           PIC 9(03)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "CODIGO DA PROMOCAO: "
           ACCEPT WRK-COD-PROMO

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0150-MONTA-JANELAS
           MOVE WRK-CMP-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-CMP-FIM(1:6)
               PERFORM 0250-DESCONTOS-MORTO
               PERFORM 0360-PROXIMO-MES
           END-PERFORM
           PERFORM 0200-APURA-DESCONTOS
           PERFORM 0300-APURA-MOVIMENTO
           MOVE WRK-ANT-INI(1:6) TO WRK-MES
           PERFORM UNTIL WRK-MES > WRK-CMP-FIM(1:6)
               PERFORM 0350-APURA-MORTO
               PERFORM 0360-PROXIMO-MES
           END-PERFORM
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT PROMOCAO
           IF NOT FS-OK IN WRK-FS-PROMOCAO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PROMOCAO. FS="
                       WRK-FS-PROMOCAO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCAMP  '
                    'PROMOCAO  ' WRK-FS-PROMOCAO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WRK-COD-PROMO TO CD-PROMO
           READ PROMOCAO
               INVALID KEY
                   DISPLAY "PROMOCAO NAO ENCONTRADA: " WRK-COD-PROMO
                   CLOSE PROMOCAO
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE PROMOCAO
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCAMP  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELCAMP
           IF NOT FS-OK IN WRK-FS-RELCAMP
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELCAMP. FS="
                       WRK-FS-RELCAMP
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGCAMP  '
                    'RELCAMP   ' WRK-FS-RELCAMP
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0150-MONTA-JANELAS          SECTION.
      **** A VIGENCIA VAI ATE ONTEM NO MAXIMO (O DIA CORRENTE AINDA
      **** ESTA ABERTO). A JANELA ANTERIOR TEM O MESMO NUMERO DE DIAS
      **** E TERMINA NA VESPERA DO INICIO DA CAMPANHA.
           MOVE PRM-DT-INICIO TO WRK-CMP-INI
           MOVE PRM-DT-FIM    TO WRK-CMP-FIM
           IF WRK-CMP-FIM >= WRK-DATA-SISTEMA
               COMPUTE WRK-CMP-FIM =
                   FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-SISTEMA) - 1)
           END-IF
           IF WRK-CMP-FIM < WRK-CMP-INI
               DISPLAY "CAMPANHA " WRK-COD-PROMO " AINDA SEM DIA "
                       "FECHADO DE VIGENCIA (INICIO " WRK-CMP-INI ")."
               CLOSE VENDAS
               CLOSE RELCAMP
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE WRK-DIAS =
               FUNCTION INTEGER-OF-DATE(WRK-CMP-FIM)
             - FUNCTION INTEGER-OF-DATE(WRK-CMP-INI) + 1
           COMPUTE WRK-ANT-FIM =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-CMP-INI) - 1)
           COMPUTE WRK-ANT-INI =
               FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WRK-CMP-INI) - WRK-DIAS)
       .
       0200-APURA-DESCONTOS        SECTION.
      **** SEM PROMOHIS.DAT (FS=35) NENHUM DESCONTO FOI DADO AINDA.
           OPEN INPUT PROMOHIS
           IF WRK-FS-PROMOHIS EQUAL '35'
               GO TO 0200-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-PROMOHIS
               DISPLAY "AVISO: PROMOHIS NAO ABRIU. FS=" WRK-FS-PROMOHIS
                       " - CUSTO DO DESCONTO ZERADO."
               MOVE 8 TO RETURN-CODE
               GO TO 0200-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PROMOHIS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM 0205-FILTRA-DESCONTO
               END-READ
           END-PERFORM
           CLOSE PROMOHIS
       0200-FIM.
           EXIT.
       0205-FILTRA-DESCONTO        SECTION.
           IF PHS-PROMO EQUAL WRK-COD-PROMO
              AND PHS-DATA NUMERIC
               MOVE PHS-DATA TO WRK-PHS-DATA
               IF WRK-PHS-DATA >= WRK-CMP-INI
                  AND WRK-PHS-DATA <= WRK-CMP-FIM
                   PERFORM 0210-ACUMULA-DESCONTO
               END-IF
           END-IF
       .
       0210-ACUMULA-DESCONTO       SECTION.
      **** O VALOR DO LOG E O DESCONTO EM CENTAVOS EDITADO; A VOLTA
      **** PARA NUMERICO DEVOLVE OS MESMOS CENTAVOS.
           MOVE PHS-DESCONTO TO WRK-PHS-VALOR
           ADD 1             TO WRK-TOT-USOS
           ADD WRK-PHS-VALOR TO WRK-TOT-DESCONTO
           MOVE ZEROS    TO WRK-PHS-PRODUTO
           IF PHS-PRODUTO NUMERIC
               MOVE PHS-PRODUTO TO WRK-PHS-PRODUTO
           END-IF
           MOVE WRK-PHS-PRODUTO TO WRK-BUS-PRODUTO
           MOVE PHS-ITEM        TO WRK-BUS-NOME
           PERFORM 0220-LOCALIZA-PRODUTO
           IF WRK-POS EQUAL ZEROS
               PERFORM 0230-INCLUI-PRODUTO
           END-IF
           IF WRK-POS NOT EQUAL ZEROS
               ADD 1             TO TAB-CMP-USOS(IDX-CMP)
               ADD WRK-PHS-VALOR TO TAB-CMP-DESCONTO(IDX-CMP)
           END-IF
       .
       0220-LOCALIZA-PRODUTO       SECTION.
      **** PELO CODIGO QUANDO HA CODIGO; SENAO, OU SE O PRODUTO SO
      **** E CONHECIDO PELA DESCRICAO, PELA DESCRICAO. A LINHA DE
      **** DESCRICAO QUE CASA COM UM CODIGO PASSA A TER O CODIGO.
           MOVE ZEROS TO WRK-POS
           IF WRK-BUS-PRODUTO NOT EQUAL ZEROS
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-CT-PRODUTOS
                          OR WRK-POS NOT EQUAL ZEROS
                   IF TAB-CMP-PRODUTO(WRK-I) EQUAL WRK-BUS-PRODUTO
                       MOVE WRK-I TO WRK-POS
                   END-IF
               END-PERFORM
           END-IF
           IF WRK-POS EQUAL ZEROS
               PERFORM VARYING WRK-I FROM 1 BY 1
                       UNTIL WRK-I > WRK-CT-PRODUTOS
                          OR WRK-POS NOT EQUAL ZEROS
                   IF TAB-CMP-NOME(WRK-I) EQUAL WRK-BUS-NOME
                      AND (TAB-CMP-PRODUTO(WRK-I) EQUAL ZEROS
                           OR WRK-BUS-PRODUTO EQUAL ZEROS)
                       MOVE WRK-I TO WRK-POS
                   END-IF
               END-PERFORM
               IF WRK-POS NOT EQUAL ZEROS
                  AND WRK-BUS-PRODUTO NOT EQUAL ZEROS
                   MOVE WRK-BUS-PRODUTO TO TAB-CMP-PRODUTO(WRK-POS)
               END-IF
           END-IF
           IF WRK-POS NOT EQUAL ZEROS
               SET IDX-CMP TO WRK-POS
           END-IF
       .
       0230-INCLUI-PRODUTO         SECTION.
           IF WRK-CT-PRODUTOS >= 500
               ADD 1 TO WRK-CT-FORA
               GO TO 0230-FIM
           END-IF
           ADD 1 TO WRK-CT-PRODUTOS
           SET IDX-CMP TO WRK-CT-PRODUTOS
           INITIALIZE TAB-CMP-REG(IDX-CMP)
           MOVE WRK-BUS-PRODUTO TO TAB-CMP-PRODUTO(IDX-CMP)
           MOVE WRK-BUS-NOME    TO TAB-CMP-NOME(IDX-CMP)
           MOVE WRK-CT-PRODUTOS TO WRK-POS
       0230-FIM.
           EXIT.
       0250-DESCONTOS-MORTO        SECTION.
      **** MORTO DO PROMOHIS DO MES (PROMOHIS-AAAAMM.DAT, MESMA LINHA
      **** DO VIVO). MES AINDA NAO ROTACIONADO (FS=35) ESTA TODO NO
      **** PROMOHIS.DAT.
           MOVE SPACES TO WRK-NOME-MORTO
           STRING "PROMOHIS-"      DELIMITED BY SIZE
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
                       WRK-FS-ARQMORTO " - MES FORA DO CUSTO."
               MOVE 8 TO RETURN-CODE
               GO TO 0250-FIM
           END-IF
           MOVE SPACE TO WRK-EOF
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ ARQMORTO
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       MOVE REG-ARQMORTO TO REG-PROMOHIS
                       PERFORM 0205-FILTRA-DESCONTO
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0250-FIM.
           EXIT.
       0300-APURA-MOVIMENTO        SECTION.
      **** UMA PASSADA SO, DO INICIO DA JANELA ANTERIOR AO FIM DA
      **** CAMPANHA: A DATA DA VENDA DIZ EM QUAL JANELA A LINHA CAI.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO REG-VND-CHAVE
           MOVE WRK-ANT-INI TO REG-VND-ID(1:8)
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
                           IF WRK-ITM-DATA > WRK-CMP-FIM
                               MOVE 'F' TO WRK-EOF
                           ELSE
                               PERFORM 0305-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0305-TRATA-LINHA            SECTION.
      **** O 'H' (SEQUENCIAL 0000) VEM ANTES DOS ITENS DA VENDA. ITEM
      **** CANCELADO ('C') SAI DO QUE FOI VENDIDO.
           IF REG-ITM-ID NOT EQUAL WRK-CAB-ID
               MOVE REG-ITM-ID TO WRK-CAB-ID
               MOVE 'N'        TO WRK-TEM-CAB
           END-IF
           EVALUATE REG-ITM-TIPO
               WHEN 'H'
                   MOVE 'S' TO WRK-TEM-CAB
               WHEN 'D'
               WHEN 'C'
                   IF WRK-TEM-CAB EQUAL 'S'
                       PERFORM 0310-ACUMULA-ITEM
                   END-IF
           END-EVALUATE
       .
       0310-ACUMULA-ITEM           SECTION.
           MOVE ZEROS TO WRK-BUS-PRODUTO
           IF REG-ITM-PRODUTO NUMERIC
               MOVE REG-ITM-PRODUTO TO WRK-BUS-PRODUTO
           END-IF
           MOVE REG-ITM-NOME TO WRK-BUS-NOME
           IF PRM-CATEGORIA > ZEROS
               IF REG-ITM-CATEGORIA NOT EQUAL PRM-CATEGORIA
                   GO TO 0310-FIM
               END-IF
               PERFORM 0220-LOCALIZA-PRODUTO
               IF WRK-POS EQUAL ZEROS
                   PERFORM 0230-INCLUI-PRODUTO
               END-IF
           ELSE
               PERFORM 0220-LOCALIZA-PRODUTO
           END-IF
           IF WRK-POS EQUAL ZEROS
               GO TO 0310-FIM
           END-IF
           IF REG-ITM-TIPO EQUAL 'C'
               IF WRK-ITM-DATA < WRK-CMP-INI
                   SUBTRACT REG-ITM-QTD FROM TAB-CMP-ANT-QTD(IDX-CMP)
                   SUBTRACT REG-ITM-PRECO-TOTAL
                       FROM TAB-CMP-ANT-VALOR(IDX-CMP)
               ELSE
                   SUBTRACT REG-ITM-QTD FROM TAB-CMP-CMP-QTD(IDX-CMP)
                   SUBTRACT REG-ITM-PRECO-TOTAL
                       FROM TAB-CMP-CMP-VALOR(IDX-CMP)
               END-IF
           ELSE
               IF WRK-ITM-DATA < WRK-CMP-INI
                   ADD REG-ITM-QTD TO TAB-CMP-ANT-QTD(IDX-CMP)
                   ADD REG-ITM-PRECO-TOTAL
                       TO TAB-CMP-ANT-VALOR(IDX-CMP)
               ELSE
                   ADD REG-ITM-QTD TO TAB-CMP-CMP-QTD(IDX-CMP)
                   ADD REG-ITM-PRECO-TOTAL
                       TO TAB-CMP-CMP-VALOR(IDX-CMP)
               END-IF
           END-IF
       0310-FIM.
           EXIT.
       0350-APURA-MORTO            SECTION.
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
               GO TO 0350-FIM
           END-IF
           IF NOT FS-OK IN WRK-FS-ARQMORTO
               DISPLAY "AVISO: " WRK-NOME-MORTO " NAO ABRIU. FS="
                       WRK-FS-ARQMORTO " - MES FORA DA APURACAO."
               MOVE 8 TO RETURN-CODE
               GO TO 0350-FIM
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
                           IF WRK-ITM-DATA >= WRK-ANT-INI
                              AND WRK-ITM-DATA <= WRK-CMP-FIM
                               PERFORM 0305-TRATA-LINHA
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0350-FIM.
           EXIT.
       0360-PROXIMO-MES            SECTION.
           MOVE WRK-MES TO WRK-MES-PARTES
           IF WRK-MES-MM >= 12
               ADD 1 TO WRK-MES-ANO
               MOVE 1 TO WRK-MES-MM
           ELSE
               ADD 1 TO WRK-MES-MM
           END-IF
           MOVE WRK-MES-PARTES TO WRK-MES
       .
       0500-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE PRM-VALOR TO WRK-PRM-VALOR-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "RESULTADO DA CAMPANHA " DELIMITED BY SIZE
                  WRK-COD-PROMO           DELIMITED BY SIZE
                  " - TIPO "              DELIMITED BY SIZE
                  PRM-TIPO                DELIMITED BY SIZE
                  " VALOR "               DELIMITED BY SIZE
                  WRK-PRM-VALOR-FORM      DELIMITED BY SIZE
                  " CATEGORIA "           DELIMITED BY SIZE
                  PRM-CATEGORIA           DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE WRK-DIAS TO WRK-CT-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "CAMPANHA: "   DELIMITED BY SIZE
                  WRK-CMP-INI    DELIMITED BY SIZE
                  " A "          DELIMITED BY SIZE
                  WRK-CMP-FIM    DELIMITED BY SIZE
                  "  ANTES: "    DELIMITED BY SIZE
                  WRK-ANT-INI    DELIMITED BY SIZE
                  " A "          DELIMITED BY SIZE
                  WRK-ANT-FIM    DELIMITED BY SIZE
                  "  DIAS: "     DELIMITED BY SIZE
                  WRK-CT-FORM    DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           IF PRM-CATEGORIA > ZEROS
               MOVE "PRODUTOS: TODOS OS ITENS VENDIDOS NA CATEGORIA"
                   TO REG-RELCAMP
           ELSE
               MOVE "PRODUTOS: OS QUE RECEBERAM O DESCONTO NA VIGENCIA"
                   TO REG-RELCAMP
           END-IF
           WRITE REG-RELCAMP
           MOVE "============================================"
               TO REG-RELCAMP
           WRITE REG-RELCAMP

           IF WRK-CT-PRODUTOS EQUAL ZEROS
               MOVE "NENHUM PRODUTO DA CAMPANHA VENDIDO NAS JANELAS."
                   TO REG-RELCAMP
               WRITE REG-RELCAMP
           END-IF
           PERFORM VARYING IDX-CMP FROM 1 BY 1
                   UNTIL IDX-CMP > WRK-CT-PRODUTOS
               PERFORM 0510-GRAVA-PRODUTO
           END-PERFORM

           COMPUTE WRK-DIF-QTD = WRK-TOT-CMP-QTD - WRK-TOT-ANT-QTD
           COMPUTE WRK-CMP-BRUTO = WRK-TOT-CMP-VALOR + WRK-TOT-DESCONTO
           COMPUTE WRK-DIF-VALOR = WRK-CMP-BRUTO - WRK-TOT-ANT-VALOR
           COMPUTE WRK-RESULTADO =
               WRK-TOT-CMP-VALOR - WRK-TOT-ANT-VALOR

           MOVE SPACES TO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE "TOTAL DA CAMPANHA" TO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE WRK-TOT-ANT-QTD TO WRK-QTD-FORM
           MOVE WRK-TOT-CMP-QTD TO WRK-QTD2-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   UNIDADES - ANTES: " DELIMITED BY SIZE
                  WRK-QTD-FORM           DELIMITED BY SIZE
                  "  CAMPANHA: "         DELIMITED BY SIZE
                  WRK-QTD2-FORM          DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE WRK-DIF-QTD TO WRK-QTD-FORM
           MOVE SPACES TO REG-RELCAMP
           IF WRK-TOT-ANT-QTD > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   WRK-DIF-QTD * 100 / WRK-TOT-ANT-QTD
               MOVE WRK-PERC TO WRK-PERC-FORM
               STRING "   UPLIFT EM UNIDADES: " DELIMITED BY SIZE
                      WRK-QTD-FORM             DELIMITED BY SIZE
                      " ("                     DELIMITED BY SIZE
                      WRK-PERC-FORM            DELIMITED BY SIZE
                      "%)"                     DELIMITED BY SIZE
                   INTO REG-RELCAMP
           ELSE
               STRING "   UPLIFT EM UNIDADES: " DELIMITED BY SIZE
                      WRK-QTD-FORM             DELIMITED BY SIZE
                      " (SEM VENDA ANTES)"     DELIMITED BY SIZE
                   INTO REG-RELCAMP
           END-IF
           WRITE REG-RELCAMP

           MOVE WRK-TOT-ANT-VALOR TO WRK-VALOR-FORM
           MOVE WRK-TOT-CMP-VALOR TO WRK-VALOR2-FORM
           MOVE WRK-CMP-BRUTO     TO WRK-VALOR3-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   RECEITA - ANTES: "    DELIMITED BY SIZE
                  WRK-VALOR-FORM           DELIMITED BY SIZE
                  "  CAMPANHA: "           DELIMITED BY SIZE
                  WRK-VALOR2-FORM          DELIMITED BY SIZE
                  "  SEM DESCONTO: "       DELIMITED BY SIZE
                  WRK-VALOR3-FORM          DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE WRK-DIF-VALOR TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELCAMP
           IF WRK-TOT-ANT-VALOR > ZEROS
               COMPUTE WRK-PERC ROUNDED =
                   WRK-DIF-VALOR * 100 / WRK-TOT-ANT-VALOR
               MOVE WRK-PERC TO WRK-PERC-FORM
               STRING "   UPLIFT BRUTO EM RECEITA: " DELIMITED BY SIZE
                      WRK-VALOR-FORM               DELIMITED BY SIZE
                      " ("                         DELIMITED BY SIZE
                      WRK-PERC-FORM                DELIMITED BY SIZE
                      "%)"                         DELIMITED BY SIZE
                   INTO REG-RELCAMP
           ELSE
               STRING "   UPLIFT BRUTO EM RECEITA: " DELIMITED BY SIZE
                      WRK-VALOR-FORM               DELIMITED BY SIZE
                      " (SEM VENDA ANTES)"         DELIMITED BY SIZE
                   INTO REG-RELCAMP
           END-IF
           WRITE REG-RELCAMP
           MOVE WRK-TOT-USOS     TO WRK-CT-FORM
           MOVE WRK-TOT-DESCONTO TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   CUSTO DO DESCONTO (PROMOHIS): " DELIMITED BY SIZE
                  WRK-VALOR-FORM                    DELIMITED BY SIZE
                  " EM "                            DELIMITED BY SIZE
                  WRK-CT-FORM                       DELIMITED BY SIZE
                  " ITENS"                          DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE WRK-RESULTADO TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   RESULTADO LIQUIDO APOS DESCONTO: "
                                               DELIMITED BY SIZE
                  WRK-VALOR-FORM               DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           IF WRK-RESULTADO < ZEROS
               MOVE "   *** A CAMPANHA NAO SE PAGOU: VENDEU MENOS QUE "
                   TO REG-RELCAMP
               WRITE REG-RELCAMP
               MOVE "       A JANELA ANTERIOR DEPOIS DO DESCONTO."
                   TO REG-RELCAMP
               WRITE REG-RELCAMP
           END-IF
       .
       0510-GRAVA-PRODUTO          SECTION.
           MOVE SPACES TO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE SPACES TO REG-RELCAMP
           STRING TAB-CMP-PRODUTO(IDX-CMP) DELIMITED BY SIZE
                  " "                      DELIMITED BY SIZE
                  TAB-CMP-NOME(IDX-CMP)    DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE TAB-CMP-ANT-QTD(IDX-CMP)   TO WRK-QTD-FORM
           MOVE TAB-CMP-CMP-QTD(IDX-CMP)   TO WRK-QTD2-FORM
           MOVE TAB-CMP-ANT-VALOR(IDX-CMP) TO WRK-VALOR-FORM
           MOVE TAB-CMP-CMP-VALOR(IDX-CMP) TO WRK-VALOR2-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   QTD ANTES: "     DELIMITED BY SIZE
                  WRK-QTD-FORM         DELIMITED BY SIZE
                  "  CAMPANHA: "       DELIMITED BY SIZE
                  WRK-QTD2-FORM        DELIMITED BY SIZE
                  "  RECEITA ANTES: "  DELIMITED BY SIZE
                  WRK-VALOR-FORM       DELIMITED BY SIZE
                  "  CAMPANHA: "       DELIMITED BY SIZE
                  WRK-VALOR2-FORM      DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           MOVE TAB-CMP-USOS(IDX-CMP)     TO WRK-CT-FORM
           MOVE TAB-CMP-DESCONTO(IDX-CMP) TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELCAMP
           STRING "   DESCONTO: "      DELIMITED BY SIZE
                  WRK-VALOR-FORM       DELIMITED BY SIZE
                  " EM "               DELIMITED BY SIZE
                  WRK-CT-FORM          DELIMITED BY SIZE
                  " ITENS"             DELIMITED BY SIZE
               INTO REG-RELCAMP
           WRITE REG-RELCAMP
           ADD TAB-CMP-ANT-QTD(IDX-CMP)   TO WRK-TOT-ANT-QTD
           ADD TAB-CMP-CMP-QTD(IDX-CMP)   TO WRK-TOT-CMP-QTD
           ADD TAB-CMP-ANT-VALOR(IDX-CMP) TO WRK-TOT-ANT-VALOR
           ADD TAB-CMP-CMP-VALOR(IDX-CMP) TO WRK-TOT-CMP-VALOR
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE RELCAMP
           DISPLAY "RESULTADO DA CAMPANHA GRAVADO EM RELCAMP.DAT."
           IF WRK-CT-FORA > ZEROS
               DISPLAY "AVISO: TABELA DE PRODUTOS CHEIA. "
                       WRK-CT-FORA " LANCAMENTOS FORA."
           END-IF
           IF WRK-RESULTADO < ZEROS OR WRK-CT-FORA > ZEROS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       END PROGRAM PROGCAMP.
