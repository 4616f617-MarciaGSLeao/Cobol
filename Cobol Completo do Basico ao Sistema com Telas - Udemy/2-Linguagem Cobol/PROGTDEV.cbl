       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGTDEV.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: TAXA DE DEVOLUCAO DO MES POR PRODUTO E POR
      *==           FORNECEDOR. PARA AS VENDAS DO MES PEDIDO (VENDAS.DAT
      *==           E ARQUIVO MORTO VENDAS-AAAAMM.DAT), COMPARA AS
      *==           UNIDADES VENDIDAS (LINHAS 'D' MENOS 'C') COM AS
      *==           DEVOLVIDAS (LINHAS 'V', QUE FICAM NA VENDA
      *==           ORIGINAL - A DEVOLUCAO CONTA NO MES DA VENDA,
      *==           QUALQUER QUE SEJA A DATA EM QUE FOI FEITA) E ABRE
      *==           O MIX DE MOTIVOS (REG-ITM-MOTIVO) EM % DAS UNIDADES
      *==           DEVOLVIDAS. O FORNECEDOR E O FN-PRODUTO DO
      *==           CADASTRO ATUAL, COM O NOME DO FORNECED.DAT. SO
      *==           CONTA VENDA FECHADA (COM 'H'); LINHA SEM CODIGO DE
      *==           PRODUTO (KIT, FRETE, SINAL) FICA FORA. SAIDA EM
      *==           RELTDEV.DAT.
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
           SELECT FORNECEDOR ASSIGN TO "FORNECED.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-FORNECEDOR
               FILE STATUS IS WRK-FS-FORNECEDOR.
           SELECT RELTDEV ASSIGN TO "RELTDEV.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELTDEV.
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

       FD  FORNECEDOR.
       01  REG-FORNECEDOR.
           03  CD-FORNECEDOR         PIC 9(04).
           03  NM-FORNECEDOR         PIC X(30).
           03  NR-TEL-FORNECEDOR     PIC X(15).
           03  PZ-ENTREGA-DIAS       PIC 9(03).

       FD  RELTDEV.
       01  REG-RELTDEV               PIC X(120).

       FD  ARQMORTO.
       01  REG-ARQMORTO              PIC X(100).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-FORNECEDOR==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELTDEV==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-ARQMORTO==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-SISTEMA          PIC 9(08)       VALUE ZEROS.
       77 WRK-MES                   PIC 9(06)       VALUE ZEROS.
       01  WRK-MES-PARTES.
           03  WRK-MES-ANO          PIC 9(04).
           03  WRK-MES-MM           PIC 9(02).
       77 WRK-NOME-MORTO            PIC X(20)       VALUE SPACES.
       77 WRK-FORNEC-OK             PIC X(01)       VALUE 'N'.
           88 WRK-TEM-FORNECEDORES                  VALUE 'S'.
       77 WRK-I                     PIC 9(04)       VALUE ZEROS.
       77 WRK-M                     PIC 9(01)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(04)       VALUE ZEROS.
       77 WRK-CT-FORA               PIC 9(05)       VALUE ZEROS.
       77 WRK-CT-SEM-CADASTRO       PIC 9(05)       VALUE ZEROS.
       77 WRK-FN-ATUAL              PIC 9(04)       VALUE ZEROS.
       77 WRK-DS-ATUAL              PIC X(30)       VALUE SPACES.
       77 WRK-NM-FORNEC             PIC X(30)       VALUE SPACES.

      *==  VENDA CORRENTE: SO CONTA LINHA DE VENDA FECHADA (COM 'H').
       77 WRK-CAB-ID                PIC X(14)       VALUE SPACES.
       77 WRK-TEM-CAB               PIC X(01)       VALUE 'N'.

      *==  LINHA DO RELATORIO (PRODUTO OU FORNECEDOR).
       77 WRK-LIN-VENDIDO           PIC S9(09)V999  VALUE ZEROS.
       77 WRK-LIN-DEVOLVIDO         PIC 9(09)V999   VALUE ZEROS.
       77 WRK-LIN-VALOR             PIC 9(11)       VALUE ZEROS.
       01  WRK-LIN-MOTIVOS.
           03  WRK-LIN-MOTIVO       PIC 9(09)V999 OCCURS 6 TIMES.
       77 WRK-TAXA                  PIC 9(05)V99    VALUE ZEROS.
       77 WRK-PERC                  PIC 9(03)       VALUE ZEROS.

       77 WRK-QTD-FORM              PIC ----.--9,999 VALUE ZEROS.
       77 WRK-QTD2-FORM             PIC ZZZ.ZZ9,999 VALUE ZEROS.
       77 WRK-VALOR-FORM            PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-TAXA-FORM             PIC ZZZZ9,99    VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ZZ9         VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZZZ9       VALUE ZEROS.
       77 WRK-MIX                   PIC X(80)       VALUE SPACES.
       77 WRK-PTR                   PIC 9(03)       VALUE ZEROS.

      *==  ROTULO DE CADA MOTIVO NO MIX (6 = DEVOLUCAO SEM MOTIVO,
      *==  GRAVADA ANTES DO MOTIVO EXISTIR).
       01  TAB-MOTIVOS-VALORES.
           03  FILLER                PIC X(06)       VALUE "DEF ".
           03  FILLER                PIC X(06)       VALUE "TAM ".
           03  FILLER                PIC X(06)       VALUE "ARR ".
           03  FILLER                PIC X(06)       VALUE "AVA ".
           03  FILLER                PIC X(06)       VALUE "OUT ".
           03  FILLER                PIC X(06)       VALUE "S/M ".
       01  TAB-MOTIVOS REDEFINES TAB-MOTIVOS-VALORES.
           03  TAB-MOT-ROTULO        PIC X(06) OCCURS 6 TIMES.

      *==  VENDIDO E DEVOLVIDO POR PRODUTO NAS VENDAS DO MES.
       01  TAB-PRODUTOS.
           03  TAB-PRD-REG OCCURS 1000 TIMES
                           INDEXED BY IDX-PRD.
               05  TAB-PRD-CODIGO    PIC 9(06).
               05  TAB-PRD-VENDIDO   PIC S9(07)V999.
               05  TAB-PRD-DEVOLVIDO PIC 9(07)V999.
               05  TAB-PRD-VALOR     PIC 9(10).
               05  TAB-PRD-MOTIVO    PIC 9(07)V999 OCCURS 6 TIMES.
       77 WRK-CT-PRODUTOS           PIC 9(04)       VALUE ZEROS.

      *==  MESMOS TOTAIS POR FORNECEDOR (FN-PRODUTO).
       01  TAB-FORNECEDORES.
           03  TAB-FOR-REG OCCURS 300 TIMES
                           INDEXED BY IDX-FOR.
               05  TAB-FOR-CODIGO    PIC 9(04).
               05  TAB-FOR-VENDIDO   PIC S9(09)V999.
               05  TAB-FOR-DEVOLVIDO PIC 9(09)V999.
               05  TAB-FOR-VALOR     PIC 9(11).
               05  TAB-FOR-MOTIVO    PIC 9(09)V999 OCCURS 6 TIMES.
       77 WRK-CT-FORNECEDORES       PIC 9(03)       VALUE ZEROS.
      *=================================================================
       PROCEDURE DIVISION.
       0000-PRINCIPAL              SECTION.
           ACCEPT WRK-DATA-SISTEMA FROM DATE YYYYMMDD
           DISPLAY "MES DAS VENDAS (AAAAMM, ZEROS = MES ANTERIOR): "
           ACCEPT WRK-MES
           IF WRK-MES EQUAL ZEROS
               MOVE WRK-DATA-SISTEMA(1:6) TO WRK-MES-PARTES
               IF WRK-MES-MM EQUAL 1
                   SUBTRACT 1 FROM WRK-MES-ANO
                   MOVE 12 TO WRK-MES-MM
               ELSE
                   SUBTRACT 1 FROM WRK-MES-MM
               END-IF
               MOVE WRK-MES-PARTES TO WRK-MES
           END-IF

           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           PERFORM 0250-APURA-MORTO
           PERFORM 0300-MONTA-FORNECEDORES
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTDEV  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTDEV  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELTDEV
           IF NOT FS-OK IN WRK-FS-RELTDEV
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELTDEV. FS="
                       WRK-FS-RELTDEV
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGTDEV  '
                    'RELTDEV   ' WRK-FS-RELTDEV
               CLOSE VENDAS
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
      **** SEM O CADASTRO DE FORNECEDORES O RELATORIO SAI SO COM O
      **** CODIGO DO FORNECEDOR.
           OPEN INPUT FORNECEDOR
           IF FS-OK IN WRK-FS-FORNECEDOR
               MOVE 'S' TO WRK-FORNEC-OK
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
      **** A CHAVE COMECA PELA DATA DA VENDA (AAAAMMDD + HORA), ENTAO
      **** O START JA CAI NO PRIMEIRO DIA DO MES.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO REG-VND-CHAVE
           MOVE WRK-MES TO REG-VND-ID(1:6)
           START VENDAS KEY IS NOT LESS THAN REG-VND-CHAVE
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF REG-VND-ID(1:6) NOT EQUAL WRK-MES
                           MOVE 'F' TO WRK-EOF
                       ELSE
                           PERFORM 0205-TRATA-LINHA
                       END-IF
               END-READ
           END-PERFORM
       .
       0205-TRATA-LINHA            SECTION.
      **** O 'H' (SEQUENCIAL 0000) VEM ANTES DAS LINHAS DA VENDA.
           IF REG-ITM-ID NOT EQUAL WRK-CAB-ID
               MOVE REG-ITM-ID TO WRK-CAB-ID
               MOVE 'N'        TO WRK-TEM-CAB
           END-IF
           IF REG-ITM-TIPO EQUAL 'H'
               MOVE 'S' TO WRK-TEM-CAB
               GO TO 0205-FIM
           END-IF
           IF WRK-TEM-CAB NOT EQUAL 'S'
              OR (REG-ITM-TIPO NOT EQUAL 'D'
                  AND REG-ITM-TIPO NOT EQUAL 'C'
                  AND REG-ITM-TIPO NOT EQUAL 'V')
               GO TO 0205-FIM
           END-IF
           IF REG-ITM-PRODUTO NOT NUMERIC
              OR REG-ITM-PRODUTO EQUAL ZEROS
               GO TO 0205-FIM
           END-IF

           PERFORM 0210-ACHA-PRODUTO
           IF WRK-POS EQUAL ZEROS
               GO TO 0205-FIM
           END-IF
           EVALUATE REG-ITM-TIPO
               WHEN 'D'
                   ADD REG-ITM-QTD TO TAB-PRD-VENDIDO(IDX-PRD)
               WHEN 'C'
                   SUBTRACT REG-ITM-QTD FROM TAB-PRD-VENDIDO(IDX-PRD)
               WHEN 'V'
                   ADD REG-ITM-QTD TO TAB-PRD-DEVOLVIDO(IDX-PRD)
                   ADD REG-ITM-PRECO-TOTAL TO TAB-PRD-VALOR(IDX-PRD)
                   IF REG-ITM-MOTIVO >= '1' AND REG-ITM-MOTIVO <= '5'
                       MOVE REG-ITM-MOTIVO TO WRK-M
                   ELSE
                       MOVE 6 TO WRK-M
                   END-IF
                   ADD REG-ITM-QTD TO TAB-PRD-MOTIVO(IDX-PRD WRK-M)
           END-EVALUATE
       0205-FIM.
           EXIT.
       0210-ACHA-PRODUTO           SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING IDX-PRD FROM 1 BY 1
                   UNTIL IDX-PRD > WRK-CT-PRODUTOS
                      OR WRK-POS NOT EQUAL ZEROS
               IF TAB-PRD-CODIGO(IDX-PRD) EQUAL REG-ITM-PRODUTO
                   SET WRK-POS TO IDX-PRD
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-PRODUTOS >= 1000
                   ADD 1 TO WRK-CT-FORA
                   GO TO 0210-FIM
               END-IF
               ADD 1 TO WRK-CT-PRODUTOS
               SET IDX-PRD TO WRK-CT-PRODUTOS
               INITIALIZE TAB-PRD-REG(IDX-PRD)
               MOVE REG-ITM-PRODUTO TO TAB-PRD-CODIGO(IDX-PRD)
               MOVE WRK-CT-PRODUTOS TO WRK-POS
           END-IF
           SET IDX-PRD TO WRK-POS
       0210-FIM.
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
                       MOVE REG-ARQMORTO(1:92) TO REG-VENDA-ITEM
                       IF REG-ITM-ID(1:6) EQUAL WRK-MES
                           PERFORM 0205-TRATA-LINHA
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARQMORTO
       0250-FIM.
           EXIT.
       0300-MONTA-FORNECEDORES     SECTION.
      **** O FORNECEDOR DE CADA PRODUTO VEM DO CADASTRO ATUAL. PRODUTO
      **** QUE SAIU DO CADASTRO FICA NO FORNECEDOR 0000.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-PRODUTOS
               MOVE TAB-PRD-CODIGO(WRK-I) TO CD-PRODUTO
               READ PRODUTO
                   INVALID KEY
                       MOVE ZEROS TO WRK-FN-ATUAL
                       ADD 1 TO WRK-CT-SEM-CADASTRO
                   NOT INVALID KEY
                       MOVE FN-PRODUTO TO WRK-FN-ATUAL
               END-READ
               PERFORM 0310-ACUMULA-FORNECEDOR
           END-PERFORM
       .
       0310-ACUMULA-FORNECEDOR     SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING IDX-FOR FROM 1 BY 1
                   UNTIL IDX-FOR > WRK-CT-FORNECEDORES
                      OR WRK-POS NOT EQUAL ZEROS
               IF TAB-FOR-CODIGO(IDX-FOR) EQUAL WRK-FN-ATUAL
                   SET WRK-POS TO IDX-FOR
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-FORNECEDORES >= 300
                   ADD 1 TO WRK-CT-FORA
                   GO TO 0310-FIM
               END-IF
               ADD 1 TO WRK-CT-FORNECEDORES
               SET IDX-FOR TO WRK-CT-FORNECEDORES
               INITIALIZE TAB-FOR-REG(IDX-FOR)
               MOVE WRK-FN-ATUAL TO TAB-FOR-CODIGO(IDX-FOR)
               MOVE WRK-CT-FORNECEDORES TO WRK-POS
           END-IF
           SET IDX-FOR TO WRK-POS
           ADD TAB-PRD-VENDIDO(WRK-I)   TO TAB-FOR-VENDIDO(IDX-FOR)
           ADD TAB-PRD-DEVOLVIDO(WRK-I) TO TAB-FOR-DEVOLVIDO(IDX-FOR)
           ADD TAB-PRD-VALOR(WRK-I)     TO TAB-FOR-VALOR(IDX-FOR)
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 6
               ADD TAB-PRD-MOTIVO(WRK-I WRK-M)
                   TO TAB-FOR-MOTIVO(IDX-FOR WRK-M)
           END-PERFORM
       0310-FIM.
           EXIT.
       0500-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE SPACES TO REG-RELTDEV
           STRING "TAXA DE DEVOLUCAO - VENDAS DO MES " DELIMITED BY SIZE
                  WRK-MES                            DELIMITED BY SIZE
               INTO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE "(DEVOLUCOES DAS VENDAS DO MES, EM QUALQUER DATA. MIX"
               TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE " EM % DAS UNIDADES DEVOLVIDAS: DEF=DEFEITO"
               TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE " TAM=TAMANHO/MODELO ARR=ARREPENDIMENTO"
               TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE " AVA=AVARIA NA ENTREGA OUT=OUTRO" TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE " S/M=SEM MOTIVO REGISTRADO)" TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE "============================================"
               TO REG-RELTDEV
           WRITE REG-RELTDEV

           MOVE SPACES TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE "POR PRODUTO (SO OS QUE TIVERAM DEVOLUCAO)"
               TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-PRODUTOS
               IF TAB-PRD-DEVOLVIDO(WRK-I) > ZEROS
                   ADD 1 TO WRK-POS
                   PERFORM 0510-GRAVA-PRODUTO
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               MOVE "   NENHUMA DEVOLUCAO DAS VENDAS DO MES."
                   TO REG-RELTDEV
               WRITE REG-RELTDEV
           END-IF

           MOVE SPACES TO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE "POR FORNECEDOR" TO REG-RELTDEV
           WRITE REG-RELTDEV
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-FORNECEDORES
               PERFORM 0520-GRAVA-FORNECEDOR
           END-PERFORM
       .
       0510-GRAVA-PRODUTO          SECTION.
           MOVE SPACES TO WRK-DS-ATUAL
           MOVE TAB-PRD-CODIGO(WRK-I) TO CD-PRODUTO
           READ PRODUTO
               INVALID KEY
                   MOVE "(FORA DO CADASTRO)" TO WRK-DS-ATUAL
               NOT INVALID KEY
                   MOVE DS-PRODUTO TO WRK-DS-ATUAL
           END-READ
           MOVE SPACES TO REG-RELTDEV
           STRING TAB-PRD-CODIGO(WRK-I) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-DS-ATUAL          DELIMITED BY SIZE
               INTO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE TAB-PRD-VENDIDO(WRK-I)   TO WRK-LIN-VENDIDO
           MOVE TAB-PRD-DEVOLVIDO(WRK-I) TO WRK-LIN-DEVOLVIDO
           MOVE TAB-PRD-VALOR(WRK-I)     TO WRK-LIN-VALOR
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 6
               MOVE TAB-PRD-MOTIVO(WRK-I WRK-M)
                   TO WRK-LIN-MOTIVO(WRK-M)
           END-PERFORM
           PERFORM 0530-GRAVA-NUMEROS
       .
       0520-GRAVA-FORNECEDOR       SECTION.
           MOVE SPACES TO WRK-NM-FORNEC
           IF TAB-FOR-CODIGO(WRK-I) EQUAL ZEROS
               MOVE "(SEM FORNECEDOR / FORA DO CADASTRO)"
                   TO WRK-NM-FORNEC
           ELSE
               IF WRK-TEM-FORNECEDORES
                   MOVE TAB-FOR-CODIGO(WRK-I) TO CD-FORNECEDOR
                   READ FORNECEDOR
                       NOT INVALID KEY
                           MOVE NM-FORNECEDOR TO WRK-NM-FORNEC
                   END-READ
               END-IF
           END-IF
           MOVE SPACES TO REG-RELTDEV
           STRING "FORNECEDOR "         DELIMITED BY SIZE
                  TAB-FOR-CODIGO(WRK-I) DELIMITED BY SIZE
                  " "                   DELIMITED BY SIZE
                  WRK-NM-FORNEC         DELIMITED BY SIZE
               INTO REG-RELTDEV
           WRITE REG-RELTDEV
           MOVE TAB-FOR-VENDIDO(WRK-I)   TO WRK-LIN-VENDIDO
           MOVE TAB-FOR-DEVOLVIDO(WRK-I) TO WRK-LIN-DEVOLVIDO
           MOVE TAB-FOR-VALOR(WRK-I)     TO WRK-LIN-VALOR
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 6
               MOVE TAB-FOR-MOTIVO(WRK-I WRK-M)
                   TO WRK-LIN-MOTIVO(WRK-M)
           END-PERFORM
           PERFORM 0530-GRAVA-NUMEROS
       .
       0530-GRAVA-NUMEROS          SECTION.
      **** VENDIDO X DEVOLVIDO, TAXA E MIX DE MOTIVOS DA LINHA.
           MOVE WRK-LIN-VENDIDO   TO WRK-QTD-FORM
           MOVE WRK-LIN-DEVOLVIDO TO WRK-QTD2-FORM
           MOVE WRK-LIN-VALOR     TO WRK-VALOR-FORM
           MOVE SPACES TO REG-RELTDEV
           IF WRK-LIN-VENDIDO > ZEROS
               COMPUTE WRK-TAXA ROUNDED =
                   WRK-LIN-DEVOLVIDO * 100 / WRK-LIN-VENDIDO
               MOVE WRK-TAXA TO WRK-TAXA-FORM
               STRING "   VENDIDO: "     DELIMITED BY SIZE
                      WRK-QTD-FORM       DELIMITED BY SIZE
                      "  DEVOLVIDO: "    DELIMITED BY SIZE
                      WRK-QTD2-FORM      DELIMITED BY SIZE
                      "  TAXA: "         DELIMITED BY SIZE
                      WRK-TAXA-FORM      DELIMITED BY SIZE
                      "%  VALOR: "       DELIMITED BY SIZE
                      WRK-VALOR-FORM     DELIMITED BY SIZE
                   INTO REG-RELTDEV
           ELSE
               STRING "   VENDIDO: "     DELIMITED BY SIZE
                      WRK-QTD-FORM       DELIMITED BY SIZE
                      "  DEVOLVIDO: "    DELIMITED BY SIZE
                      WRK-QTD2-FORM      DELIMITED BY SIZE
                      "  TAXA: --"       DELIMITED BY SIZE
                      "  VALOR: "        DELIMITED BY SIZE
                      WRK-VALOR-FORM     DELIMITED BY SIZE
                   INTO REG-RELTDEV
           END-IF
           WRITE REG-RELTDEV
           IF WRK-LIN-DEVOLVIDO EQUAL ZEROS
               GO TO 0530-FIM
           END-IF
           MOVE SPACES TO WRK-MIX
           MOVE 1 TO WRK-PTR
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 6
               COMPUTE WRK-PERC ROUNDED =
                   WRK-LIN-MOTIVO(WRK-M) * 100 / WRK-LIN-DEVOLVIDO
               MOVE WRK-PERC TO WRK-PERC-FORM
               STRING TAB-MOT-ROTULO(WRK-M) DELIMITED BY SPACE
                      " "                   DELIMITED BY SIZE
                      WRK-PERC-FORM         DELIMITED BY SIZE
                      "%  "                 DELIMITED BY SIZE
                   INTO WRK-MIX WITH POINTER WRK-PTR
           END-PERFORM
           MOVE SPACES TO REG-RELTDEV
           STRING "   MOTIVOS: " DELIMITED BY SIZE
                  WRK-MIX        DELIMITED BY SIZE
               INTO REG-RELTDEV
           WRITE REG-RELTDEV
       0530-FIM.
           EXIT.
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE PRODUTO
           CLOSE RELTDEV
           IF WRK-TEM-FORNECEDORES
               CLOSE FORNECEDOR
           END-IF
           DISPLAY "TAXA DE DEVOLUCAO GRAVADA EM RELTDEV.DAT."
           IF WRK-CT-SEM-CADASTRO > ZEROS
               MOVE WRK-CT-SEM-CADASTRO TO WRK-CT-FORM
               DISPLAY "AVISO: " WRK-CT-FORM " PRODUTOS FORA DO "
                       "CADASTRO (FORNECEDOR 0000)."
           END-IF
           IF WRK-CT-FORA > ZEROS
               DISPLAY "AVISO: TABELA CHEIA. " WRK-CT-FORA
                       " LANCAMENTOS FORA."
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
       .
       END PROGRAM PROGTDEV.
