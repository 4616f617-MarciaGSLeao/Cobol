       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGMARG.
      *-----------------------------------------------------------------
      *== AUTOR: MARCIA GAMELEIRA
      *== OBJETIVO: RELATORIO DE MARGEM BRUTA POR PRODUTO E POR
      *==           CATEGORIA (CT-PRODUTO) NO PERIODO PEDIDO. SOMA AS
      *==           LINHAS DE ITEM DO VENDAS.DAT ('D' SOMA, 'C' E 'V'
      *==           SUBTRAEM, CASADAS PELA DESCRICAO COMO NO PROGRANK
      *==           E NO PROGGIRO) E MOSTRA RECEITA (VALOR DO ITEM SEM
      *==           O ICMS), CUSTO DA MERCADORIA VENDIDA (QUANTIDADE X
      *==           CUSTO MEDIO CM-PRODUTO MANTIDO PELO PROGRECB),
      *==           MARGEM BRUTA E MARGEM %. O CMV USA O CUSTO MEDIO
      *==           ATUAL DO CADASTRO. PRODUTO SEM CUSTO E ITEM VENDIDO
      *==           SEM CADASTRO SAO MARCADOS NA LINHA E CONTADOS NO
      *==           RODAPE, POIS A MARGEM DELES SAI SUPERESTIMADA.
      *==           PRODUTOS ORDENADOS PELA MAIOR MARGEM BRUTA. SAIDA
      *==           EM RELMARG.DAT.
      *== DATA: 15/10/2026
      *== OBSERVACOES:
      *== 15/10/2026: O MOVIMENTO E SOMADO PELO CODIGO DO PRODUTO DA
      *==             LINHA (REG-ITM-PRODUTO) E CRUZADO COM O CADASTRO
      *==             PELO CD-PRODUTO, QUE TAMBEM DA A DESCRICAO ATUAL
      *==             DO RELATORIO. SO A LINHA SEM CODIGO (KIT, FRETE,
      *==             SINAL) CONTINUA AGRUPADA PELA DESCRICAO, SEM
      *==             CADASTRO E SEM CUSTO.
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
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS REG-VND-CHAVE
               FILE STATUS IS WRK-FS-VENDAS.
           SELECT PRODUTO ASSIGN TO "PRODUTO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CD-PRODUTO
               ALTERNATE RECORD KEY IS EA-PRODUTO
                   WITH DUPLICATES
               FILE STATUS IS WRK-FS-PRODUTO.
           SELECT RELMARG ASSIGN TO "RELMARG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-FS-RELMARG.
      *=================================================================
       DATA DIVISION.
       FILE SECTION.
       FD  VENDAS.
       COPY VENDFD.

       FD  PRODUTO.
       COPY PRODFD.

       FD  RELMARG.
       01  REG-RELMARG               PIC X(130).

       WORKING-STORAGE SECTION.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-VENDAS==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-PRODUTO==.
       COPY FILESTAT REPLACING ==FS-STATUS== BY ==WRK-FS-RELMARG==.

       77 WRK-EOF                   PIC X(01)       VALUE SPACE.
       77 WRK-DATA-INI              PIC 9(08)       VALUE ZEROS.
       77 WRK-DATA-FIM              PIC 9(08)       VALUE ZEROS.
       77 WRK-ITM-DATA              PIC 9(08)       VALUE ZEROS.
       77 WRK-I                     PIC 9(03)       VALUE ZEROS.
       77 WRK-J                     PIC 9(03)       VALUE ZEROS.
       77 WRK-POS                   PIC 9(03)       VALUE ZEROS.
       77 WRK-CAT                   PIC 9(01)       VALUE ZEROS.
       77 WRK-RECEITA-ITEM          PIC S9(08)      VALUE ZEROS.
       77 WRK-CT-SEM-CUSTO          PIC 9(03)       VALUE ZEROS.
       77 WRK-CT-SEM-CADASTRO       PIC 9(03)       VALUE ZEROS.
       77 WRK-QTD-FORM              PIC ----.--9,999 VALUE ZEROS.
       77 WRK-REC-FORM              PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-CMV-FORM              PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-MRG-FORM              PIC ----.---.--9,99 VALUE ZEROS.
       77 WRK-PERC-FORM             PIC ----9,99    VALUE ZEROS.
       77 WRK-CT-FORM               PIC ZZ9         VALUE ZEROS.
       77 WRK-AVISO                 PIC X(14)       VALUE SPACES.

      *==  SOMA DAS VENDAS POR CODIGO DO PRODUTO (LINHA SEM CODIGO,
      *==  PELA DESCRICAO). O CRUZAMENTO COM O PRODUTO PREENCHE
      *==  DESCRICAO, CATEGORIA E CUSTO MEDIO; A CATEGORIA DA PRIMEIRA
      *==  LINHA DE ITEM VALE PARA O QUE NAO TEM CADASTRO.
       01  TAB-MARGEM.
           03  TAB-MRG-REG OCCURS 200 TIMES
                           INDEXED BY IDX-MRG.
               05  TAB-MRG-NOME      PIC X(30).
               05  TAB-MRG-CODIGO    PIC 9(06).
               05  TAB-MRG-CATEGORIA PIC 9(01).
               05  TAB-MRG-ACHOU     PIC X(01).
                   88  TAB-MRG-CADASTRADO           VALUE 'S'.
               05  TAB-MRG-CUSTO-MED PIC 9(06)V99.
               05  TAB-MRG-QTD       PIC S9(08)V999.
               05  TAB-MRG-RECEITA   PIC S9(12).
               05  TAB-MRG-CMV       PIC S9(12).
               05  TAB-MRG-MARGEM    PIC S9(12).
       77 WRK-CT-MRG                 PIC 9(03)       VALUE ZEROS.
       01  TAB-MRG-TROCA             PIC X(93).

      *==  TOTAIS POR CATEGORIA (1 A 5; A POSICAO 6 JUNTA CATEGORIA
      *==  ZERADA OU FORA DA FAIXA) E TOTAL GERAL.
       01  TAB-CATEGORIA.
           03  TAB-CAT-REG OCCURS 6 TIMES.
               05  TAB-CAT-RECEITA   PIC S9(12).
               05  TAB-CAT-CMV       PIC S9(12).
       01  WRK-TOTAIS.
           03  WRK-TOT-RECEITA       PIC S9(12)      VALUE ZEROS.
           03  WRK-TOT-CMV           PIC S9(12)      VALUE ZEROS.
       77 WRK-LIN-RECEITA            PIC S9(12)      VALUE ZEROS.
       77 WRK-LIN-CMV                PIC S9(12)      VALUE ZEROS.
       77 WRK-LIN-MARGEM             PIC S9(12)      VALUE ZEROS.
       77 WRK-LIN-PERC               PIC S9(05)V99   VALUE ZEROS.
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

           INITIALIZE TAB-CATEGORIA
           PERFORM 0100-ABRE-ARQUIVOS
           PERFORM 0200-APURA-MOVIMENTO
           PERFORM 0300-CRUZA-PRODUTOS
           PERFORM 0400-CALCULA-MARGENS
           PERFORM 0450-ORDENA-MARGEM
           PERFORM 0500-GRAVA-RELATORIO
           PERFORM 0900-FECHA-ARQUIVOS
           STOP RUN.

       0100-ABRE-ARQUIVOS          SECTION.
           OPEN INPUT VENDAS
           IF NOT FS-OK IN WRK-FS-VENDAS
               DISPLAY "ERRO AO ABRIR O ARQUIVO VENDAS. FS="
                       WRK-FS-VENDAS
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMARG  '
                    'VENDAS    ' WRK-FS-VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT PRODUTO
           IF NOT FS-OK IN WRK-FS-PRODUTO
               DISPLAY "ERRO AO ABRIR O ARQUIVO PRODUTO. FS="
                       WRK-FS-PRODUTO
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMARG  '
                    'PRODUTO   ' WRK-FS-PRODUTO
               CLOSE VENDAS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT RELMARG
           IF NOT FS-OK IN WRK-FS-RELMARG
               DISPLAY "ERRO AO ABRIR O ARQUIVO RELMARG. FS="
                       WRK-FS-RELMARG
               CALL 'SUBERRLOG' USING BY CONTENT 'PROGMARG  '
                    'RELMARG   ' WRK-FS-RELMARG
               CLOSE VENDAS
               CLOSE PRODUTO
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
       .
       0200-APURA-MOVIMENTO        SECTION.
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ VENDAS
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       IF (REG-ITM-TIPO EQUAL 'D'
                           OR REG-ITM-TIPO EQUAL 'C'
                           OR REG-ITM-TIPO EQUAL 'V')
                          AND REG-ITM-ID(1:8) NUMERIC
                           MOVE REG-ITM-ID(1:8) TO WRK-ITM-DATA
                           IF WRK-ITM-DATA >= WRK-DATA-INI
                              AND WRK-ITM-DATA <= WRK-DATA-FIM
                               PERFORM 0210-ACUMULA-ITEM
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
       .
       0210-ACUMULA-ITEM           SECTION.
           MOVE ZEROS TO WRK-POS
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-MRG
               IF TAB-MRG-CODIGO(WRK-I) EQUAL REG-ITM-PRODUTO
                  AND (REG-ITM-PRODUTO > ZEROS
                   OR TAB-MRG-NOME(WRK-I) EQUAL REG-ITM-NOME)
                   MOVE WRK-I TO WRK-POS
               END-IF
           END-PERFORM
           IF WRK-POS EQUAL ZEROS
               IF WRK-CT-MRG < 200
                   ADD 1 TO WRK-CT-MRG
                   SET IDX-MRG TO WRK-CT-MRG
                   INITIALIZE TAB-MRG-REG(IDX-MRG)
                   MOVE REG-ITM-NOME      TO TAB-MRG-NOME(IDX-MRG)
                   MOVE REG-ITM-PRODUTO   TO TAB-MRG-CODIGO(IDX-MRG)
                   MOVE REG-ITM-CATEGORIA TO TAB-MRG-CATEGORIA(IDX-MRG)
                   MOVE 'N'               TO TAB-MRG-ACHOU(IDX-MRG)
                   MOVE WRK-CT-MRG        TO WRK-POS
               ELSE
                   DISPLAY "TABELA DE MOVIMENTO CHEIA. ITEM "
                           REG-ITM-NOME " FICOU FORA DA APURACAO."
                   GO TO 0210-FIM
               END-IF
           END-IF
           SET IDX-MRG TO WRK-POS
      **** RECEITA DO ITEM SEM O ICMS, QUE E SOMADO POR FORA NO PRECO.
           COMPUTE WRK-RECEITA-ITEM =
               REG-ITM-PRECO-TOTAL - REG-ITM-VLR-ICMS
           IF REG-ITM-TIPO EQUAL 'D'
               ADD REG-ITM-QTD      TO TAB-MRG-QTD(IDX-MRG)
               ADD WRK-RECEITA-ITEM TO TAB-MRG-RECEITA(IDX-MRG)
           ELSE
               SUBTRACT REG-ITM-QTD      FROM TAB-MRG-QTD(IDX-MRG)
               SUBTRACT WRK-RECEITA-ITEM FROM TAB-MRG-RECEITA(IDX-MRG)
           END-IF
       0210-FIM.
           EXIT.
       0300-CRUZA-PRODUTOS         SECTION.
           MOVE SPACE TO WRK-EOF
           MOVE LOW-VALUES TO CD-PRODUTO
           START PRODUTO KEY IS NOT LESS THAN CD-PRODUTO
               INVALID KEY
                   MOVE 'F' TO WRK-EOF
           END-START
           PERFORM UNTIL WRK-EOF EQUAL 'F'
               READ PRODUTO NEXT RECORD
                   AT END
                       MOVE 'F' TO WRK-EOF
                   NOT AT END
                       PERFORM VARYING WRK-I FROM 1 BY 1
                               UNTIL WRK-I > WRK-CT-MRG
                           IF TAB-MRG-CODIGO(WRK-I) EQUAL CD-PRODUTO
                              AND CD-PRODUTO > ZEROS
                               MOVE DS-PRODUTO
                                   TO TAB-MRG-NOME(WRK-I)
                               MOVE CT-PRODUTO
                                   TO TAB-MRG-CATEGORIA(WRK-I)
                               MOVE CM-PRODUTO
                                   TO TAB-MRG-CUSTO-MED(WRK-I)
                               MOVE 'S' TO TAB-MRG-ACHOU(WRK-I)
                           END-IF
                       END-PERFORM
               END-READ
           END-PERFORM
       .
       0400-CALCULA-MARGENS        SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-MRG
               COMPUTE TAB-MRG-CMV(WRK-I) ROUNDED =
                   TAB-MRG-QTD(WRK-I) * TAB-MRG-CUSTO-MED(WRK-I)
               COMPUTE TAB-MRG-MARGEM(WRK-I) =
                   TAB-MRG-RECEITA(WRK-I) - TAB-MRG-CMV(WRK-I)
               IF NOT TAB-MRG-CADASTRADO(WRK-I)
                   ADD 1 TO WRK-CT-SEM-CADASTRO
               ELSE
                   IF TAB-MRG-CUSTO-MED(WRK-I) EQUAL ZEROS
                       ADD 1 TO WRK-CT-SEM-CUSTO
                   END-IF
               END-IF

               MOVE TAB-MRG-CATEGORIA(WRK-I) TO WRK-CAT
               IF WRK-CAT < 1 OR WRK-CAT > 5
                   MOVE 6 TO WRK-CAT
               END-IF
               ADD TAB-MRG-RECEITA(WRK-I) TO TAB-CAT-RECEITA(WRK-CAT)
               ADD TAB-MRG-CMV(WRK-I)     TO TAB-CAT-CMV(WRK-CAT)
               ADD TAB-MRG-RECEITA(WRK-I) TO WRK-TOT-RECEITA
               ADD TAB-MRG-CMV(WRK-I)     TO WRK-TOT-CMV
           END-PERFORM
       .
       0450-ORDENA-MARGEM          SECTION.
      **** ORDENA PELA MAIOR MARGEM BRUTA EM VALOR: QUEM MAIS DEIXA
      **** DINHEIRO NA CASA SOBE, OS DE MARGEM NEGATIVA FICAM NO FIM.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I >= WRK-CT-MRG
               PERFORM VARYING WRK-J FROM WRK-I BY 1
                       UNTIL WRK-J > WRK-CT-MRG
                   IF TAB-MRG-MARGEM(WRK-J) > TAB-MRG-MARGEM(WRK-I)
                       MOVE TAB-MRG-REG(WRK-I) TO TAB-MRG-TROCA
                       MOVE TAB-MRG-REG(WRK-J) TO TAB-MRG-REG(WRK-I)
                       MOVE TAB-MRG-TROCA      TO TAB-MRG-REG(WRK-J)
                   END-IF
               END-PERFORM
           END-PERFORM
       .
       0500-GRAVA-RELATORIO        SECTION.
           MOVE "============================================"
               TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE SPACES TO REG-RELMARG
           STRING "MARGEM BRUTA POR PRODUTO - PERIODO "
                      DELIMITED BY SIZE
                  WRK-DATA-INI DELIMITED BY SIZE
                  " A "        DELIMITED BY SIZE
                  WRK-DATA-FIM DELIMITED BY SIZE
               INTO REG-RELMARG
           WRITE REG-RELMARG
           MOVE "(RECEITA SEM ICMS; CMV PELO CUSTO MEDIO ATUAL)"
               TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE "============================================"
               TO REG-RELMARG
           WRITE REG-RELMARG

           IF WRK-CT-MRG EQUAL ZEROS
               MOVE "NENHUMA VENDA NO PERIODO." TO REG-RELMARG
               WRITE REG-RELMARG
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-CT-MRG
               PERFORM 0510-GRAVA-PRODUTO
           END-PERFORM

           MOVE "============================================"
               TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE "MARGEM BRUTA POR CATEGORIA" TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE "============================================"
               TO REG-RELMARG
           WRITE REG-RELMARG
           PERFORM VARYING WRK-CAT FROM 1 BY 1
                   UNTIL WRK-CAT > 6
               IF TAB-CAT-RECEITA(WRK-CAT) NOT EQUAL ZEROS
                  OR TAB-CAT-CMV(WRK-CAT) NOT EQUAL ZEROS
                   PERFORM 0520-GRAVA-CATEGORIA
               END-IF
           END-PERFORM

           MOVE "--------------------------------------------"
               TO REG-RELMARG
           WRITE REG-RELMARG
           MOVE WRK-TOT-RECEITA TO WRK-LIN-RECEITA
           MOVE WRK-TOT-CMV     TO WRK-LIN-CMV
           PERFORM 0530-CALCULA-LINHA
           MOVE SPACES TO REG-RELMARG
           STRING "TOTAL GERAL    "  DELIMITED BY SIZE
                  "  RECEITA: "      DELIMITED BY SIZE
                  WRK-REC-FORM       DELIMITED BY SIZE
                  "  CMV: "          DELIMITED BY SIZE
                  WRK-CMV-FORM       DELIMITED BY SIZE
                  "  MARGEM: "       DELIMITED BY SIZE
                  WRK-MRG-FORM       DELIMITED BY SIZE
                  "  "               DELIMITED BY SIZE
                  WRK-PERC-FORM      DELIMITED BY SIZE
                  "%"                DELIMITED BY SIZE
               INTO REG-RELMARG
           WRITE REG-RELMARG

           IF WRK-CT-SEM-CUSTO > ZEROS
               MOVE WRK-CT-SEM-CUSTO TO WRK-CT-FORM
               MOVE SPACES TO REG-RELMARG
               STRING "PRODUTOS VENDIDOS SEM CUSTO MEDIO: "
                          DELIMITED BY SIZE
                      WRK-CT-FORM DELIMITED BY SIZE
                      " (MARGEM SUPERESTIMADA; LANCAR O CUSTO NO "
                          DELIMITED BY SIZE
                      "PROGRECB)" DELIMITED BY SIZE
                   INTO REG-RELMARG
               WRITE REG-RELMARG
           END-IF
           IF WRK-CT-SEM-CADASTRO > ZEROS
               MOVE WRK-CT-SEM-CADASTRO TO WRK-CT-FORM
               MOVE SPACES TO REG-RELMARG
               STRING "ITENS VENDIDOS SEM CADASTRO DE PRODUTO: "
                          DELIMITED BY SIZE
                      WRK-CT-FORM DELIMITED BY SIZE
                      " (SEM CMV)" DELIMITED BY SIZE
                   INTO REG-RELMARG
               WRITE REG-RELMARG
           END-IF
       .
       0510-GRAVA-PRODUTO          SECTION.
           MOVE TAB-MRG-QTD(WRK-I)     TO WRK-QTD-FORM
           MOVE TAB-MRG-RECEITA(WRK-I) TO WRK-LIN-RECEITA
           MOVE TAB-MRG-CMV(WRK-I)     TO WRK-LIN-CMV
           PERFORM 0530-CALCULA-LINHA
           MOVE SPACES TO WRK-AVISO
           IF NOT TAB-MRG-CADASTRADO(WRK-I)
               MOVE "*SEM CADASTRO*" TO WRK-AVISO
           ELSE
               IF TAB-MRG-CUSTO-MED(WRK-I) EQUAL ZEROS
                   MOVE "*SEM CUSTO*" TO WRK-AVISO
               END-IF
           END-IF
           MOVE SPACES TO REG-RELMARG
           STRING TAB-MRG-CODIGO(WRK-I)    DELIMITED BY SIZE
                  " - "                     DELIMITED BY SIZE
                  TAB-MRG-NOME(WRK-I)       DELIMITED BY SIZE
                  "  CAT: "                 DELIMITED BY SIZE
                  TAB-MRG-CATEGORIA(WRK-I)  DELIMITED BY SIZE
                  "  VENDIDO: "             DELIMITED BY SIZE
                  WRK-QTD-FORM              DELIMITED BY SIZE
                  "  "                      DELIMITED BY SIZE
                  WRK-AVISO                 DELIMITED BY SIZE
               INTO REG-RELMARG
           WRITE REG-RELMARG
           MOVE SPACES TO REG-RELMARG
           STRING "   RECEITA: "  DELIMITED BY SIZE
                  WRK-REC-FORM     DELIMITED BY SIZE
                  "  CMV: "        DELIMITED BY SIZE
                  WRK-CMV-FORM     DELIMITED BY SIZE
                  "  MARGEM: "     DELIMITED BY SIZE
                  WRK-MRG-FORM     DELIMITED BY SIZE
                  "  "             DELIMITED BY SIZE
                  WRK-PERC-FORM    DELIMITED BY SIZE
                  "%"              DELIMITED BY SIZE
               INTO REG-RELMARG
           WRITE REG-RELMARG
       .
       0520-GRAVA-CATEGORIA        SECTION.
           MOVE TAB-CAT-RECEITA(WRK-CAT) TO WRK-LIN-RECEITA
           MOVE TAB-CAT-CMV(WRK-CAT)     TO WRK-LIN-CMV
           PERFORM 0530-CALCULA-LINHA
           MOVE SPACES TO REG-RELMARG
           IF WRK-CAT EQUAL 6
               STRING "SEM CATEGORIA  "  DELIMITED BY SIZE
                      "  RECEITA: "      DELIMITED BY SIZE
                      WRK-REC-FORM       DELIMITED BY SIZE
                      "  CMV: "          DELIMITED BY SIZE
                      WRK-CMV-FORM       DELIMITED BY SIZE
                      "  MARGEM: "       DELIMITED BY SIZE
                      WRK-MRG-FORM       DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WRK-PERC-FORM      DELIMITED BY SIZE
                      "%"                DELIMITED BY SIZE
                   INTO REG-RELMARG
           ELSE
               STRING "CATEGORIA "       DELIMITED BY SIZE
                      WRK-CAT            DELIMITED BY SIZE
                      "    "             DELIMITED BY SIZE
                      "  RECEITA: "      DELIMITED BY SIZE
                      WRK-REC-FORM       DELIMITED BY SIZE
                      "  CMV: "          DELIMITED BY SIZE
                      WRK-CMV-FORM       DELIMITED BY SIZE
                      "  MARGEM: "       DELIMITED BY SIZE
                      WRK-MRG-FORM       DELIMITED BY SIZE
                      "  "               DELIMITED BY SIZE
                      WRK-PERC-FORM      DELIMITED BY SIZE
                      "%"                DELIMITED BY SIZE
                   INTO REG-RELMARG
           END-IF
           WRITE REG-RELMARG
       .
       0530-CALCULA-LINHA          SECTION.
      **** MARGEM E MARGEM % DE UMA LINHA (PRODUTO, CATEGORIA OU
      **** TOTAL) A PARTIR DA RECEITA E DO CMV, COM OS CAMPOS EDITADOS
      **** PRONTOS PARA A LINHA DO RELATORIO.
           COMPUTE WRK-LIN-MARGEM = WRK-LIN-RECEITA - WRK-LIN-CMV
           IF WRK-LIN-RECEITA EQUAL ZEROS
               MOVE ZEROS TO WRK-LIN-PERC
           ELSE
               COMPUTE WRK-LIN-PERC ROUNDED =
                   WRK-LIN-MARGEM * 100 / WRK-LIN-RECEITA
                   ON SIZE ERROR
                       MOVE ZEROS TO WRK-LIN-PERC
               END-COMPUTE
           END-IF
           MOVE WRK-LIN-RECEITA TO WRK-REC-FORM
           MOVE WRK-LIN-CMV     TO WRK-CMV-FORM
           MOVE WRK-LIN-MARGEM  TO WRK-MRG-FORM
           MOVE WRK-LIN-PERC    TO WRK-PERC-FORM
       .
       0900-FECHA-ARQUIVOS         SECTION.
           CLOSE VENDAS
           CLOSE PRODUTO
           CLOSE RELMARG
           DISPLAY "RELATORIO DE MARGEM GRAVADO EM RELMARG.DAT. "
                   "PRODUTOS: " WRK-CT-MRG
       .
       END PROGRAM PROGMARG.
